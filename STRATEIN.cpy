      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE STATE'S PUBLISHED
      *                    JURISDICTION RATE FILE, AS RECEIVED EACH
      *                    QUARTER AND REFORMATTED TO FIXED COLUMNS
      *                    ON RECEIPT.  ONE RECORD PER STATE/COUNTY/
      *                    CITY JURISDICTION, CARRYING THE SAME
      *                    JURISDICTION CODES AS THE TAX-RATE MASTER
      *                    (TRT-STATE-CODE/COUNTY/CITY) AND THE THREE
      *                    TIER RATES IN FORCE FROM SR-EFFECTIVE-DATE.
      *                    THE STATE PUBLISHES ITS FULL TABLE EVERY
      *                    TIME, SO A JURISDICTION ON THE MASTER BUT
      *                    NOT ON THE FILE IS ONE THE STATE NO LONGER
      *                    LISTS.  THE RATES ARE DECIMAL FRACTIONS
      *                    (0.0625 FOR 6.25 PERCENT).  THE STATE FILE
      *                    CARRIES NO CAP OR BRACKET RULES - THOSE
      *                    STAY AS KEYED THROUGH CALC1020.
      *                    READ BY THE RATE FILE IMPORT (CALC1021).
      *
       01  STATE-RATE-RECORD.
           05  SR-STATE-CODE              PIC X(2).
           05  SR-COUNTY-CODE             PIC X(3).
           05  SR-CITY-CODE               PIC X(3).
           05  SR-JURISDICTION-NAME       PIC X(25).
           05  SR-EFFECTIVE-DATE          PIC 9(8).
           05  SR-STATE-RATE              PIC 9V9(4).
           05  SR-COUNTY-RATE             PIC 9V9(4).
           05  SR-CITY-RATE               PIC 9V9(4).
           05  FILLER                     PIC X(24).
