      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE ZIP CODE TO TAXING
      *                    JURISDICTION MASTER, A VSAM KSDS KEYED ON
      *                    THE FIVE-DIGIT ZIP CODE.  A SALE DELIVERED
      *                    OR SHIPPED TO THE CUSTOMER IS TAXED WHERE
      *                    IT IS RECEIVED, NOT AT THE STORE, AND THE
      *                    REGISTERS ONLY KNOW THE SHIP-TO ZIP - THIS
      *                    MASTER SUPPLIES THE STATE/COUNTY/CITY
      *                    CODES (THE SAME CODES AS THE TAX-RATE
      *                    MASTER) THE BATCH RUN AND THE COUNTER
      *                    PROGRAM RATE A DELIVERED SALE UNDER.
      *                    ZJ-MULTI-JURIS-FLAG IS "Y" FOR A ZIP THAT
      *                    CROSSES A COUNTY OR CITY LINE - ITS CODES
      *                    NAME ONLY THE LARGEST PART OF IT, SO A
      *                    DELIVERY TO SUCH A ZIP IS NEVER SOURCED
      *                    FROM IT AND SUSPENDS FOR THE ADDRESS TO BE
      *                    RESOLVED BY HAND.  ZJ-ACTIVE-FLAG IS "N"
      *                    FOR A ZIP THE POSTAL SERVICE HAS RETIRED;
      *                    IT IS TREATED AS NOT ON FILE.  MAINTAINED
      *                    AND LOADED BY CALC1027, WHICH LOGS EVERY
      *                    CHANGE TO THE MASTER-CHANGE LOG.  THE
      *                    LOAD FILE (ZIPIN DD) IS IN THIS SAME
      *                    LAYOUT.
      *
       01  ZIP-JURISDICTION-RECORD.
           05  ZJ-ZIP-CODE                PIC X(5).
           05  ZJ-STATE-CODE              PIC X(2).
           05  ZJ-COUNTY-CODE             PIC X(3).
           05  ZJ-CITY-CODE               PIC X(3).
           05  ZJ-MULTI-JURIS-FLAG        PIC X.
           05  ZJ-PLACE-NAME              PIC X(25).
           05  ZJ-ACTIVE-FLAG             PIC X.
           05  FILLER                     PIC X(20).
