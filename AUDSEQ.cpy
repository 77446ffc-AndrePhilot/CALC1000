      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE AUDIT LOG SEQUENCE
      *                    CONTROL MASTER, A VSAM KSDS KEYED ON THE
      *                    AUDIT SOURCE ID (THE TERMINAL ID THE
      *                    RECORDS ARE WRITTEN UNDER).  ONE RECORD PER
      *                    SOURCE HOLDS THE SEQUENCE NUMBER AND CHAIN
      *                    CHECK VALUE OF THE LAST AUDIT RECORD THAT
      *                    SOURCE WROTE, SO ITS NEXT RECORD - IN THIS
      *                    RUN OR THE NEXT - CONTINUES THE SAME
      *                    UNBROKEN SERIES.  UPDATED ONLY BY THE
      *                    AUDSTAMP SUBPROGRAM, IMMEDIATELY AFTER EACH
      *                    AUDIT RECORD IS WRITTEN.  CALC1075 COMPARES
      *                    IT WITH THE END OF THE LIVE LOG TO CATCH
      *                    RECORDS CUT FROM THE END OF A SOURCE'S
      *                    SERIES.
      *
       01  AUDIT-SEQUENCE-RECORD.
           05  AQ-SOURCE-ID               PIC X(8).
           05  AQ-LAST-SEQUENCE           PIC 9(9).
           05  AQ-LAST-CHECK-VALUE        PIC 9(9).
           05  AQ-LAST-TIMESTAMP          PIC X(21).
           05  AQ-LAST-PROGRAM-ID         PIC X(8).
           05  FILLER                     PIC X(25).
