      *                     TRIPPED THE AFTER-HOURS CHECK (AND
      *                     POOLED EVERY STORE'S REGISTER RETURNS
      *                     UNDER ONE ID) ON ESSENTIALLY EVERY RUN.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *
       ENVIRONMENT DIVISION.
      *
                                   WS-RANGE-TO-DATE
                               AND AL-TERMINAL-ID NOT = "BATCH"
                               AND AL-TERMINAL-ID NOT = "REPROC"
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                           ADD 1 TO WS-RANGE-COUNT
                           PERFORM 110-ACCUMULATE-ONE-RECORD
                       END-IF
                       IF WS-TS-DATE NOT < WS-RANGE-FROM-DATE
                               AND WS-TS-DATE NOT >
                                   WS-RANGE-TO-DATE
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                           PERFORM 410-PRINT-IF-FLAGGED
                       END-IF
               END-READ
