      *
      *MODIFICATION-LOG.
      *  AUGUST 22, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE -
      *                     THEY ARE STILL COUNTED AS READ.
      *
       ENVIRONMENT DIVISION.
      *
                   MOVE "Y" TO WS-AUDIT-LOG-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE "N" TO WS-RECORD-SELECTED
                   IF AL-RECORD-TYPE NOT = "H"
                           AND AL-RECORD-TYPE NOT = "T"
                       PERFORM 300-APPLY-SELECTION
                   END-IF
                   IF WS-RECORD-SELECTED = "Y"
                       PERFORM 400-PRINT-ONE-RECORD
                   END-IF
