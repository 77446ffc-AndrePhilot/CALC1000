      *                     LOGGING AS THE RATES.  THE CHANGE LOG
      *                     IMAGES WIDENED TO THE NEW RATE RECORD
      *                     LENGTH.
      *  OCTOBER 15, 2026 - MAINTAIN THE NEW INVOICE-LEVEL ROUNDING
      *                     FLAG ON THE TAX-RATE MASTER, PROMPTED
      *                     AFTER THE CAP AND BRACKET RULES ON EVERY
      *                     RATE ADD AND CORRECT.  THE CHANGE LOG
      *                     IMAGES WIDENED TO THE NEW RATE RECORD
      *                     LENGTH.
      *
       ENVIRONMENT DIVISION.
      *
       77  WS-NEW-CAP-AMOUNT      PIC 9(5)V99   VALUE ZERO.
       77  WS-NEW-BRACKET-FLAG    PIC X         VALUE "N".
       77  WS-NEW-BRACKET-COUNT   PIC 9(2)      VALUE ZERO.
       77  WS-NEW-ROUNDING-FLAG   PIC X         VALUE "N".
      *
       01  WS-NEW-BRACKET-SCHEDULE.
           05  WS-NEW-BRACKET-ENTRY OCCURS 10 TIMES.
      *
       77  WS-LOG-FILE-CODE       PIC X.
       77  WS-LOG-FUNCTION-CODE   PIC X.
       77  WS-LOG-OLD-IMAGE       PIC X(117).
       77  WS-LOG-NEW-IMAGE       PIC X(117).
      *
       PROCEDURE DIVISION.
      *
               MOVE WS-NEW-BRACKET-COUNT TO TRT-BRACKET-COUNT
               MOVE WS-NEW-BRACKET-SCHEDULE TO
                   TRT-BRACKET-SCHEDULE
               MOVE WS-NEW-ROUNDING-FLAG TO
                   TRT-INVOICE-ROUNDING-FLAG
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - A RATE ENTRY WITH THAT "
               MOVE WS-NEW-BRACKET-COUNT TO TRT-BRACKET-COUNT
               MOVE WS-NEW-BRACKET-SCHEDULE TO
                   TRT-BRACKET-SCHEDULE
               MOVE WS-NEW-ROUNDING-FLAG TO
                   TRT-INVOICE-ROUNDING-FLAG
               PERFORM 650-REWRITE-RATE-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "DOES THE JURISDICTION ROUND THE TAX ON THE "
               DISPLAY "INVOICE TOTAL RATHER THAN PER LINE (Y OR N)?"
               MOVE SPACE TO WS-RULE-CHOICE
               ACCEPT WS-RULE-CHOICE
               IF WS-RULE-CHOICE = "Y" OR WS-RULE-CHOICE = "N"
                   MOVE WS-RULE-CHOICE TO WS-NEW-ROUNDING-FLAG
               ELSE
                   DISPLAY "INVALID ENTRY - ENTER Y OR N."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *
       590-ACCEPT-AND-VALIDATE-AMOUNT.
      *
