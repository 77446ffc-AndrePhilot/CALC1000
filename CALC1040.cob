      *                     EXTRACT PASS - THEY CARRY THE BATCH'S
      *                     HASH TOTALS AND WOULD DOUBLE EVERY
      *                     BATCH IF COUNTED AS ACTIVITY.
      *  OCTOBER 15, 2026 - SUSPENDED TRANSACTION OVERLAY WIDENED TO
      *                     THE 80-BYTE SALES TRANSACTION RECORD.
      *  OCTOBER 15, 2026 - LEAVE MULTI-LINE INVOICE HEADERS OUT OF
      *                     THE SALES INPUT AND SUSPENSE TOTALS.
      *                     EACH LINE POSTS AS ITS OWN TAX RESULT,
      *                     AUDIT AND GL TRANSACTION AND CARRIES ITS
      *                     OWN AMOUNT AND TYPE, SO THE LINES ALONE
      *                     BALANCE - THE HEADER TOTAL WOULD COUNT
      *                     THE INVOICE TWICE.
      *  OCTOBER 15, 2026 - DAILY CYCLE RUN CONTROL.  A RUN GIVEN ITS
      *                     BUSINESS DATE ON THE PARM CHECKS IN AND
      *                     OUT ON THE RUN-CONTROL MASTER (SEE
      *                     RUNSTEP) AS THE CALC1040 STEP OF THAT
      *                     DATE'S CYCLE - REFUSED UNLESS CALC1010
      *                     COMPLETED FOR THE DATE - AND AN OUT-OF-
      *                     BALANCE RESULT LEAVES THE STEP FAILED SO
      *                     THE GL PICKUP CANNOT BE RECORDED AFTER
      *                     IT.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *  OCTOBER 15, 2026 - TAX-INCLUDED PRICING.  A TAX-INCLUDED
      *                     SALE IS GROSS IN THE SALES INPUT BUT
      *                     POSTS NET OF ITS TAX, SO THE TAX ON THE
      *                     DAY'S TAX-INCLUDED TAX RESULTS IS
      *                     TOTALLED, PRINTED, AND ADDED TO THE GL
      *                     AND SUSPENSE SIDE OF THE SALES INPUT
      *                     AMOUNT CHECK.
      *  OCTOBER 15, 2026 - A FILE FAILURE AFTER THE RUN HAS CHECKED
      *                     IN ON THE RUN-CONTROL MASTER NOW CHECKS
      *                     THE STEP OUT WITH RETURN CODE 16, SO THE
      *                     STEP IS MARKED FAILED AND CAN BE RERUN
      *                     INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *
       ENVIRONMENT DIVISION.
      *
       77  WS-TO-COUNT            PIC 9(7)      VALUE ZERO.
       77  WS-TO-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       77  WS-TO-TAX              PIC S9(11)V99 VALUE ZERO.
       77  WS-TO-INCL-TAX         PIC S9(11)V99 VALUE ZERO.
       77  WS-AU-COUNT            PIC 9(7)      VALUE ZERO.
       77  WS-AU-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       77  WS-AU-TAX              PIC S9(11)V99 VALUE ZERO.
           05  WS-SX-SALES-AMOUNT     PIC 9(5)V99.
           05  FILLER                 PIC X(12).
           05  WS-SX-TRANSACTION-TYPE PIC X.
           05  FILLER                 PIC X(25).
           05  WS-SX-RECORD-TYPE      PIC X.
           05  FILLER                 PIC X(16).
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP
      *    TO CHECK THIS STEP IN AT START AND OUT AT END.
      *
       77  WS-RUN-CONTROL-ACTIVE  PIC X         VALUE "N".
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE "CALC1040".
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1040".
       77  WS-RUN-RESULT          PIC 9(2)      VALUE ZERO.
       77  WS-RUN-MESSAGE         PIC X(132)    VALUE SPACES.
       01  WS-RUN-COUNTS-AREA.
           05  WS-RUN-STEP-RETURN-CODE PIC 9(4) VALUE ZERO.
           05  WS-RUN-RECORDS-IN      PIC 9(9)  VALUE ZERO.
           05  WS-RUN-RECORDS-OUT     PIC 9(9)  VALUE ZERO.
           05  WS-RUN-EXCEPTION-COUNT PIC 9(9)  VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-BUSINESS-DATE TO WS-CURRENT-RUN-DATE
               MOVE WS-CURRENT-RUN-DATE TO WS-RUN-BUSINESS-DATE
               PERFORM 040-START-RUN-CONTROL-STEP
           ELSE
               ACCEPT WS-CURRENT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ELSE
               DISPLAY "THE RUN IS IN BALANCE."
           END-IF.
           PERFORM 900-END-RUN-CONTROL-STEP.
           STOP RUN.
      *
      *    CHECK THIS STEP IN ON THE RUN-CONTROL MASTER BEFORE ANY
      *    FILE IS TOUCHED.  A REFUSED RUN (OUT OF ORDER, ALREADY
      *    DONE FOR THE DATE, OR A CONFLICTING JOB STILL RUNNING)
      *    ENDS HERE WITH NOTHING CHANGED.
      *
       040-START-RUN-CONTROL-STEP.
      *
           MOVE "S" TO WS-RUN-ACTION.
           CALL "RUNSTEP" USING WS-RUN-ACTION WS-RUN-BUSINESS-DATE
               WS-RUN-JOB-STEP WS-RUN-COUNTS-AREA WS-RUN-UPDATED-BY
               WS-RUN-RESULT WS-RUN-MESSAGE.
           IF WS-RUN-RESULT NOT = ZERO
               DISPLAY "RUN CONTROL - " WS-RUN-JOB-STEP " FOR "
                   WS-RUN-BUSINESS-DATE " WAS NOT STARTED:"
               DISPLAY WS-RUN-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-RUN-CONTROL-ACTIVE.
      *
       100-TOTAL-SALES-INPUT.
      *
               DISPLAY "UNABLE TO OPEN THE SALES TRANSACTION FILE - "
                   "FILE STATUS " WS-SALES-IN-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ST-RECORD-TYPE NOT = "H"
                           ADD 1 TO WS-SI-COUNT
                           IF ST-TRANSACTION-TYPE = "R"
                               SUBTRACT ST-SALES-AMOUNT FROM
                                   WS-SI-AMOUNT
                           ELSE
                               ADD ST-SALES-AMOUNT TO WS-SI-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY "UNABLE TO OPEN THE TAX RESULT FILE - FILE "
                   "STATUS " WS-TAX-OUT-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
                       ADD 1 TO WS-TO-COUNT
                       ADD TR-SALES-AMOUNT TO WS-TO-AMOUNT
                       ADD TR-SALES-TAX TO WS-TO-TAX
                       IF TR-TAX-INCLUDED-FLAG = "Y"
                           ADD TR-SALES-TAX TO WS-TO-INCL-TAX
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-RESULT-FILE.
               DISPLAY "UNABLE TO OPEN THE AUDIT LOG FILE - FILE "
                   "STATUS " WS-AUDIT-LOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
                       MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS
                       IF WS-TS-DATE = WS-CURRENT-RUN-DATE
                               AND AL-TERMINAL-ID = "BATCH"
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                           ADD 1 TO WS-AU-COUNT
                           ADD AL-SALES-AMOUNT TO WS-AU-AMOUNT
                           ADD AL-SALES-TAX TO WS-AU-TAX
                       IF WS-TS-DATE = WS-CURRENT-RUN-DATE
                               AND AL-TERMINAL-ID NOT = "BATCH"
                               AND AL-TERMINAL-ID NOT = "REPROC"
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                           ADD 1 TO WS-IA-COUNT
                           ADD AL-SALES-AMOUNT TO WS-IA-AMOUNT
                           ADD AL-SALES-TAX TO WS-IA-TAX
               DISPLAY "UNABLE TO OPEN THE GL EXTRACT FILE - FILE "
                   "STATUS " WS-GL-EXTRACT-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
                   DISPLAY "UNABLE TO OPEN THE SUSPENSE FILE - FILE "
                       "STATUS " WS-SUSPENSE-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
           END-IF.
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE SU-SALES-TRANSACTION TO WS-SUSPENDED-TXN
                       IF SU-RUN-DATE = WS-CURRENT-RUN-DATE
                               AND WS-SX-RECORD-TYPE NOT = "H"
                           ADD 1 TO WS-SU-COUNT
                           IF WS-SX-TRANSACTION-TYPE = "R"
                               SUBTRACT WS-SX-SALES-AMOUNT FROM
                                   WS-SU-AMOUNT
           DISPLAY "TAX RESULTS   COUNT " WS-DISPLAY-COUNT
               "  NET AMOUNT " WS-DISPLAY-AMOUNT
               "  NET TAX " WS-DISPLAY-TAX.
           MOVE WS-TO-INCL-TAX TO WS-DISPLAY-TAX.
           DISPLAY "  OF WHICH INCLUDED IN TAX-INCLUDED PRICES  "
               "NET TAX " WS-DISPLAY-TAX.
           MOVE WS-AU-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-AU-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-AU-TAX TO WS-DISPLAY-TAX.
           MOVE "AUDIT LOG VS GL COUNT" TO WS-CHECK-LABEL.
           MOVE WS-AU-COUNT TO WS-CHECK-COUNT-A.
           PERFORM 610-COMPARE-COUNTS.
      *
      *    A TAX-INCLUDED PRICE IS GROSS IN THE SALES INPUT AND ON
      *    THE SUSPENSE FILE, BUT POSTS TO THE GL NET OF ITS TAX -
      *    THAT TAX IS ADDED BACK TO THE GL SIDE HERE.
      *
           MOVE "SALES INPUT VS GL + SUSP AMOUNT" TO WS-CHECK-LABEL.
           MOVE WS-SI-AMOUNT TO WS-CHECK-AMOUNT-A.
           COMPUTE WS-CHECK-AMOUNT-B = WS-GL-AMOUNT + WS-SU-AMOUNT
               + WS-TO-INCL-TAX.
           PERFORM 600-COMPARE-AMOUNTS.
           MOVE WS-GL-AMOUNT TO WS-CHECK-AMOUNT-B.
           MOVE "TAX RESULTS VS GL NET AMOUNT" TO WS-CHECK-LABEL.
                   WS-DISPLAY-DIFF-COUNT
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.
      *
      *    CHECK THE STEP OUT WITH ITS RETURN CODE AND COUNTS.  THE
      *    CALL LEAVES RETURN-CODE AS THE SUBPROGRAM SET IT, SO THE
      *    STEP'S OWN CODE IS PUT BACK AFTERWARDS.
      *    EVERY FATAL STOP TAKEN AFTER THE STEP IS CHECKED IN COMES
      *    THROUGH HERE TOO, WITH RETURN CODE 16, SO THE STEP IS
      *    MARKED FAILED INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *
       900-END-RUN-CONTROL-STEP.
      *
           IF WS-RUN-CONTROL-ACTIVE = "Y"
               MOVE RETURN-CODE TO WS-RUN-STEP-RETURN-CODE
               MOVE WS-SI-COUNT TO WS-RUN-RECORDS-IN
               MOVE WS-TO-COUNT TO WS-RUN-RECORDS-OUT
               MOVE WS-SU-COUNT TO WS-RUN-EXCEPTION-COUNT
               MOVE "E" TO WS-RUN-ACTION
               CALL "RUNSTEP" USING WS-RUN-ACTION WS-RUN-BUSINESS-DATE
                   WS-RUN-JOB-STEP WS-RUN-COUNTS-AREA
                   WS-RUN-UPDATED-BY WS-RUN-RESULT WS-RUN-MESSAGE
               MOVE WS-RUN-STEP-RETURN-CODE TO RETURN-CODE
               IF WS-RUN-RESULT NOT = ZERO
                   DISPLAY "RUN CONTROL - THE END OF " WS-RUN-JOB-STEP
                       " FOR " WS-RUN-BUSINESS-DATE
                       " COULD NOT BE RECORDED:"
                   DISPLAY WS-RUN-MESSAGE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
