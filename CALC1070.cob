      *                    GENERATIONS UNCHANGED - POINT THEIR
      *                    AUDITLOG DD AT (OR CONCATENATE) THE
      *                    GENERATIONS COVERING THE DATES ASKED FOR.
      *                    CALC1075 VERIFIES THE SEQUENCE NUMBERS AND
      *                    CHECK VALUES ACROSS THE GENERATIONS WHEN
      *                    THEY ARE CONCATENATED OLDEST FIRST AHEAD
      *                    OF THE LIVE LOG.
      *
      *MODIFICATION-LOG.
      *  SEPTEMBER 02, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - ARCHIVE AND REPLACEMENT RECORDS WIDENED
      *                     TO 142 BYTES FOR THE CUSTOMER ID AND
      *                     EXEMPTION CERTIFICATE NUMBER NOW CARRIED
      *                     ON THE AUDIT LOG RECORD.
      *  OCTOBER 15, 2026 - ARCHIVE AND REPLACEMENT RECORDS WIDENED
      *                     TO 154 BYTES FOR THE INVOICE LINE NUMBER,
      *                     CATEGORY AND QUANTITY NOW CARRIED ON THE
      *                     AUDIT LOG RECORD.
      *  OCTOBER 15, 2026 - DAILY CYCLE RUN CONTROL.  AN OPTIONAL
      *                     BUSINESS DATE AFTER THE RETENTION DAYS
      *                     ('YYYYMM,DDD,YYYYMMDD') CHECKS THE RUN IN
      *                     AND OUT ON THE RUN-CONTROL MASTER (SEE
      *                     RUNSTEP) AS THE CALC1070 STEP OF THAT
      *                     DATE'S CYCLE - AFTER THE RETENTION AND
      *                     FILING CHECKS, SO A REFUSED MONTH LEAVES
      *                     NO TRACE, AND NEVER WHILE A NIGHTLY RUN
      *                     OR REPROCESS IS WRITING THE LIVE LOG.
      *  OCTOBER 15, 2026 - ARCHIVE AND REPLACEMENT RECORDS WIDENED
      *                     TO 181 BYTES FOR THE RECORD TYPE, SOURCE,
      *                     SEQUENCE NUMBER AND CHECK VALUE NOW
      *                     CARRIED ON THE AUDIT LOG RECORD.  RUN
      *                     HEADER AND TRAILER RECORDS ARE SPLIT AND
      *                     COUNTED WITH THE DETAIL BUT LEFT OUT OF
      *                     THE AMOUNT AND TAX TOTALS.  RECORDS ARE
      *                     COPIED IN THEIR ORIGINAL ORDER, SO THE
      *                     ARCHIVE GENERATIONS FOLLOWED BY THE LIVE
      *                     LOG STILL PROVE OUT UNDER CALC1075.
      *  OCTOBER 15, 2026 - A FILE FAILURE AFTER THE RUN HAS CHECKED
      *                     IN ON THE RUN-CONTROL MASTER NOW CHECKS
      *                     THE STEP OUT WITH RETURN CODE 16, SO THE
      *                     STEP IS MARKED FAILED AND CAN BE RERUN
      *                     INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *
       ENVIRONMENT DIVISION.
      *
      *    LOG AND ITS READERS USE.
      *
       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-OUT-RECORD             PIC X(181).
      *
       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD               PIC X(181).
      *
       FD  FILING-LEDGER-FILE.
       COPY FILELDGR.
       77  WS-AUDIT-LOG-EOF       PIC X         VALUE "N".
       77  WS-LEDGER-SCAN-DONE    PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(19)     VALUE SPACES.
       77  WS-ARCHIVE-MONTH       PIC X(6)      VALUE SPACES.
       77  WS-RETENTION-DAYS      PIC 9(3)      VALUE 90.
       77  WS-TODAY-DATE          PIC 9(8)      VALUE ZERO.
               10  WS-TS-MONTH-PART   PIC X(2).
           05  WS-TS-DAY              PIC X(2).
           05  FILLER                 PIC X(13).
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP
      *    TO CHECK THIS STEP IN AT START AND OUT AT END.
      *
       77  WS-RUN-CONTROL-ACTIVE  PIC X         VALUE "N".
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE "CALC1070".
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1070".
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
      *    AND, OPTIONALLY AFTER A COMMA, THE RETENTION WINDOW IN
      *    DAYS (THREE DIGITS, DEFAULT 090) - FOR EXAMPLE
      *    '202605,090'.  THE WHOLE MONTH MUST BE OLDER THAN TODAY
      *    MINUS THE WINDOW BEFORE IT MAY LEAVE THE LIVE LOG.  WHEN
      *    THE ARCHIVE RUNS AS PART OF THE NIGHTLY CYCLE THE
      *    BUSINESS DATE FOLLOWS AFTER A SECOND COMMA - FOR EXAMPLE
      *    '202605,090,20260808'.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(19).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
           PERFORM 050-PARSE-PARM.
           PERFORM 060-CHECK-RETENTION-WINDOW.
           PERFORM 070-CHECK-PERIOD-CLOSED.
           IF WS-PARM-TEXT(12:8) NOT = SPACES
               MOVE WS-PARM-TEXT(12:8) TO WS-RUN-BUSINESS-DATE
               PERFORM 080-START-RUN-CONTROL-STEP
           END-IF.
           PERFORM 100-SPLIT-AUDIT-LOG.
           IF WS-ARCHIVE-COUNT = ZERO
               DISPLAY "NO AUDIT RECORDS DATED " WS-ARCHIVE-MONTH
                   " ARE ON THE LIVE LOG - NOTHING TO ARCHIVE AND "
                   "THE LIVE FILE IS LEFT UNTOUCHED."
               MOVE 4 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM 200-VERIFY-ARCHIVE-FILE.
                   "BE DISCARDED AND THE RUN INVESTIGATED. ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 900-END-RUN-CONTROL-STEP.
           STOP RUN.
      *
       050-PARSE-PARM.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 19
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-TEXT(12:8) NOT = SPACES
                   AND WS-PARM-TEXT(12:8) IS NOT NUMERIC
               DISPLAY "INVALID BUSINESS DATE ON PARM '" WS-PARM-TEXT
                   "' - USE YYYYMM,DDD,YYYYMMDD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-TEXT(8:3) IS NUMERIC
               MOVE WS-PARM-TEXT(8:3) TO WS-RETENTION-DAYS
           END-IF.
               STOP RUN
           END-IF.
      *
      *    CHECK THIS STEP IN ON THE RUN-CONTROL MASTER BEFORE THE
      *    LIVE LOG IS TOUCHED.  A REFUSED RUN (OUT OF ORDER, ALREADY
      *    DONE FOR THE DATE, OR A CONFLICTING JOB STILL RUNNING)
      *    ENDS HERE WITH NOTHING CHANGED.
      *
       080-START-RUN-CONTROL-STEP.
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
      *    ONE PASS SPLITS THE LIVE LOG: THE ARCHIVE MONTH'S
      *    RECORDS TO ARCHOUT, EVERYTHING ELSE TO AUDITNEW.  A
      *    RECORD OLDER THAN THE ARCHIVE MONTH MEANS AN EARLIER
               DISPLAY "UNABLE TO OPEN THE LIVE AUDIT LOG - FILE "
                   "STATUS " WS-AUDIT-LOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVE-OUT-FILE.
                   "FILE STATUS " WS-ARCHIVE-OUT-STATUS "."
               CLOSE AUDIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-NEW-FILE.
                   "FILE STATUS " WS-AUDIT-NEW-STATUS "."
               CLOSE AUDIT-LOG-FILE ARCHIVE-OUT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-LOG-EOF = "Y"
           MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS.
           IF WS-TS-MONTH = WS-ARCHIVE-MONTH
               ADD 1 TO WS-ARCHIVE-COUNT
               IF AL-RECORD-TYPE NOT = "H" AND AL-RECORD-TYPE NOT = "T"
                   ADD AL-SALES-AMOUNT TO WS-ARCHIVE-AMOUNT
                   ADD AL-SALES-TAX TO WS-ARCHIVE-TAX
               END-IF
               MOVE AUDIT-LOG-RECORD TO ARCHIVE-OUT-RECORD
               WRITE ARCHIVE-OUT-RECORD
           ELSE
                   ADD 1 TO WS-OLDER-COUNT
               END-IF
               ADD 1 TO WS-RETAIN-COUNT
               IF AL-RECORD-TYPE NOT = "H" AND AL-RECORD-TYPE NOT = "T"
                   ADD AL-SALES-AMOUNT TO WS-RETAIN-AMOUNT
                   ADD AL-SALES-TAX TO WS-RETAIN-TAX
               END-IF
               MOVE AUDIT-LOG-RECORD TO AUDIT-NEW-RECORD
               WRITE AUDIT-NEW-RECORD
           END-IF.
                           ADD 1 TO WS-VERIFY-COUNT
                           MOVE ARCHIVE-OUT-RECORD TO
                               AUDIT-LOG-RECORD
                           IF AL-RECORD-TYPE NOT = "H"
                                   AND AL-RECORD-TYPE NOT = "T"
                               ADD AL-SALES-AMOUNT TO
                                   WS-VERIFY-AMOUNT
                               ADD AL-SALES-TAX TO WS-VERIFY-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-OUT-FILE
                           ADD 1 TO WS-VERIFY-COUNT
                           MOVE AUDIT-NEW-RECORD TO
                               AUDIT-LOG-RECORD
                           IF AL-RECORD-TYPE NOT = "H"
                                   AND AL-RECORD-TYPE NOT = "T"
                               ADD AL-SALES-AMOUNT TO
                                   WS-VERIFY-AMOUNT
                               ADD AL-SALES-TAX TO WS-VERIFY-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-NEW-FILE
                   "MAY BE REPLACED BY THE RETAINED FILE."
           END-IF.
           DISPLAY "====================================".
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
               MOVE WS-READ-COUNT TO WS-RUN-RECORDS-IN
               MOVE WS-ARCHIVE-COUNT TO WS-RUN-RECORDS-OUT
               MOVE WS-OLDER-COUNT TO WS-RUN-EXCEPTION-COUNT
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
