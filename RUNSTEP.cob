       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RUNSTEP.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            SHARED DAILY CYCLE RUN-CONTROL SUBPROGRAM.
      *                    CALLED BY EVERY PROGRAM OF THE NIGHTLY
      *                    CHAIN (CALC1080, CALC1010 AND ITS CALC1015
      *                    REPROCESS MODE, CALC1040, CALC1050 AND
      *                    CALC1070) AT START AND AT END, AND BY THE
      *                    OPERATOR UTILITY CALC1006, SO THE ORDER,
      *                    REPEAT AND CONFLICT RULES LIVE IN ONE
      *                    PLACE AGAINST THE KEYED RUN-CONTROL MASTER
      *                    (RUNCTL.CPY).  THE MASTER IS OPENED AND
      *                    CLOSED ON EVERY CALL SO A LONG-RUNNING STEP
      *                    NEVER HOLDS IT BETWEEN ITS START AND END.
      *                    LK-RUN-ACTION:
      *                      "S" START - REFUSED WHEN THE STEP IS
      *                          ALREADY COMPLETE, BYPASSED OR
      *                          RUNNING FOR THE DATE, WHEN ITS
      *                          PREDECESSOR (RUNCHAIN.CPY) IS NOT
      *                          DONE FOR THE DATE, WHEN THE FIRST
      *                          STEP'S PRIOR BUSINESS DATE NEVER
      *                          FINISHED CALC1010 OR A LATER DATE IS
      *                          ALREADY ON FILE, OR WHEN A
      *                          CONFLICTING STEP IS RUNNING FOR ANY
      *                          DATE.  OTHERWISE THE STEP IS MARKED
      *                          RUNNING.  A FAILED STEP MAY START
      *                          AGAIN.
      *                      "E" END - RECORDS THE RETURN CODE AND
      *                          COUNTS AND MARKS THE STEP COMPLETE,
      *                          OR FAILED WHEN THE RETURN CODE IS
      *                          ABOVE THE STEP'S LIMIT.
      *                      "F" MARK FAILED - OPERATOR RESET OF A
      *                          STEP LEFT RUNNING BY AN ABEND, OR
      *                          REOPENING A STEP SO IT MAY RUN
      *                          AGAIN.
      *                      "B" BYPASS - OPERATOR MARKS A STEP DONE
      *                          WITHOUT RUNNING IT.
      *                      "N" NO BUSINESS - OPERATOR CLOSES A
      *                          DATE THAT HAS NO RECORDS, BYPASSING
      *                          EVERY STEP (LK-JOB-STEP IS IGNORED).
      *                    LK-RUN-RESULT IS 0 WHEN THE ACTION WAS
      *                    DONE, 8 WHEN IT WAS REFUSED AND 16 WHEN THE
      *                    MASTER COULD NOT BE READ OR UPDATED - IN
      *                    EITHER CASE LK-RUN-MESSAGE SAYS WHY AND THE
      *                    CALLER DISPLAYS IT.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-RUN-CONTROL-STATUS  PIC X(2)      VALUE "00".
       77  WS-SCAN-DONE           PIC X         VALUE "N".
       77  WS-RECORD-FOUND        PIC X         VALUE "N".
       77  WS-TIMESTAMP           PIC X(21)     VALUE SPACES.
      *
       77  WS-STEP-SUB            PIC 9(2)      VALUE ZERO.
       77  WS-SCAN-SUB            PIC 9(2)      VALUE ZERO.
       77  WS-OTHER-SUB           PIC 9(2)      VALUE ZERO.
       77  WS-BYPASS-STEP         PIC X(8)      VALUE SPACES.
       77  WS-OWN-STATUS          PIC X         VALUE SPACE.
       77  WS-OWN-ATTEMPTS        PIC 9(3)      VALUE ZERO.
       77  WS-PRIOR-DATE          PIC 9(8)      VALUE ZERO.
       77  WS-NEXT-DATE           PIC 9(8)      VALUE ZERO.
       77  WS-DATE-INTEGER        PIC 9(8)      VALUE ZERO.
      *
       COPY RUNCHAIN.
      *
       LINKAGE SECTION.
      *
       01  LK-RUN-ACTION          PIC X.
       01  LK-BUSINESS-DATE       PIC 9(8).
       01  LK-JOB-STEP            PIC X(8).
      *
      *    THE STEP'S RETURN CODE AND ITS THREE COUNTS - USED ONLY
      *    BY THE END ACTION.
      *
       01  LK-RUN-COUNTS-AREA.
           05  LK-STEP-RETURN-CODE    PIC 9(4).
           05  LK-RECORDS-IN          PIC 9(9).
           05  LK-RECORDS-OUT         PIC 9(9).
           05  LK-EXCEPTION-COUNT     PIC 9(9).
       01  LK-UPDATED-BY          PIC X(8).
       01  LK-RUN-RESULT          PIC 9(2).
       01  LK-RUN-MESSAGE         PIC X(132).
      *
       PROCEDURE DIVISION USING LK-RUN-ACTION LK-BUSINESS-DATE
           LK-JOB-STEP LK-RUN-COUNTS-AREA LK-UPDATED-BY
           LK-RUN-RESULT LK-RUN-MESSAGE.
      *
       000-PROCESS-RUN-STEP.
      *
           MOVE ZERO TO LK-RUN-RESULT.
           MOVE SPACES TO LK-RUN-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF LK-BUSINESS-DATE IS NOT NUMERIC
               MOVE 8 TO LK-RUN-RESULT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(LK-BUSINESS-DATE)
                       NOT = ZERO
                   MOVE 8 TO LK-RUN-RESULT
               END-IF
           END-IF.
           IF LK-RUN-RESULT NOT = ZERO
               STRING "BUSINESS DATE '" LK-BUSINESS-DATE
                   "' IS NOT A VALID YYYYMMDD DATE."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
               GOBACK
           END-IF.
           IF LK-RUN-ACTION NOT = "N"
               PERFORM 050-FIND-CHAIN-STEP
               IF WS-STEP-SUB = ZERO
                   MOVE 8 TO LK-RUN-RESULT
                   STRING "STEP '" LK-JOB-STEP "' IS NOT A STEP OF "
                       "THE NIGHTLY CYCLE."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
                   GOBACK
               END-IF
           END-IF.
           PERFORM 100-OPEN-RUN-CONTROL.
           IF LK-RUN-RESULT NOT = ZERO
               GOBACK
           END-IF.
           IF LK-RUN-ACTION = "S"
               PERFORM 200-START-STEP
           ELSE
               IF LK-RUN-ACTION = "E"
                   PERFORM 300-END-STEP
               ELSE
                   IF LK-RUN-ACTION = "F"
                       PERFORM 400-MARK-STEP-FAILED
                   ELSE
                       IF LK-RUN-ACTION = "B"
                           PERFORM 500-BYPASS-STEP
                       ELSE
                           IF LK-RUN-ACTION = "N"
                               PERFORM 600-CLOSE-BUSINESS-DATE
                           ELSE
                               MOVE 8 TO LK-RUN-RESULT
                               STRING "RUN-CONTROL ACTION '"
                                   LK-RUN-ACTION "' IS NOT S, E, F, "
                                   "B OR N."
                                   DELIMITED BY SIZE
                                   INTO LK-RUN-MESSAGE
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.
      *
       050-FIND-CHAIN-STEP.
      *
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 7
                      OR WS-STEP-SUB NOT = ZERO
               IF CS-JOB-STEP(WS-SCAN-SUB) = LK-JOB-STEP
                   MOVE WS-SCAN-SUB TO WS-STEP-SUB
               END-IF
           END-PERFORM.
      *
      *    THE FIRST CALL EVER FINDS NO MASTER (FILE STATUS 35) AND
      *    CREATES AN EMPTY ONE.
      *
       100-OPEN-RUN-CONTROL.
      *
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               MOVE 16 TO LK-RUN-RESULT
               STRING "UNABLE TO OPEN THE RUN-CONTROL MASTER - FILE "
                   "STATUS " WS-RUN-CONTROL-STATUS "."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           END-IF.
      *
      *    EVERY CHECK RUNS ONLY WHILE NOTHING HAS BEEN REFUSED YET,
      *    SO THE MESSAGE RETURNED IS THE FIRST REASON FOUND.
      *
       200-START-STEP.
      *
           PERFORM 210-CHECK-OWN-RECORD.
           IF LK-RUN-RESULT = ZERO
               IF CS-PREDECESSOR(WS-STEP-SUB) = SPACES
                   PERFORM 230-CHECK-PRIOR-DATE
               ELSE
                   PERFORM 220-CHECK-PREDECESSOR
               END-IF
           END-IF.
           IF LK-RUN-RESULT = ZERO
               PERFORM 240-CHECK-CONFLICTS
           END-IF.
           IF LK-RUN-RESULT = ZERO
               PERFORM 260-MARK-STEP-RUNNING
           END-IF.
      *
      *    A STEP MAY START ONLY IF IT HAS NEVER RUN FOR THE DATE OR
      *    ITS LAST ATTEMPT FAILED.  A STEP STILL MARKED RUNNING IS
      *    EITHER REALLY RUNNING OR ENDED ABNORMALLY WITHOUT
      *    REACHING ITS END CALL - ONLY THE OPERATOR CAN TELL WHICH.
      *
       210-CHECK-OWN-RECORD.
      *
           MOVE SPACE TO WS-OWN-STATUS.
           MOVE ZERO TO WS-OWN-ATTEMPTS.
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LK-JOB-STEP TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "Y"
               MOVE RN-STEP-STATUS TO WS-OWN-STATUS
               MOVE RN-ATTEMPT-COUNT TO WS-OWN-ATTEMPTS
               IF RN-STEP-STATUS = "C"
                   MOVE 8 TO LK-RUN-RESULT
                   STRING LK-JOB-STEP " ALREADY COMPLETED FOR "
                       LK-BUSINESS-DATE " AT " RN-END-TIMESTAMP(1:12)
                       " - IT MAY NOT RUN TWICE FOR THE SAME DATE."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
               IF RN-STEP-STATUS = "B"
                   MOVE 8 TO LK-RUN-RESULT
                   STRING LK-JOB-STEP " WAS BYPASSED FOR "
                       LK-BUSINESS-DATE " BY " RN-UPDATED-BY
                       " - REOPEN IT WITH CALC1006 TO RUN IT."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
               IF RN-STEP-STATUS = "R"
                   MOVE 8 TO LK-RUN-RESULT
                   STRING LK-JOB-STEP " FOR " LK-BUSINESS-DATE
                       " STARTED AT " RN-START-TIMESTAMP(1:12)
                       " AND HAS NOT ENDED - IF IT IS NOT STILL "
                       "RUNNING, MARK IT FAILED WITH CALC1006 FIRST."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
           END-IF.
      *
       220-CHECK-PREDECESSOR.
      *
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE CS-PREDECESSOR(WS-STEP-SUB) TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "N"
               MOVE 8 TO LK-RUN-RESULT
               STRING "OUT OF ORDER - " CS-PREDECESSOR(WS-STEP-SUB)
                   " HAS NOT RUN FOR " LK-BUSINESS-DATE
                   " AND MUST COMPLETE BEFORE " LK-JOB-STEP "."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           ELSE
               IF RN-STEP-STATUS NOT = "C"
                       AND RN-STEP-STATUS NOT = "B"
                   MOVE 8 TO LK-RUN-RESULT
                   STRING "OUT OF ORDER - "
                       CS-PREDECESSOR(WS-STEP-SUB) " FOR "
                       LK-BUSINESS-DATE " IS STATUS "
                       RN-STEP-STATUS ", NOT COMPLETE - IT MUST "
                       "COMPLETE BEFORE " LK-JOB-STEP "."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
           END-IF.
      *
      *    THE FIRST STEP OF A DATE OPENS THE DATE'S CYCLE.  ONCE THE
      *    MASTER HOLDS ANY EARLIER DATE, THE DAY BEFORE MUST HAVE
      *    FINISHED CALC1010 (OR BEEN CLOSED AS NO BUSINESS), SO A
      *    SKIPPED DATE STOPS THE NEXT ONE INSTEAD OF GOING UNSEEN.
      *    A DATE EARLIER THAN ONE ALREADY ON FILE IS A MISTYPED
      *    BUSINESS DATE, NOT A NEW CYCLE.
      *
       230-CHECK-PRIOR-DATE.
      *
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LK-BUSINESS-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
               WS-NEXT-DATE.
           MOVE WS-NEXT-DATE TO RN-BUSINESS-DATE.
           MOVE LOW-VALUES TO RN-JOB-STEP.
           PERFORM 710-READ-FIRST-FROM-KEY.
           IF WS-RECORD-FOUND = "Y"
               MOVE 8 TO LK-RUN-RESULT
               STRING "OUT OF ORDER - BUSINESS DATE "
                   RN-BUSINESS-DATE " IS ALREADY ON THE RUN-CONTROL "
                   "MASTER, SO " LK-BUSINESS-DATE " CANNOT BE "
                   "STARTED NOW - CHECK THE BUSINESS DATE."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           END-IF.
           IF LK-RUN-RESULT = ZERO
               MOVE ZERO TO RN-BUSINESS-DATE
               MOVE LOW-VALUES TO RN-JOB-STEP
               PERFORM 710-READ-FIRST-FROM-KEY
               IF WS-RECORD-FOUND = "Y"
                       AND RN-BUSINESS-DATE < LK-BUSINESS-DATE
                   PERFORM 235-CHECK-PRIOR-DATE-CALC1010
               END-IF
           END-IF.
      *
       235-CHECK-PRIOR-DATE-CALC1010.
      *
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LK-BUSINESS-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
               WS-PRIOR-DATE.
           MOVE WS-PRIOR-DATE TO RN-BUSINESS-DATE.
           MOVE "CALC1010" TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "N"
               MOVE 8 TO LK-RUN-RESULT
               STRING "OUT OF ORDER - THE PRIOR BUSINESS DATE "
                   WS-PRIOR-DATE " NEVER RAN CALC1010.  RUN IT, OR "
                   "CLOSE IT AS NO BUSINESS WITH CALC1006, BEFORE "
                   "STARTING " LK-BUSINESS-DATE "."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           ELSE
               IF RN-STEP-STATUS NOT = "C"
                       AND RN-STEP-STATUS NOT = "B"
                   MOVE 8 TO LK-RUN-RESULT
                   STRING "OUT OF ORDER - CALC1010 FOR THE PRIOR "
                       "BUSINESS DATE " WS-PRIOR-DATE " IS STATUS "
                       RN-STEP-STATUS ", NOT COMPLETE - FINISH IT "
                       "BEFORE STARTING " LK-BUSINESS-DATE "."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
           END-IF.
      *
      *    A FULL PASS OF THE MASTER FOR ANY OTHER STEP STILL
      *    MARKED RUNNING THAT MAY NOT RUN ALONGSIDE THIS ONE - THE
      *    SAME STEP FOR ANOTHER DATE, OR A STEP IN THE SAME
      *    CONFLICT GROUP FOR ANY DATE.
      *
       240-CHECK-CONFLICTS.
      *
           MOVE ZERO TO RN-BUSINESS-DATE.
           MOVE LOW-VALUES TO RN-JOB-STEP.
           MOVE "N" TO WS-SCAN-DONE.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RN-CONTROL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF RN-STEP-STATUS = "R"
                           PERFORM 250-CHECK-ONE-RUNNING-STEP
                       END-IF
               END-READ
           END-PERFORM.
      *
       250-CHECK-ONE-RUNNING-STEP.
      *
           IF RN-BUSINESS-DATE NOT = LK-BUSINESS-DATE
                   OR RN-JOB-STEP NOT = LK-JOB-STEP
               MOVE ZERO TO WS-OTHER-SUB
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > 7
                          OR WS-OTHER-SUB NOT = ZERO
                   IF CS-JOB-STEP(WS-SCAN-SUB) = RN-JOB-STEP
                       MOVE WS-SCAN-SUB TO WS-OTHER-SUB
                   END-IF
               END-PERFORM
               IF RN-JOB-STEP = LK-JOB-STEP
                   MOVE 8 TO LK-RUN-RESULT
               ELSE
                   IF WS-OTHER-SUB NOT = ZERO
                       IF CS-CONFLICT-GROUP(WS-STEP-SUB) NOT = SPACE
                               AND CS-CONFLICT-GROUP(WS-OTHER-SUB) =
                                   CS-CONFLICT-GROUP(WS-STEP-SUB)
                           MOVE 8 TO LK-RUN-RESULT
                       END-IF
                   END-IF
               END-IF
               IF LK-RUN-RESULT NOT = ZERO
                   MOVE "Y" TO WS-SCAN-DONE
                   STRING "CONFLICT - " RN-JOB-STEP " FOR "
                       RN-BUSINESS-DATE " STARTED AT "
                       RN-START-TIMESTAMP(1:12) " AND HAS NOT ENDED."
                       "  " LK-JOB-STEP " MAY NOT RUN ALONGSIDE IT."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
               END-IF
           END-IF.
      *
       260-MARK-STEP-RUNNING.
      *
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LK-JOB-STEP TO RN-JOB-STEP.
           MOVE "R" TO RN-STEP-STATUS.
           MOVE WS-TIMESTAMP TO RN-START-TIMESTAMP.
           MOVE ZERO TO RN-RETURN-CODE.
           MOVE ZERO TO RN-RECORDS-IN.
           MOVE ZERO TO RN-RECORDS-OUT.
           MOVE ZERO TO RN-EXCEPTION-COUNT.
           COMPUTE RN-ATTEMPT-COUNT = WS-OWN-ATTEMPTS + 1.
           MOVE LK-UPDATED-BY TO RN-UPDATED-BY.
           IF WS-OWN-STATUS = SPACE
               PERFORM 720-WRITE-CONTROL-RECORD
           ELSE
               PERFORM 730-REWRITE-CONTROL-RECORD
           END-IF.
      *
      *    A STEP WITH NO START RECORD (STARTED BEFORE THE MASTER
      *    EXISTED) IS RECORDED AT END ALL THE SAME.
      *
       300-END-STEP.
      *
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LK-JOB-STEP TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "N"
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE LK-JOB-STEP TO RN-JOB-STEP
               MOVE 1 TO RN-ATTEMPT-COUNT
           END-IF.
           MOVE WS-TIMESTAMP TO RN-END-TIMESTAMP.
           MOVE LK-STEP-RETURN-CODE TO RN-RETURN-CODE.
           MOVE LK-RECORDS-IN TO RN-RECORDS-IN.
           MOVE LK-RECORDS-OUT TO RN-RECORDS-OUT.
           MOVE LK-EXCEPTION-COUNT TO RN-EXCEPTION-COUNT.
           MOVE LK-UPDATED-BY TO RN-UPDATED-BY.
           IF LK-STEP-RETURN-CODE > CS-MAX-RETURN-CODE(WS-STEP-SUB)
               MOVE "F" TO RN-STEP-STATUS
           ELSE
               MOVE "C" TO RN-STEP-STATUS
           END-IF.
           IF WS-RECORD-FOUND = "N"
               PERFORM 720-WRITE-CONTROL-RECORD
           ELSE
               PERFORM 730-REWRITE-CONTROL-RECORD
           END-IF.
      *
       400-MARK-STEP-FAILED.
      *
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LK-JOB-STEP TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "N"
               MOVE 8 TO LK-RUN-RESULT
               STRING LK-JOB-STEP " HAS NO RUN-CONTROL RECORD FOR "
                   LK-BUSINESS-DATE " - THERE IS NOTHING TO MARK."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           ELSE
               STRING LK-JOB-STEP " FOR " LK-BUSINESS-DATE
                   " WAS STATUS " RN-STEP-STATUS
                   " - NOW MARKED FAILED AND FREE TO RUN AGAIN."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
               MOVE "F" TO RN-STEP-STATUS
               IF RN-END-TIMESTAMP = SPACES
                   MOVE WS-TIMESTAMP TO RN-END-TIMESTAMP
               END-IF
               MOVE LK-UPDATED-BY TO RN-UPDATED-BY
               PERFORM 730-REWRITE-CONTROL-RECORD
           END-IF.
      *
       500-BYPASS-STEP.
      *
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LK-JOB-STEP TO RN-JOB-STEP.
           PERFORM 700-READ-CONTROL-RECORD.
           IF WS-RECORD-FOUND = "Y"
                   AND RN-STEP-STATUS = "R"
               MOVE 8 TO LK-RUN-RESULT
               STRING LK-JOB-STEP " FOR " LK-BUSINESS-DATE
                   " IS MARKED RUNNING - MARK IT FAILED FIRST IF IT "
                   "IS NOT STILL RUNNING."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           ELSE
               MOVE LK-JOB-STEP TO WS-BYPASS-STEP
               PERFORM 510-WRITE-BYPASS-RECORD
           END-IF.
      *
       510-WRITE-BYPASS-RECORD.
      *
           IF WS-RECORD-FOUND = "N"
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE
               MOVE WS-BYPASS-STEP TO RN-JOB-STEP
               MOVE ZERO TO RN-ATTEMPT-COUNT
               MOVE ZERO TO RN-RETURN-CODE
               MOVE ZERO TO RN-RECORDS-IN
               MOVE ZERO TO RN-RECORDS-OUT
               MOVE ZERO TO RN-EXCEPTION-COUNT
           END-IF.
           MOVE "B" TO RN-STEP-STATUS.
           MOVE WS-TIMESTAMP TO RN-END-TIMESTAMP.
           MOVE LK-UPDATED-BY TO RN-UPDATED-BY.
           IF WS-RECORD-FOUND = "N"
               PERFORM 720-WRITE-CONTROL-RECORD
           ELSE
               PERFORM 730-REWRITE-CONTROL-RECORD
           END-IF.
      *
      *    A DATE CLOSED AS NO BUSINESS (STORES SHUT) GETS EVERY
      *    STEP BYPASSED, WHICH ALSO SATISFIES THE NEXT DATE'S
      *    PRIOR-DATE CHECK.  A DATE THAT HAS ALREADY STARTED ITS
      *    CYCLE CANNOT BE CLOSED.
      *
       600-CLOSE-BUSINESS-DATE.
      *
           MOVE LK-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE LOW-VALUES TO RN-JOB-STEP.
           PERFORM 710-READ-FIRST-FROM-KEY.
           IF WS-RECORD-FOUND = "Y"
                   AND RN-BUSINESS-DATE = LK-BUSINESS-DATE
               MOVE 8 TO LK-RUN-RESULT
               STRING "BUSINESS DATE " LK-BUSINESS-DATE " ALREADY "
                   "HAS RUN-CONTROL RECORDS - IT CANNOT BE CLOSED AS "
                   "NO BUSINESS."
                   DELIMITED BY SIZE INTO LK-RUN-MESSAGE
               END-STRING
           ELSE
               MOVE "N" TO WS-RECORD-FOUND
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 7
                          OR LK-RUN-RESULT NOT = ZERO
                   MOVE CS-JOB-STEP(WS-STEP-SUB) TO WS-BYPASS-STEP
                   PERFORM 510-WRITE-BYPASS-RECORD
               END-PERFORM
           END-IF.
      *
       700-READ-CONTROL-RECORD.
      *
           MOVE "Y" TO WS-RECORD-FOUND.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
      *
      *    THE FIRST RECORD AT OR AFTER THE KEY ALREADY SET UP.
      *
       710-READ-FIRST-FROM-KEY.
      *
           MOVE "Y" TO WS-RECORD-FOUND.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RN-CONTROL-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-START.
           IF WS-RECORD-FOUND = "Y"
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO WS-RECORD-FOUND
               END-READ
           END-IF.
      *
       720-WRITE-CONTROL-RECORD.
      *
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 16 TO LK-RUN-RESULT
                   STRING "UNABLE TO WRITE THE RUN-CONTROL RECORD FOR "
                       RN-JOB-STEP " " RN-BUSINESS-DATE " - FILE "
                       "STATUS " WS-RUN-CONTROL-STATUS "."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
           END-WRITE.
      *
       730-REWRITE-CONTROL-RECORD.
      *
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 16 TO LK-RUN-RESULT
                   STRING "UNABLE TO UPDATE THE RUN-CONTROL RECORD "
                       "FOR " RN-JOB-STEP " " RN-BUSINESS-DATE
                       " - FILE STATUS " WS-RUN-CONTROL-STATUS "."
                       DELIMITED BY SIZE INTO LK-RUN-MESSAGE
                   END-STRING
           END-REWRITE.
