       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1005.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            MORNING DAILY CYCLE STATUS REPORT.  READS
      *                    THE RUN-CONTROL MASTER (RUNCTL.CPY) AND
      *                    SHOWS, FOR EVERY BUSINESS DATE IN THE
      *                    REPORTING WINDOW, WHETHER ITS NIGHTLY CYCLE
      *                    IS COMPLETE, INCOMPLETE, FAILED OR NEVER
      *                    RUN (OR CLOSED AS NO BUSINESS), WITH EACH
      *                    STEP'S STATUS IN CHAIN ORDER (RUNCHAIN.CPY).
      *                    EVERY DATE THAT IS NOT COMPLETE OR CLOSED
      *                    IS FOLLOWED BY ITS STEP DETAIL - START AND
      *                    END TIMES, RETURN CODE, COUNTS AND ATTEMPTS
      *                    - SO THE OPERATOR SEES WHAT TO PICK UP.
      *                    A CYCLE IS COMPLETE WHEN EVERY REQUIRED
      *                    STEP IS COMPLETE OR BYPASSED AND NO STEP
      *                    IS FAILED OR STILL RUNNING; FAILED WHEN
      *                    ANY STEP'S LAST ATTEMPT FAILED; NEVER RUN
      *                    WHEN THE DATE HAS NO RECORD AT ALL; AND
      *                    INCOMPLETE OTHERWISE (INCLUDING A STEP
      *                    STILL MARKED RUNNING).
      *                    THE WINDOW IS THE NNN DAYS ENDING
      *                    YESTERDAY, NNN FROM THE EXEC PARM (THREE
      *                    DIGITS, DEFAULT 014).  ENDS WITH RC=8 WHEN
      *                    ANY DATE FAILED OR NEVER RAN, RC=4 WHEN ANY
      *                    DATE IS ONLY INCOMPLETE.
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
       77  WS-RUN-CONTROL-OPEN    PIC X         VALUE "N".
       77  WS-SCAN-DONE           PIC X         VALUE "N".
      *
       77  WS-REPORT-DAYS         PIC 9(3)      VALUE 14.
       77  WS-TODAY-DATE          PIC 9(8)      VALUE ZERO.
       77  WS-FROM-INTEGER        PIC 9(8)      VALUE ZERO.
       77  WS-THRU-INTEGER        PIC 9(8)      VALUE ZERO.
       77  WS-DATE-INTEGER        PIC 9(8)      VALUE ZERO.
       77  WS-REPORT-DATE         PIC 9(8)      VALUE ZERO.
      *
       77  WS-STEP-SUB            PIC 9(2)      VALUE ZERO.
       77  WS-FOUND-SUB           PIC 9(2)      VALUE ZERO.
       77  WS-RECORD-COUNT        PIC 9(2)      VALUE ZERO.
       77  WS-CYCLE-STATUS        PIC X(11)     VALUE SPACES.
       77  WS-ANY-FAILED          PIC X         VALUE "N".
       77  WS-ANY-RUNNING         PIC X         VALUE "N".
       77  WS-REQUIRED-OPEN       PIC X         VALUE "N".
       77  WS-ALL-BYPASSED        PIC X         VALUE "N".
      *
       77  WS-COMPLETE-COUNT      PIC 9(4)      VALUE ZERO.
       77  WS-INCOMPLETE-COUNT    PIC 9(4)      VALUE ZERO.
       77  WS-FAILED-COUNT        PIC 9(4)      VALUE ZERO.
       77  WS-NEVER-RUN-COUNT     PIC 9(4)      VALUE ZERO.
       77  WS-CLOSED-COUNT        PIC 9(4)      VALUE ZERO.
       77  WS-DISPLAY-COUNT       PIC Z,ZZ9.
      *
       COPY RUNCHAIN.
      *
      *    THE REPORTED DATE'S RUN-CONTROL RECORDS, ONE SLOT PER
      *    CHAIN STEP IN RUNCHAIN ORDER.  A BLANK STATUS MEANS THE
      *    STEP HAS NO RECORD FOR THE DATE.
      *
       01  DATE-STEP-TABLE.
           05  DATE-STEP-ENTRY OCCURS 7 TIMES.
               10  DS-STEP-STATUS         PIC X.
               10  DS-START-TIMESTAMP     PIC X(21).
               10  DS-END-TIMESTAMP       PIC X(21).
               10  DS-RETURN-CODE         PIC 9(4).
               10  DS-RECORDS-IN          PIC 9(9).
               10  DS-RECORDS-OUT         PIC 9(9).
               10  DS-EXCEPTION-COUNT     PIC 9(9).
               10  DS-ATTEMPT-COUNT       PIC 9(3).
               10  DS-UPDATED-BY          PIC X(8).
      *
       01  WS-CYCLE-LINE.
           05  WS-CL-BUSINESS-DATE    PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CL-CYCLE-STATUS     PIC X(11).
           05  WS-CL-STEP OCCURS 7 TIMES.
               10  FILLER             PIC X(4).
               10  WS-CL-STEP-STATUS  PIC X.
      *
       01  WS-STEP-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  WS-SL-JOB-STEP         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-STEP-STATUS      PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-START-DATE       PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-START-TIME       PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-END-DATE         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-END-TIME         PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-RETURN-CODE      PIC ZZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-RECORDS-IN       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-RECORDS-OUT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-EXCEPTION-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-ATTEMPT-COUNT    PIC ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-UPDATED-BY       PIC X(8).
      *
       LINKAGE SECTION.
      *
      *    THE NUMBER OF DAYS TO REPORT ARRIVES VIA THE EXEC PARM AS
      *    THREE DIGITS (FOR EXAMPLE '014').
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-REPORT-DAYS       PIC X(3).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-REPORT-CYCLE-STATUS.
      *
           IF LK-PARM-LENGTH >= 3
                   AND LK-PARM-REPORT-DAYS IS NUMERIC
               MOVE LK-PARM-REPORT-DAYS TO WS-REPORT-DAYS
           END-IF.
           IF WS-REPORT-DAYS = ZERO
               MOVE 14 TO WS-REPORT-DAYS
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-THRU-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1.
           COMPUTE WS-FROM-INTEGER =
               WS-THRU-INTEGER - WS-REPORT-DAYS + 1.
           PERFORM 050-OPEN-RUN-CONTROL.
           DISPLAY "DAILY CYCLE STATUS REPORT - CALC1005 - RUN "
               WS-TODAY-DATE.
           DISPLAY "STEP STATUS: C COMPLETE  F FAILED  R RUNNING OR "
               "ENDED ABNORMALLY  B BYPASSED  - NOT RUN".
           DISPLAY "BUS DATE  CYCLE          1080 1010 1040 GLPK "
               "1050 1015 1070".
           DISPLAY "          STEP     STATUS    STARTED       "
               "ENDED           RC    RECORDS IN  RECORDS OUT   "
               "EXCEPTIONS TRY BY".
           DISPLAY "--------  -----------    ---- ---- ---- ---- "
               "---- ---- ----".
           PERFORM 100-REPORT-ONE-DATE
               VARYING WS-DATE-INTEGER FROM WS-FROM-INTEGER BY 1
               UNTIL WS-DATE-INTEGER > WS-THRU-INTEGER.
           IF WS-RUN-CONTROL-OPEN = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.
           PERFORM 500-PRINT-TOTALS.
           IF WS-FAILED-COUNT NOT = ZERO
                   OR WS-NEVER-RUN-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-INCOMPLETE-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *    A MASTER THAT HAS NEVER BEEN WRITTEN (FILE STATUS 35)
      *    MEANS NO CYCLE HAS EVER BEEN RECORDED - EVERY DATE IS
      *    REPORTED AS NEVER RUN RATHER THAN FAILING THE REPORT.
      *
       050-OPEN-RUN-CONTROL.
      *
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-RUN-CONTROL-OPEN
           ELSE
               IF WS-RUN-CONTROL-STATUS = "35"
                   DISPLAY "NOTE - THE RUN-CONTROL MASTER HAS NEVER "
                       "BEEN WRITTEN."
               ELSE
                   DISPLAY "UNABLE TO OPEN THE RUN-CONTROL MASTER - "
                       "FILE STATUS " WS-RUN-CONTROL-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       100-REPORT-ONE-DATE.
      *
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
               WS-REPORT-DATE.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               MOVE SPACE TO DS-STEP-STATUS(WS-STEP-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-RECORD-COUNT.
           IF WS-RUN-CONTROL-OPEN = "Y"
               PERFORM 110-LOAD-DATE-RECORDS
           END-IF.
           PERFORM 200-SET-CYCLE-STATUS.
           MOVE SPACES TO WS-CYCLE-LINE.
           MOVE WS-REPORT-DATE TO WS-CL-BUSINESS-DATE.
           MOVE WS-CYCLE-STATUS TO WS-CL-CYCLE-STATUS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               IF DS-STEP-STATUS(WS-STEP-SUB) = SPACE
                   MOVE "-" TO WS-CL-STEP-STATUS(WS-STEP-SUB)
               ELSE
                   MOVE DS-STEP-STATUS(WS-STEP-SUB) TO
                       WS-CL-STEP-STATUS(WS-STEP-SUB)
               END-IF
           END-PERFORM.
           DISPLAY WS-CYCLE-LINE.
           IF WS-CYCLE-STATUS = "INCOMPLETE"
                   OR WS-CYCLE-STATUS = "FAILED"
               PERFORM 300-PRINT-STEP-DETAIL
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
           END-IF.
      *
      *    THE DATE'S RECORDS SIT TOGETHER IN KEY ORDER (BUSINESS
      *    DATE FIRST), SO ONE START PLUS A SHORT SCAN READS THEM.
      *
       110-LOAD-DATE-RECORDS.
      *
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-REPORT-DATE TO RN-BUSINESS-DATE.
           MOVE LOW-VALUES TO RN-JOB-STEP.
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
                       IF RN-BUSINESS-DATE NOT = WS-REPORT-DATE
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           PERFORM 120-STORE-STEP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
      *
       120-STORE-STEP-RECORD.
      *
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
                      OR WS-FOUND-SUB NOT = ZERO
               IF CS-JOB-STEP(WS-STEP-SUB) = RN-JOB-STEP
                   MOVE WS-STEP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-RECORD-COUNT
               MOVE RN-STEP-STATUS TO DS-STEP-STATUS(WS-FOUND-SUB)
               MOVE RN-START-TIMESTAMP TO
                   DS-START-TIMESTAMP(WS-FOUND-SUB)
               MOVE RN-END-TIMESTAMP TO DS-END-TIMESTAMP(WS-FOUND-SUB)
               MOVE RN-RETURN-CODE TO DS-RETURN-CODE(WS-FOUND-SUB)
               MOVE RN-RECORDS-IN TO DS-RECORDS-IN(WS-FOUND-SUB)
               MOVE RN-RECORDS-OUT TO DS-RECORDS-OUT(WS-FOUND-SUB)
               MOVE RN-EXCEPTION-COUNT TO
                   DS-EXCEPTION-COUNT(WS-FOUND-SUB)
               MOVE RN-ATTEMPT-COUNT TO DS-ATTEMPT-COUNT(WS-FOUND-SUB)
               MOVE RN-UPDATED-BY TO DS-UPDATED-BY(WS-FOUND-SUB)
           END-IF.
      *
       200-SET-CYCLE-STATUS.
      *
           MOVE "N" TO WS-ANY-FAILED.
           MOVE "N" TO WS-ANY-RUNNING.
           MOVE "N" TO WS-REQUIRED-OPEN.
           MOVE "Y" TO WS-ALL-BYPASSED.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               IF DS-STEP-STATUS(WS-STEP-SUB) = "F"
                   MOVE "Y" TO WS-ANY-FAILED
               END-IF
               IF DS-STEP-STATUS(WS-STEP-SUB) = "R"
                   MOVE "Y" TO WS-ANY-RUNNING
               END-IF
               IF CS-REQUIRED-FLAG(WS-STEP-SUB) = "Y"
                       AND DS-STEP-STATUS(WS-STEP-SUB) NOT = "C"
                       AND DS-STEP-STATUS(WS-STEP-SUB) NOT = "B"
                   MOVE "Y" TO WS-REQUIRED-OPEN
               END-IF
               IF DS-STEP-STATUS(WS-STEP-SUB) NOT = "B"
                   MOVE "N" TO WS-ALL-BYPASSED
               END-IF
           END-PERFORM.
           IF WS-RECORD-COUNT = ZERO
               MOVE "NEVER RUN" TO WS-CYCLE-STATUS
               ADD 1 TO WS-NEVER-RUN-COUNT
           ELSE
               IF WS-ALL-BYPASSED = "Y"
                   MOVE "CLOSED" TO WS-CYCLE-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   IF WS-ANY-FAILED = "Y"
                       MOVE "FAILED" TO WS-CYCLE-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       IF WS-ANY-RUNNING = "Y"
                               OR WS-REQUIRED-OPEN = "Y"
                           MOVE "INCOMPLETE" TO WS-CYCLE-STATUS
                           ADD 1 TO WS-INCOMPLETE-COUNT
                       ELSE
                           MOVE "COMPLETE" TO WS-CYCLE-STATUS
                           ADD 1 TO WS-COMPLETE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    A REQUIRED STEP WITH NO RECORD IS LISTED AS NOT RUN; AN
      *    OPTIONAL ONE (REPROCESS, ARCHIVE) ONLY WHEN IT RAN.
      *
       300-PRINT-STEP-DETAIL.
      *
           IF DS-STEP-STATUS(WS-STEP-SUB) NOT = SPACE
                   OR CS-REQUIRED-FLAG(WS-STEP-SUB) = "Y"
               MOVE SPACES TO WS-STEP-LINE
               MOVE CS-JOB-STEP(WS-STEP-SUB) TO WS-SL-JOB-STEP
               IF DS-STEP-STATUS(WS-STEP-SUB) = SPACE
                   MOVE "NOT RUN" TO WS-SL-STEP-STATUS
               ELSE
                   PERFORM 310-FORMAT-STEP-RECORD
               END-IF
               DISPLAY WS-STEP-LINE
           END-IF.
      *
       310-FORMAT-STEP-RECORD.
      *
           IF DS-STEP-STATUS(WS-STEP-SUB) = "C"
               MOVE "COMPLETE" TO WS-SL-STEP-STATUS
           END-IF.
           IF DS-STEP-STATUS(WS-STEP-SUB) = "F"
               MOVE "FAILED" TO WS-SL-STEP-STATUS
           END-IF.
           IF DS-STEP-STATUS(WS-STEP-SUB) = "R"
               MOVE "RUNNING" TO WS-SL-STEP-STATUS
           END-IF.
           IF DS-STEP-STATUS(WS-STEP-SUB) = "B"
               MOVE "BYPASSED" TO WS-SL-STEP-STATUS
           END-IF.
           MOVE DS-START-TIMESTAMP(WS-STEP-SUB)(1:8) TO
               WS-SL-START-DATE.
           MOVE DS-START-TIMESTAMP(WS-STEP-SUB)(9:4) TO
               WS-SL-START-TIME.
           MOVE DS-END-TIMESTAMP(WS-STEP-SUB)(1:8) TO WS-SL-END-DATE.
           MOVE DS-END-TIMESTAMP(WS-STEP-SUB)(9:4) TO WS-SL-END-TIME.
           MOVE DS-RETURN-CODE(WS-STEP-SUB) TO WS-SL-RETURN-CODE.
           MOVE DS-RECORDS-IN(WS-STEP-SUB) TO WS-SL-RECORDS-IN.
           MOVE DS-RECORDS-OUT(WS-STEP-SUB) TO WS-SL-RECORDS-OUT.
           MOVE DS-EXCEPTION-COUNT(WS-STEP-SUB) TO
               WS-SL-EXCEPTION-COUNT.
           MOVE DS-ATTEMPT-COUNT(WS-STEP-SUB) TO WS-SL-ATTEMPT-COUNT.
           MOVE DS-UPDATED-BY(WS-STEP-SUB) TO WS-SL-UPDATED-BY.
      *
       500-PRINT-TOTALS.
      *
           DISPLAY "--------  -----------    ---- ---- ---- ---- "
               "---- ---- ----".
           MOVE WS-COMPLETE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DATES COMPLETE  . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-INCOMPLETE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DATES INCOMPLETE  . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DATES FAILED  . . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-NEVER-RUN-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DATES NEVER RUN . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DATES CLOSED (NO BUSINESS)  . " WS-DISPLAY-COUNT.
