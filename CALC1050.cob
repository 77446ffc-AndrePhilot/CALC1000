      *
      *MODIFICATION-LOG.
      *  SEPTEMBER 02, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - DAILY CYCLE RUN CONTROL.  AN OPTIONAL
      *                     EXEC PARM CARRYING THE BUSINESS DATE
      *                     CHECKS THE RUN IN AND OUT ON THE RUN-
      *                     CONTROL MASTER (SEE RUNSTEP) AS THE
      *                     CALC1050 STEP OF THAT DATE'S CYCLE,
      *                     REFUSED UNTIL THE GL PICKUP IS RECORDED
      *                     FOR THE DATE.  WITHOUT A PARM THE REPORT
      *                     RUNS ON ITS OWN, UNRECORDED.
      *  OCTOBER 15, 2026 - A FILE FAILURE AFTER THE RUN HAS CHECKED
      *                     IN ON THE RUN-CONTROL MASTER NOW CHECKS
      *                     THE STEP OUT WITH RETURN CODE 16, SO THE
      *                     STEP IS MARKED FAILED AND CAN BE RERUN
      *                     INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *
       ENVIRONMENT DIVISION.
      *
               10  GP-FROM-SEQUENCE       PIC 9(6).
               10  GP-THRU-SEQUENCE       PIC 9(6).
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP
      *    TO CHECK THIS STEP IN AT START AND OUT AT END.
      *
       77  WS-RUN-CONTROL-ACTIVE  PIC X         VALUE "N".
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE "CALC1050".
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1050".
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
      *    THE BUSINESS DATE ARRIVES VIA THE EXEC PARM (YYYYMMDD)
      *    WHEN THE REPORT RUNS AS PART OF THE NIGHTLY CYCLE.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-BUSINESS-DATE     PIC X(8).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-REPORT-BATCH-CONTROL.
      *
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH < 8
                       OR LK-PARM-BUSINESS-DATE IS NOT NUMERIC
                   DISPLAY "INVALID BUSINESS DATE PARM - USE "
                       "YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
               PERFORM 040-START-RUN-CONTROL-STEP
           END-IF.
           PERFORM 100-SCAN-EXTRACT-TRAILERS.
           PERFORM 200-APPLY-ACKNOWLEDGMENTS.
           PERFORM 500-PRINT-CONTROL-REPORT.
                   MOVE 4 TO RETURN-CODE
               END-IF
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
      *    ONLY THE TYPE "T" TRAILERS DESCRIBE BATCHES - DETAIL
      *    RECORDS AND PRE-BATCH-CONTROL LEGACY RECORDS (BLANK TYPE
      *    AND SEQUENCE) ARE PASSED OVER.  TRAILERS ARRIVE IN THE
               DISPLAY "UNABLE TO OPEN THE GL EXTRACT FILE - FILE "
                   "STATUS " WS-GL-EXTRACT-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GL-EXTRACT-EOF = "Y"
                   DISPLAY "UNABLE TO OPEN THE GL ACKNOWLEDGMENT "
                       "FILE - FILE STATUS " WS-GL-ACK-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
           END-IF.
               GP-THRU-SEQUENCE(WS-GAP-SUB) " NEVER REACHED THE "
               "EXTRACT FILE - AN ABENDED RUN BURNS ONE NUMBER; "
               "ANYTHING WIDER NEEDS INVESTIGATION.".
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
               MOVE WS-BATCH-COUNT TO WS-RUN-RECORDS-IN
               MOVE WS-MATCHED-COUNT TO WS-RUN-RECORDS-OUT
               COMPUTE WS-RUN-EXCEPTION-COUNT =
                   WS-UNACKED-COUNT + WS-MISMATCH-COUNT +
                   WS-GAP-COUNT + WS-UNKNOWN-ACK-COUNT
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
