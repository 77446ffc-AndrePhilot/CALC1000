      *                     DEFAULTING READS IT BY KEY INSTEAD OF
      *                     LOADING A 10-ENTRY TABLE - THE CEILING
      *                     AND ITS NOT-COUNTED WARNING ARE GONE.
      *  OCTOBER 15, 2026 - SKIP MULTI-LINE INVOICE LINE RECORDS IN
      *                     THE SALES ACTIVITY SCAN - THE INVOICE'S
      *                     JURISDICTION AND STORE ARE ON ITS HEADER.
      *  OCTOBER 15, 2026 - A DELIVERED OR SHIPPED SALE COUNTS
      *                     AGAINST THE JURISDICTION OF ITS SHIP-TO
      *                     ZIP ON THE ZIP CODE MASTER (ZIPJURIS),
      *                     THE SAME WAY THE BATCH RUN RATES IT,
      *                     NOT THE STORE'S.
      *  OCTOBER 15, 2026 - DAILY CYCLE RUN CONTROL.  AN OPTIONAL
      *                     BUSINESS DATE AFTER THE WARNING DAYS ON
      *                     THE PARM ('030,YYYYMMDD') CHECKS THE RUN
      *                     IN AND OUT AS THE FIRST STEP OF THAT
      *                     DATE'S NIGHTLY CYCLE ON THE RUN-CONTROL
      *                     MASTER (SEE RUNSTEP).  WITHOUT IT THE
      *                     REPORT RUNS ON ITS OWN, UNRECORDED.
      *  OCTOBER 15, 2026 - A FILE FAILURE AFTER THE RUN HAS CHECKED
      *                     IN ON THE RUN-CONTROL MASTER NOW CHECKS
      *                     THE STEP OUT WITH RETURN CODE 16, SO THE
      *                     STEP IS MARKED FAILED AND CAN BE RERUN
      *                     INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-NUMBER
               FILE STATUS IS WS-STORE-MASTER-STATUS.
           SELECT ZIP-JURISDICTION-FILE ASSIGN TO "ZIPJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZJ-ZIP-CODE
               FILE STATUS IS WS-ZIP-MASTER-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  STORE-MASTER-FILE.
       COPY STORMAST.
      *
       FD  ZIP-JURISDICTION-FILE.
       COPY ZIPJURIS.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-TAX-RATE-STATUS     PIC X(2)      VALUE "00".
       77  WS-SALES-IN-STATUS     PIC X(2)      VALUE "00".
       77  WS-STORE-MASTER-STATUS PIC X(2)      VALUE "00".
       77  WS-ZIP-MASTER-STATUS   PIC X(2)      VALUE "00".
       77  WS-ZIP-MASTER-OPEN     PIC X         VALUE "N".
       77  WS-TAX-RATE-EOF        PIC X         VALUE "N".
       77  WS-SALES-IN-EOF        PIC X         VALUE "N".
      *
               10  JT-LATEST-TO-DATE      PIC 9(8).
               10  JT-ON-RATE-FILE        PIC X.
               10  JT-ACTIVE-FLAG         PIC X.
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP
      *    TO CHECK THIS STEP IN AT START AND OUT AT END.
      *
       77  WS-RUN-CONTROL-ACTIVE  PIC X         VALUE "N".
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE "CALC1080".
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1080".
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
      *    SUPPLIED, IT IS SHORTER THAN THREE BYTES, OR IT IS NOT
      *    NUMERIC, 30 DAYS IS USED - ONLY LK-PARM-LENGTH BYTES OF
      *    THE PARM AREA ARE VALID, SO A SHORT PARM MUST NOT BE
      *    EXAMINED PAST ITS OWN END.  WHEN THE REPORT RUNS AS PART
      *    OF THE NIGHTLY CYCLE THE BUSINESS DATE FOLLOWS AFTER A
      *    COMMA (FOR EXAMPLE '030,20260808').
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-WARN-DAYS         PIC X(3).
           05  LK-PARM-DATE-SEP          PIC X.
           05  LK-PARM-BUSINESS-DATE     PIC X(8).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
                   AND LK-PARM-WARN-DAYS IS NUMERIC
               MOVE LK-PARM-WARN-DAYS TO WS-WARN-DAYS
           END-IF.
           IF LK-PARM-LENGTH >= 12
               IF LK-PARM-BUSINESS-DATE IS NOT NUMERIC
                   DISPLAY "INVALID BUSINESS DATE '"
                       LK-PARM-BUSINESS-DATE "' ON THE PARM - USE "
                       "NNN,YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
               PERFORM 040-START-RUN-CONTROL-STEP
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
               WS-CUTOFF-DATE.
           PERFORM 100-SCAN-RATE-MASTER.
           PERFORM 200-OPEN-STORE-MASTER.
           PERFORM 210-OPEN-ZIP-MASTER.
           PERFORM 300-SCAN-SALES-ACTIVITY.
           CLOSE STORE-MASTER-FILE.
           IF WS-ZIP-MASTER-OPEN = "Y"
               CLOSE ZIP-JURISDICTION-FILE
           END-IF.
           PERFORM 500-PRINT-WARNING-REPORT.
           IF WS-URGENT-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
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
      *    THE MASTER IS READ IN KEY ORDER, SO A JURISDICTION'S
      *    EFFECTIVE-DATED ENTRIES ARRIVE TOGETHER - EACH KEY BREAK
      *    CLOSES OUT THE PRIOR JURISDICTION WITH THE LATEST
               DISPLAY "UNABLE TO OPEN THE TAX RATE MASTER - FILE "
                   "STATUS " WS-TAX-RATE-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TAX-RATE-EOF = "Y"
               DISPLAY "UNABLE TO OPEN THE STORE MASTER FILE - "
                   "FILE STATUS " WS-STORE-MASTER-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
      *
      *    THE ZIP CODE MASTER SOURCES DELIVERED SALES.  FILE STATUS
      *    35 MEANS IT HAS NEVER BEEN LOADED - THE BATCH RUN WILL
      *    SUSPEND EVERY DELIVERED SALE, SO NONE OF THEM IS COUNTED
      *    HERE EITHER.
      *
       210-OPEN-ZIP-MASTER.
      *
           OPEN INPUT ZIP-JURISDICTION-FILE.
           IF WS-ZIP-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ZIP-MASTER-OPEN
           ELSE
               IF WS-ZIP-MASTER-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN THE ZIP CODE MASTER - "
                       "FILE STATUS " WS-ZIP-MASTER-STATUS "."
                   CLOSE STORE-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
           END-IF.
      *
       300-SCAN-SALES-ACTIVITY.
      *
               DISPLAY "UNABLE TO OPEN THE SALES TRANSACTION FILE "
                   "- FILE STATUS " WS-SALES-IN-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SALES-IN-EOF = "Y"
                   AT END
                       MOVE "Y" TO WS-SALES-IN-EOF
                   NOT AT END
                       IF ST-RECORD-TYPE NOT = "L"
                           PERFORM 310-MARK-JURISDICTION-ACTIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-TRANSACTION-FILE.
           MOVE ST-COUNTY-CODE TO WS-CHECK-COUNTY-CODE.
           MOVE ST-CITY-CODE TO WS-CHECK-CITY-CODE.
      *
      *    A DELIVERED SALE COUNTS AGAINST ITS SHIP-TO ZIP'S
      *    JURISDICTION.  ONE WHOSE ZIP CANNOT SOURCE IT WILL
      *    SUSPEND IN THE BATCH RUN, SO IT COUNTS NOWHERE.
      *
           IF ST-DELIVERY-FLAG = "Y"
               MOVE SPACES TO WS-CHECK-STATE-CODE
               IF WS-ZIP-MASTER-OPEN = "Y"
                   MOVE ST-SHIP-TO-ZIP TO ZJ-ZIP-CODE
                   READ ZIP-JURISDICTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ZJ-ACTIVE-FLAG NOT = "N"
                                   AND ZJ-MULTI-JURIS-FLAG NOT = "Y"
                               MOVE ZJ-STATE-CODE TO
                                   WS-CHECK-STATE-CODE
                               MOVE ZJ-COUNTY-CODE TO
                                   WS-CHECK-COUNTY-CODE
                               MOVE ZJ-CITY-CODE TO
                                   WS-CHECK-CITY-CODE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
      *    OTHERWISE A BLANK STATE CODE MEANS "THE STORE'S OWN
      *    JURISDICTION", EXACTLY AS THE BATCH RUN TREATS IT -
      *    DEFAULT ALL THREE CODES FROM THE STORE MASTER SO THE
      *    ACTIVITY COUNTS AGAINST THE JURISDICTION THE TAX WOULD BE
      *    COMPUTED UNDER.
      *
           IF WS-CHECK-STATE-CODE = SPACES
                   AND ST-DELIVERY-FLAG NOT = "Y"
               MOVE ST-STORE-NUMBER TO SM-STORE-NUMBER
               READ STORE-MASTER-FILE
                   INVALID KEY
                   END-IF
               END-IF
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
               MOVE WS-JURIS-COUNT TO WS-RUN-RECORDS-IN
               MOVE ZERO TO WS-RUN-RECORDS-OUT
               COMPUTE WS-RUN-EXCEPTION-COUNT =
                   WS-URGENT-COUNT + WS-WARNING-COUNT
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
