      *                     (AT MOST ONE REPLAYED RECORD) ALSO
      *                     REQUIRES THAT NOTHING HAS BEEN
      *                     RE-MATCHED FOR THE INVOICE YET.
      *  OCTOBER 15, 2026 - CUSTOMER EXEMPTION CERTIFICATES.  THE
      *                     SALES TRANSACTION'S NEW CUSTOMER ID IS
      *                     PASSED TO TAXCALC, WHICH EXEMPTS THE SALE
      *                     WHEN THE CUSTOMER HAS A CERTIFICATE IN
      *                     FORCE FOR THE STATE AND DATE; THE
      *                     CERTIFICATE NUMBER IT RETURNS IS STAMPED
      *                     ON THE TAX RESULT AND AUDIT RECORDS WITH
      *                     THE CUSTOMER ID.  THE SALES TRANSACTION
      *                     AND SUSPENSE IMAGES WIDENED TO 80 BYTES.
      *  OCTOBER 15, 2026 - CARRY THE SALES TRANSACTION'S REGISTER
      *                     NUMBER TO THE TAX RESULT RECORD FOR THE
      *                     DRAWER CLOSE RECONCILIATION (CALC1045).
      *  OCTOBER 15, 2026 - MULTI-LINE INVOICES.  AN INVOICE HEADER
      *                     RECORD AND ITS LINE ITEM RECORDS (SEE
      *                     SALESTXN.CPY) ARE READ TOGETHER AND
      *                     PROCESSED AS ONE UNIT: EACH LINE IS
      *                     RATED THROUGH TAXCALC UNDER ITS OWN
      *                     CATEGORY, THE STATE AND LOCAL TAX IS
      *                     ROUNDED ON THE INVOICE TOTAL AND
      *                     ALLOCATED BACK TO THE LINES WHERE THE
      *                     JURISDICTION REQUIRES IT, AND ONE TAX
      *                     RESULT AND AUDIT RECORD IS WRITTEN PER
      *                     LINE CARRYING THE LINE NUMBER, CATEGORY
      *                     AND QUANTITY.  THE INVOICE HISTORY
      *                     RECORDS THE INVOICE ONCE WITH ITS LINES,
      *                     AND A RETURN INVOICE IS VALIDATED LINE BY
      *                     LINE AGAINST THE LINES IT RETURNS.  A
      *                     MALFORMED INVOICE SUSPENDS WHOLE WITH THE
      *                     NEW REASON 09; ANY LINE THAT CANNOT BE
      *                     RATED SUSPENDS THE WHOLE INVOICE.  THE
      *                     CHECKPOINT ADVANCES ONCE PER INVOICE.
      *                     HEADER RECORDS ARE NOT COUNTED AS
      *                     TRANSACTIONS - EVERY LINE OR
      *                     SINGLE-RECORD TRANSACTION IS EITHER
      *                     POSTED OR SUSPENDED, SO THE INPUT-FILE
      *                     CHECK AND THE BALANCING STEP STILL FOOT.
      *  OCTOBER 15, 2026 - DESTINATION SOURCING FOR DELIVERED AND
      *                     SHIPPED SALES.  A TRANSACTION (OR INVOICE
      *                     HEADER) WITH THE DELIVERY FLAG SET TAKES
      *                     ITS STATE, COUNTY AND CITY FROM THE
      *                     SHIP-TO ZIP ON THE NEW ZIP CODE MASTER
      *                     (ZIPJURIS) INSTEAD OF THE REGISTER'S CODES
      *                     OR THE STORE'S HOME CODES.  A BLANK ZIP,
      *                     A ZIP NOT ON FILE OR RETIRED, OR A ZIP
      *                     THAT SPANS MORE THAN ONE JURISDICTION
      *                     SUSPENDS WITH THE NEW REASON 10 RATHER
      *                     THAN BEING RATED AT THE STORE'S RATES.
      *  OCTOBER 15, 2026 - DAILY CYCLE RUN CONTROL.  A RUN GIVEN ITS
      *                     BUSINESS DATE ON THE PARM CHECKS IN ON
      *                     THE RUN-CONTROL MASTER (SEE RUNSTEP)
      *                     BEFORE ANY FILE IS OPENED - AS THE
      *                     CALC1010 STEP, OR THE CALC1015 STEP IN
      *                     REPROCESS MODE - AND IS REFUSED WHEN IT
      *                     IS OUT OF ORDER, ALREADY DONE FOR THE
      *                     DATE, OR WOULD RUN ALONGSIDE ANOTHER JOB
      *                     THAT UPDATES THE INVOICE HISTORY OR THE
      *                     LIVE AUDIT LOG.  THE RUN CHECKS OUT WITH
      *                     ITS RETURN CODE AND POSTED/SUSPENDED
      *                     COUNTS.
      *  OCTOBER 15, 2026 - TAMPER-EVIDENT AUDIT LOG.  EVERY AUDIT
      *                     RECORD IS STAMPED THROUGH AUDSTAMP WITH
      *                     THE NEXT SEQUENCE NUMBER OF ITS SOURCE
      *                     ("BATCH", OR "REPROC" IN REPROCESS MODE)
      *                     AND A CHAINED CHECK VALUE, AND THE RUN'S
      *                     RECORDS ARE BRACKETED BY A HEADER AND A
      *                     TRAILER CARRYING THEIR COUNT AND NET
      *                     TOTALS.
      *  OCTOBER 15, 2026 - TAX-INCLUDED PRICING.  A TRANSACTION (OR
      *                     INVOICE HEADER) WITH THE NEW TAX-INCLUDED
      *                     FLAG SET CARRIES A GROSS PRICE; TAXCALC
      *                     BACKS THE TAX OUT OF IT AND THE NET PRICE
      *                     IS WHAT POSTS TO THE TAX RESULT, AUDIT,
      *                     HISTORY, TOTALS AND GL.  A TAX-INCLUDED
      *                     RETURN IS BACKED OUT AT THE ORIGINAL
      *                     SALE'S RATES BEFORE ITS HISTORY CHECK, SO
      *                     IT IS CHECKED NET AGAINST NET.  THE TAX
      *                     RESULT RECORD CARRIES THE FLAG.  SUSPENSE
      *                     RECORDS KEEP THE GROSS IMAGE AS READ.
      *  OCTOBER 15, 2026 - A FILE FAILURE AFTER THE RUN HAS CHECKED
      *                     IN ON THE RUN-CONTROL MASTER NOW CHECKS
      *                     THE STEP OUT WITH RETURN CODE 16, SO THE
      *                     STEP IS MARKED FAILED AND CAN BE RERUN
      *                     INSTEAD OF BEING LEFT SHOWING AS RUNNING.
      *  OCTOBER 15, 2026 - THE AUDIT RECORD IS NOW STAMPED BEFORE
      *                     THE TAX RESULT RECORD IS WRITTEN, AND A
      *                     POSTING WHOSE AUDIT RECORD CANNOT BE
      *                     STAMPED IS NOT WRITTEN TO TAXOUT.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-INVOICE-NUMBER
               FILE STATUS IS WS-INVOICE-HIST-STATUS.
           SELECT ZIP-JURISDICTION-FILE ASSIGN TO "ZIPJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZJ-ZIP-CODE
               FILE STATUS IS WS-ZIP-MASTER-STATUS.
      *
       DATA DIVISION.
      *
       COPY SUSPENSE.
      *
       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD            PIC X(90).
      *
       FD  STORE-MASTER-FILE.
       COPY STORMAST.
      *
       FD  ZIP-JURISDICTION-FILE.
       COPY ZIPJURIS.
      *
       FD  INVOICE-HISTORY-FILE.
       COPY INVHIST.
       77  WS-CITY-TAX               PIC 9(5)V99.
       77  WS-OVERRIDE-TAX           PIC 9(5)V99.
       77  WS-EXEMPT-FLAG            PIC X.
       77  WS-CERTIFICATE-NUMBER     PIC X(15).
       77  WS-RETURN-CODE            PIC 9(2).
      *
      *    TAXCALC'S INVOICE ROUNDING RESULT FOR THE AMOUNT JUST
      *    RATED - THE JURISDICTION'S ROUNDING FLAG AND THE STATE,
      *    COUNTY AND CITY TAX BEFORE ROUNDING.
      *
       01  WS-INVOICE-ROUNDING-AREA.
           05  WS-INVOICE-ROUNDING-FLAG  PIC X.
           05  WS-EXACT-STATE-TAX        PIC 9(5)V9(6).
           05  WS-EXACT-COUNTY-TAX       PIC 9(5)V9(6).
           05  WS-EXACT-CITY-TAX         PIC 9(5)V9(6).
      *
      *    A TAX-INCLUDED SALE PASSES TAXCALC ITS GROSS PRICE WITH
      *    THE FLAG SET AND GETS BACK THE NET PRICE THE TAX WAS
      *    BACKED OUT OF - THE NET IS WHAT POSTS.  WS-INCLUDED-RATED
      *    IS SET WHEN A RETURN HAD TO BE BACKED OUT AHEAD OF ITS
      *    HISTORY CHECK, SO IT IS NOT RATED A SECOND TIME.
      *
       01  WS-TAX-INCLUDED-AREA.
           05  WS-TAX-INCLUDED-FLAG      PIC X.
           05  WS-NET-SALES-AMOUNT       PIC 9(5)V99.
       77  WS-INCLUDED-RATED         PIC X      VALUE "N".
      *
       77  WS-OPERATOR-ID            PIC X(8)   VALUE "BATCH01".
       77  WS-TERMINAL-ID            PIC X(8)   VALUE "BATCH".
       77  WS-GL-PROGRAM-ID          PIC X(8)   VALUE "CALC1010".
       77  WS-SUSPENSE-IN-STATUS     PIC X(2)   VALUE "00".
       77  WS-STORE-MASTER-STATUS    PIC X(2)   VALUE "00".
       77  WS-INVOICE-HIST-STATUS    PIC X(2)   VALUE "00".
       77  WS-ZIP-MASTER-STATUS      PIC X(2)   VALUE "00".
       77  WS-ZIP-MASTER-OPEN        PIC X      VALUE "N".
       77  WS-ZIP-FOUND              PIC X      VALUE "N".
       77  WS-ZIP-OK                 PIC X      VALUE "Y".
       77  WS-TAX-OUT-STATUS         PIC X(2)   VALUE "00".
       77  WS-AUDIT-LOG-STATUS       PIC X(2)   VALUE "00".
       77  WS-GL-EXTRACT-STATUS      PIC X(2)   VALUE "00".
           05  WS-ST-TRANSACTION-TYPE    PIC X.
           05  WS-ST-ORIGINAL-TRANS-DATE PIC 9(8).
           05  WS-ST-STORE-NUMBER        PIC X(4).
           05  WS-ST-CUSTOMER-ID         PIC X(10).
           05  WS-ST-REGISTER-NUMBER     PIC X(3).
           05  WS-ST-RECORD-TYPE         PIC X.
           05  WS-ST-LINE-NUMBER         PIC 9(3).
           05  WS-ST-QUANTITY            PIC 9(5).
           05  WS-ST-SHIP-TO-ZIP         PIC X(5).
           05  WS-ST-DELIVERY-FLAG       PIC X.
           05  WS-ST-TAX-INCLUDED-FLAG   PIC X.
           05  FILLER                    PIC X(1).
      *
       01  WS-SUSPENSE-AREA.
           05  WS-SU-REASON-CODE         PIC X(2).
           05  WS-SU-RUN-DATE            PIC 9(8).
           05  WS-SU-SALES-TRANSACTION   PIC X(80).
      *
      *    THE TRANSACTION EXACTLY AS READ, CAPTURED BEFORE BLANK
      *    JURISDICTION CODES ARE DEFAULTED FROM THE STORE MASTER -
      *    THIS IS THE IMAGE A SUSPENSE RECORD CARRIES, SO A
      *    REPROCESS RUN STARTS FROM THE ORIGINAL INPUT.
      *
       77  WS-SALES-TXN-AS-READ          PIC X(80)  VALUE SPACES.
      *
      *    THE INPUT IS READ ONE RECORD AHEAD SO AN INVOICE HEADER
      *    CAN GATHER THE LINE ITEM RECORDS THAT FOLLOW IT - THE
      *    RECORD AFTER THE LAST LINE STAYS PENDING HERE FOR THE
      *    NEXT PASS.  ON A REPROCESS RUN THE WHOLE SUSPENSE RECORD
      *    IS HELD, SO EACH RECORD KEEPS ITS OWN SUSPENSE RUN DATE.
      *
       77  WS-NEXT-PENDING               PIC X      VALUE "N".
       77  WS-INPUT-EOF                  PIC X      VALUE "N".
       01  WS-NEXT-SUSPENSE-AREA.
           05  WS-NX-SU-REASON-CODE      PIC X(2).
           05  WS-NX-SU-RUN-DATE         PIC 9(8).
           05  WS-NEXT-TRANSACTION.
               10  WS-NX-INVOICE-NUMBER  PIC X(10).
               10  FILLER                PIC X(53).
               10  WS-NX-RECORD-TYPE     PIC X.
               10  FILLER                PIC X(16).
      *
      *    A LINE ITEM RECORD'S OWN FIELDS.  EVERYTHING ELSE ABOUT
      *    THE LINE COMES FROM ITS INVOICE HEADER.
      *
       01  WS-LINE-TRANSACTION.
           05  WS-LN-INVOICE-NUMBER      PIC X(10).
           05  FILLER                    PIC X(8).
           05  WS-LN-SALES-AMOUNT        PIC 9(5)V99.
           05  FILLER                    PIC X(8).
           05  WS-LN-CATEGORY-CODE       PIC X(4).
           05  WS-LN-TRANSACTION-TYPE    PIC X.
           05  FILLER                    PIC X(25).
           05  WS-LN-RECORD-TYPE         PIC X.
           05  WS-LN-LINE-NUMBER         PIC 9(3).
           05  WS-LN-QUANTITY            PIC 9(5).
           05  FILLER                    PIC X(8).
      *
      *    THE INVOICE BEING PROCESSED - THE HEADER (WITH ITS
      *    JURISDICTION DEFAULTED FROM THE STORE) AND ONE ENTRY PER
      *    LINE HOLDING THE LINE IMAGE AS READ, THE TAX TAXCALC
      *    RETURNED FOR IT AND THE AMOUNT IT POSTS AT (NET OF THE
      *    TAX ON A TAX-INCLUDED INVOICE, OTHERWISE THE LINE'S OWN
      *    AMOUNT).  THE 50-LINE LIMIT MATCHES THE INVOICE
      *    HISTORY'S LINE TABLE; A LONGER INVOICE SUSPENDS.
      *
       77  WS-INVOICE-HEADER             PIC X(80)  VALUE SPACES.
       77  WS-LINE-COUNT                 PIC 9(3)   VALUE ZERO.
       77  WS-LINE-SUB                   PIC 9(3)   VALUE ZERO.
       77  WS-LINE-SCAN-SUB              PIC 9(3)   VALUE ZERO.
       77  WS-HIST-LINE-SUB              PIC 9(3)   VALUE ZERO.
       77  WS-LINES-DONE                 PIC X      VALUE "N".
       77  WS-LINE-OVERFLOW              PIC X      VALUE "N".
       77  WS-SKIP-LINE-TAIL             PIC X      VALUE "N".
       77  WS-INVOICE-OK                 PIC X      VALUE "Y".
       77  WS-INVOICE-UNRATED            PIC X      VALUE "N".
       77  WS-LINE-FOOT-TOTAL            PIC 9(7)V99 VALUE ZERO.
       77  WS-INVOICE-TAX                PIC S9(5)V99 VALUE ZERO.
      *
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE-ENTRY OCCURS 50 TIMES.
               10  IL-LINE-IMAGE         PIC X(80).
               10  IL-LINE-NUMBER        PIC 9(3).
               10  IL-HIST-SUB           PIC 9(3).
               10  IL-STATE-TAX          PIC 9(5)V99.
               10  IL-COUNTY-TAX         PIC 9(5)V99.
               10  IL-CITY-TAX           PIC 9(5)V99.
               10  IL-OVERRIDE-TAX       PIC 9(5)V99.
               10  IL-SALES-TAX          PIC 9(5)V99.
               10  IL-EXEMPT-FLAG        PIC X.
               10  IL-CERTIFICATE-NUMBER PIC X(15).
               10  IL-ROUNDING-FLAG      PIC X.
               10  IL-EXACT-STATE-TAX    PIC 9(5)V9(6).
               10  IL-EXACT-COUNTY-TAX   PIC 9(5)V9(6).
               10  IL-EXACT-CITY-TAX     PIC 9(5)V9(6).
               10  IL-NET-AMOUNT         PIC 9(5)V99.
      *
      *    INVOICE-LEVEL ROUNDING - THE RUNNING UNROUNDED TAX PER
      *    TIER ACROSS THE INVOICE'S LINES, AND THE ROUNDED RUNNING
      *    TOTAL AS OF THE PRIOR LINE.
      *
       77  WS-CUM-EXACT-STATE            PIC 9(7)V9(6) VALUE ZERO.
       77  WS-CUM-EXACT-COUNTY           PIC 9(7)V9(6) VALUE ZERO.
       77  WS-CUM-EXACT-CITY             PIC 9(7)V9(6) VALUE ZERO.
       77  WS-CUM-ROUNDED-STATE          PIC 9(7)V99 VALUE ZERO.
       77  WS-CUM-ROUNDED-COUNTY         PIC 9(7)V99 VALUE ZERO.
       77  WS-CUM-ROUNDED-CITY           PIC 9(7)V99 VALUE ZERO.
       77  WS-PRIOR-ROUNDED-STATE        PIC 9(7)V99 VALUE ZERO.
       77  WS-PRIOR-ROUNDED-COUNTY       PIC 9(7)V99 VALUE ZERO.
       77  WS-PRIOR-ROUNDED-CITY         PIC 9(7)V99 VALUE ZERO.
      *
      *    AUDIT LOG SEQUENCING - THE ARGUMENTS PASSED TO AUDSTAMP,
      *    AND THE RUN'S DETAIL COUNT AND NET TOTALS SINCE ITS
      *    HEADER RECORD, FOR ITS TRAILER RECORD.
      *
       77  WS-AUDIT-STAMP-ACTION         PIC X      VALUE SPACE.
       77  WS-AUDIT-CHAIN-VALUE          PIC 9(9)   VALUE ZERO.
       77  WS-AUDIT-STAMP-RESULT         PIC 9(2)   VALUE ZERO.
       77  WS-AUDIT-STAMP-MESSAGE        PIC X(132) VALUE SPACES.
       77  WS-AUDIT-HEADER-WRITTEN       PIC X      VALUE "N".
       77  WS-AUDIT-FIRST-SEQUENCE       PIC 9(9)   VALUE ZERO.
       77  WS-AUDIT-RUN-COUNT            PIC 9(9)   VALUE ZERO.
       77  WS-AUDIT-RUN-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       77  WS-AUDIT-RUN-TAX              PIC S9(11)V99 VALUE ZERO.
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP
      *    TO CHECK THIS STEP IN AT START AND OUT AT END.
      *
       77  WS-RUN-CONTROL-ACTIVE  PIC X         VALUE "N".
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE "CALC1010".
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1010".
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
               IF WS-FATAL-ERROR = "N"
                   PERFORM 600-WRITE-GL-EXTRACT
               END-IF
               PERFORM 430-WRITE-AUDIT-TRAILER
               CLOSE SUSPENSE-IN-FILE TAX-RESULT-FILE
                   AUDIT-LOG-FILE SUSPENSE-OUT-FILE
                   STORE-MASTER-FILE INVOICE-HISTORY-FILE
               IF WS-ZIP-MASTER-OPEN = "Y"
                   CLOSE ZIP-JURISDICTION-FILE
               END-IF
               PERFORM 500-PRINT-SUMMARY-REPORT
               IF WS-FATAL-ERROR = "Y"
                   DISPLAY "END OF SESSION - TERMINATED DUE TO A "
               ELSE
                   DISPLAY "END OF SESSION."
               END-IF
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           IF WS-ALREADY-COMPLETE = "Y"
                       END-IF
                   END-IF
               END-IF
               PERFORM 430-WRITE-AUDIT-TRAILER
               CLOSE SALES-TRANSACTION-FILE TAX-RESULT-FILE
                   AUDIT-LOG-FILE SUSPENSE-OUT-FILE
                   STORE-MASTER-FILE INVOICE-HISTORY-FILE
               IF WS-ZIP-MASTER-OPEN = "Y"
                   CLOSE ZIP-JURISDICTION-FILE
               END-IF
           END-IF.
           PERFORM 500-PRINT-SUMMARY-REPORT.
           IF WS-FATAL-ERROR = "Y"
           ELSE
               DISPLAY "END OF SESSION."
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
       050-INITIALIZE-RUN.
      *
           END-IF.
           IF LK-PARM-LENGTH > 9 AND LK-PARM-RUN-MODE = "R"
               MOVE "Y" TO WS-REPROCESS-MODE
               MOVE "CALC1015" TO WS-RUN-JOB-STEP
           END-IF.
           IF LK-PARM-LENGTH > ZERO
               MOVE WS-CURRENT-RUN-DATE TO WS-RUN-BUSINESS-DATE
               PERFORM 040-START-RUN-CONTROL-STEP
           END-IF.
           IF WS-REPROCESS-MODE = "Y"
               PERFORM 055-INITIALIZE-REPROCESS-RUN
           ELSE
               PERFORM 052-INITIALIZE-NORMAL-RUN
           END-IF.
      *
      *
           PERFORM 058-OPEN-STORE-MASTER.
           PERFORM 059-OPEN-INVOICE-HISTORY.
           PERFORM 057-OPEN-ZIP-MASTER.
           PERFORM 060-READ-CHECKPOINT.
           IF WS-ALREADY-COMPLETE = "Y"
               PERFORM 065-VERIFY-COMPLETE-INPUT
                   DISPLAY "UNABLE TO OPEN THE SALES TRANSACTION "
                       "FILE - FILE STATUS " WS-SALES-IN-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               IF WS-RESTARTING-SWITCH = "Y"
                           "BEFORE RESUBMITTING."
                       CLOSE SALES-TRANSACTION-FILE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 900-END-RUN-CONTROL-STEP
                       STOP RUN
                   END-IF
                   MOVE "Y" TO WS-SKIP-UNTIL-FOUND
                       "FILE STATUS " WS-TAX-OUT-STATUS "."
                   CLOSE SALES-TRANSACTION-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
                       "FILE STATUS " WS-AUDIT-LOG-STATUS "."
                   CLOSE SALES-TRANSACTION-FILE TAX-RESULT-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               OPEN EXTEND SUSPENSE-OUT-FILE
                   CLOSE SALES-TRANSACTION-FILE TAX-RESULT-FILE
                       AUDIT-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               PERFORM 410-WRITE-AUDIT-HEADER
           END-IF.
      *
      *    A REPROCESS RUN READS A PRIOR RUN'S SUSPENSE FILE AND
           MOVE "R" TO WS-RUN-SOURCE.
           PERFORM 058-OPEN-STORE-MASTER.
           PERFORM 059-OPEN-INVOICE-HISTORY.
           PERFORM 057-OPEN-ZIP-MASTER.
           OPEN INPUT SUSPENSE-IN-FILE.
           IF WS-SUSPENSE-IN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE SUSPENSE INPUT FILE - "
                   "FILE STATUS " WS-SUSPENSE-IN-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           OPEN OUTPUT TAX-RESULT-FILE.
                   "FILE STATUS " WS-TAX-OUT-STATUS "."
               CLOSE SUSPENSE-IN-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
                   "FILE STATUS " WS-AUDIT-LOG-STATUS "."
               CLOSE SUSPENSE-IN-FILE TAX-RESULT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           OPEN EXTEND SUSPENSE-OUT-FILE.
               CLOSE SUSPENSE-IN-FILE TAX-RESULT-FILE
                   AUDIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM 410-WRITE-AUDIT-HEADER.
      *
      *
      *    THE CHECKPOINT'S PER-STORE TOTALS ARE KEYED BY STORE
                       " IS NOT ON THE STORE MASTER - UNABLE TO "
                       "RESUME THIS RUN."
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               IF WS-FATAL-ERROR = "Y"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
               MOVE CK-ST-SALES-AMOUNT(WS-STORE-SCAN-SUB) TO
               DISPLAY "UNABLE TO OPEN THE STORE MASTER FILE - "
                   "FILE STATUS " WS-STORE-MASTER-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
      *
                   "- FILE STATUS " WS-INVOICE-HIST-STATUS "."
               CLOSE STORE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
      *
      *    THE ZIP CODE MASTER IS READ DIRECTLY FOR EVERY DELIVERED
      *    OR SHIPPED SALE AND STAYS OPEN FOR THE WHOLE RUN.  FILE
      *    STATUS 35 MEANS IT HAS NEVER BEEN LOADED - THE RUN GOES
      *    ON, AND EVERY DELIVERED SALE SUSPENDS UNTIL CALC1027 HAS
      *    LOADED ITS ZIP CODE.
      *
       057-OPEN-ZIP-MASTER.
      *
           OPEN INPUT ZIP-JURISDICTION-FILE.
           IF WS-ZIP-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ZIP-MASTER-OPEN
           ELSE
               MOVE "N" TO WS-ZIP-MASTER-OPEN
               IF WS-ZIP-MASTER-STATUS = "35"
                   DISPLAY "THE ZIP CODE MASTER HAS NOT BEEN LOADED - "
                       "DELIVERED SALES WILL SUSPEND."
               ELSE
                   DISPLAY "UNABLE TO OPEN THE ZIP CODE MASTER - "
                       "FILE STATUS " WS-ZIP-MASTER-STATUS "."
                   CLOSE STORE-MASTER-FILE INVOICE-HISTORY-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-END-RUN-CONTROL-STEP
                   STOP RUN
               END-IF
           END-IF.
      *
       065-VERIFY-COMPLETE-INPUT.
      *
      *    SUBMITTED NOW AND COMPARE ITS RECORD COUNT AND LAST
      *    INVOICE NUMBER AGAINST THE CHECKPOINT SO A SUPPLEMENTAL OR
      *    REGENERATED FILE FOR THE SAME BUSINESS DATE ISN'T MISTAKEN
      *    FOR A HARMLESS DUPLICATE RESUBMISSION.  AN INVOICE HEADER
      *    IS NOT A TRANSACTION IN ITS OWN RIGHT - ITS LINES ARE -
      *    SO HEADERS ARE LEFT OUT OF THE COUNT.
      *
           MOVE "N" TO WS-SALES-IN-EOF.
           MOVE ZERO TO WS-INPUT-RECORD-COUNT.
               DISPLAY "UNABLE TO OPEN THE SALES TRANSACTION FILE - "
                   "FILE STATUS " WS-SALES-IN-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SALES-IN-EOF = "Y"
                   AT END
                       MOVE "Y" TO WS-SALES-IN-EOF
                   NOT AT END
                       IF ST-RECORD-TYPE NOT = "H"
                           ADD 1 TO WS-INPUT-RECORD-COUNT
                       END-IF
                       MOVE ST-INVOICE-NUMBER TO
                           WS-INPUT-LAST-INVOICE
               END-READ
               DISPLAY "UNABLE TO OPEN THE CHECKPOINT FILE - FILE "
                   "STATUS " WS-CHECKPOINT-STATUS "."
               MOVE 16 TO RETURN-CODE
               PERFORM 900-END-RUN-CONTROL-STEP
               STOP RUN
           END-IF.
           IF WS-CHECKPOINT-STATUS = "00"
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      *
      *
      *    ONE PASS HANDLES ONE UNIT OF WORK: A SINGLE-RECORD
      *    TRANSACTION, OR AN INVOICE HEADER TOGETHER WITH ALL OF
      *    ITS LINE ITEM RECORDS.  A RESTART SKIPS WHOLE UNITS UP TO
      *    AND INCLUDING THE CHECKPOINTED INVOICE - THE CHECKPOINT
      *    ONLY EVER ADVANCES A WHOLE INVOICE AT A TIME.  LINE
      *    RECORDS LEFT OVER AFTER AN INVOICE TOO LONG FOR THE LINE
      *    TABLE ARRIVE ON THEIR OWN AND ARE SKIPPED WITH IT.
      *
       100-CALCULATE-ONE-SALES-TAX.
      *
           IF WS-NEXT-PENDING = "N" AND WS-INPUT-EOF = "N"
               PERFORM 105-READ-NEXT-TRANSACTION
           END-IF.
           IF WS-NEXT-PENDING = "N"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               PERFORM 106-TAKE-NEXT-TRANSACTION
               MOVE ZERO TO WS-LINE-COUNT
               MOVE "N" TO WS-LINE-OVERFLOW
               IF WS-ST-RECORD-TYPE = "H"
                   PERFORM 130-COLLECT-INVOICE-LINES
               END-IF
               IF WS-SKIP-UNTIL-FOUND = "Y"
                   IF WS-ST-INVOICE-NUMBER = WS-LAST-INVOICE-NUMBER
                       MOVE "N" TO WS-SKIP-UNTIL-FOUND
                       MOVE "Y" TO WS-SKIP-LINE-TAIL
                   END-IF
               ELSE
                   IF WS-SKIP-LINE-TAIL = "Y"
                           AND WS-ST-RECORD-TYPE = "L"
                           AND WS-ST-INVOICE-NUMBER =
                               WS-LAST-INVOICE-NUMBER
                       CONTINUE
                   ELSE
                       MOVE "N" TO WS-SKIP-LINE-TAIL
                       PERFORM 108-DISPATCH-TRANSACTION
                   END-IF
               END-IF
           END-IF.
      *
       105-READ-NEXT-TRANSACTION.
      *
           IF WS-REPROCESS-MODE = "Y"
               READ SUSPENSE-IN-FILE
                   AT END
                       MOVE "Y" TO WS-INPUT-EOF
                   NOT AT END
                       MOVE SUSPENSE-IN-RECORD TO
                           WS-NEXT-SUSPENSE-AREA
                       MOVE "Y" TO WS-NEXT-PENDING
               END-READ
           ELSE
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-INPUT-EOF
                   NOT AT END
                       MOVE SALES-TRANSACTION-RECORD TO
                           WS-NEXT-TRANSACTION
                       MOVE "Y" TO WS-NEXT-PENDING
               END-READ
           END-IF.
      *
       106-TAKE-NEXT-TRANSACTION.
      *
           MOVE WS-NEXT-TRANSACTION TO WS-SALES-TRANSACTION.
           MOVE WS-NEXT-TRANSACTION TO WS-SALES-TXN-AS-READ.
           IF WS-REPROCESS-MODE = "Y"
               MOVE WS-NX-SU-RUN-DATE TO WS-SU-RUN-DATE
           END-IF.
           MOVE "N" TO WS-NEXT-PENDING.
      *
      *    A RECORD TYPE OF SPACE IS A SINGLE-RECORD TRANSACTION AND
      *    TAKES THE ORIGINAL PATH UNCHANGED.  A LINE ITEM RECORD
      *    ONLY REACHES HERE WHEN NO HEADER FOR ITS INVOICE CAME
      *    BEFORE IT, AND ANY OTHER RECORD TYPE IS NOT ONE THE
      *    REGISTERS CUT - BOTH SUSPEND AS MALFORMED.
      *
       108-DISPATCH-TRANSACTION.
      *
           IF WS-ST-RECORD-TYPE = "H"
               PERFORM 140-PROCESS-ONE-INVOICE
           ELSE
               IF WS-ST-RECORD-TYPE = SPACE
                   PERFORM 110-PROCESS-ONE-TRANSACTION
               ELSE
                   MOVE "09" TO WS-SUSPENSE-REASON
                   IF WS-ST-RECORD-TYPE = "L"
                       DISPLAY "SUSPENDED - LINE ITEM RECORD WITH NO "
                           "INVOICE HEADER - INVOICE "
                           WS-ST-INVOICE-NUMBER "."
                   ELSE
                       DISPLAY "SUSPENDED - UNKNOWN RECORD TYPE "
                           WS-ST-RECORD-TYPE " - INVOICE "
                           WS-ST-INVOICE-NUMBER "."
                   END-IF
                   PERFORM 260-SUSPEND-TRANSACTION
               END-IF
           END-IF.
      *
       110-PROCESS-ONE-TRANSACTION.
      *
           MOVE ZERO TO WS-ST-LINE-NUMBER.
           MOVE ZERO TO WS-ST-QUANTITY.
           MOVE WS-ST-STORE-NUMBER TO WS-FIND-STORE-NUMBER.
           PERFORM 120-FIND-STORE.
           IF WS-FATAL-ERROR = "Y"
               CONTINUE
           ELSE
               IF WS-STORE-SUB = ZERO
                   MOVE "05" TO WS-SUSPENSE-REASON
                   DISPLAY "SUSPENDED - STORE NUMBER "
                       WS-ST-STORE-NUMBER " IS NOT ON THE STORE "
                       "MASTER - INVOICE " WS-ST-INVOICE-NUMBER
                       "."
                   PERFORM 260-SUSPEND-TRANSACTION
               ELSE
                   IF WS-STORE-INACTIVE = "Y"
                       MOVE "05" TO WS-SUSPENSE-REASON
                       DISPLAY "SUSPENDED - STORE NUMBER "
                           WS-ST-STORE-NUMBER " IS NOT ACTIVE "
                           "ON THE STORE MASTER - INVOICE "
                           WS-ST-INVOICE-NUMBER "."
                       PERFORM 260-SUSPEND-TRANSACTION
                   ELSE
                       PERFORM 115-RATE-AND-POST-TRANSACTION
                   END-IF
               END-IF
           END-IF.
      *
       115-RATE-AND-POST-TRANSACTION.
      *
           PERFORM 112-SET-TRANSACTION-DEFAULTS.
           IF WS-ZIP-OK = "Y"
               PERFORM 118-CHECK-INVOICE-HISTORY
           ELSE
               MOVE "N" TO WS-HISTORY-OK
           END-IF.
           IF WS-HISTORY-OK = "Y"
               PERFORM 119-RATE-AND-POST-ENTRY
           ELSE
               PERFORM 260-SUSPEND-TRANSACTION
           END-IF.
      *
       112-SET-TRANSACTION-DEFAULTS.
      *
      *    A DELIVERED OR SHIPPED SALE IS TAXED WHERE THE CUSTOMER
      *    RECEIVES IT, SO ITS CODES COME FROM THE SHIP-TO ZIP (SEE
      *    113).  OTHERWISE A REGISTER THAT LEAVES THE JURISDICTION
      *    CODES BLANK MEANS "THE STORE'S OWN JURISDICTION" -
      *    DEFAULT ALL THREE FROM THE STORE MASTER SO THE RATE
      *    LOOKUP AND THE POSTED RECORDS CARRY THE REAL CODES.
      *
           MOVE "Y" TO WS-ZIP-OK.
           IF WS-ST-DELIVERY-FLAG = "Y"
               PERFORM 113-SOURCE-FROM-SHIP-TO-ZIP
           ELSE
               IF WS-ST-STATE-CODE = SPACES
                   MOVE STT-STATE-CODE(WS-STORE-SUB) TO
                       WS-ST-STATE-CODE
                   MOVE STT-COUNTY-CODE(WS-STORE-SUB) TO
                       WS-ST-COUNTY-CODE
                   MOVE STT-CITY-CODE(WS-STORE-SUB) TO
                       WS-ST-CITY-CODE
               END-IF
           END-IF.
           MOVE WS-ST-SALES-AMOUNT TO SALES-AMOUNT.
           MOVE "N" TO WS-INCLUDED-RATED.
           IF WS-ST-TAX-INCLUDED-FLAG = "Y"
               MOVE "Y" TO WS-TAX-INCLUDED-FLAG
           ELSE
               MOVE "N" TO WS-TAX-INCLUDED-FLAG
           END-IF.
      *
      *    A RETURN/CREDIT REVERSES THE TAX THAT WAS CHARGED ON
      *    THE ORIGINAL SALE, SO THE RATE LOOKUP USES THE ORIGINAL
               MOVE +1 TO WS-SIGN-FACTOR
               MOVE WS-ST-TRANSACTION-DATE TO WS-CALC-DATE
           END-IF.
      *
      *    THE SHIP-TO ZIP REPLACES WHATEVER CODES THE REGISTER
      *    KEYED.  A ZIP THAT IS BLANK, NOT ON THE ZIP CODE MASTER
      *    OR RETIRED THERE, OR FLAGGED AS SPANNING MORE THAN ONE
      *    JURISDICTION CANNOT BE SOURCED - THE SALE SUSPENDS WITH
      *    REASON 10 AND IS NEVER RATED AT THE STORE'S CODES.
      *
       113-SOURCE-FROM-SHIP-TO-ZIP.
      *
           MOVE "N" TO WS-ZIP-OK.
           MOVE "N" TO WS-ZIP-FOUND.
           IF WS-ST-SHIP-TO-ZIP NOT = SPACES
                   AND WS-ZIP-MASTER-OPEN = "Y"
               MOVE WS-ST-SHIP-TO-ZIP TO ZJ-ZIP-CODE
               READ ZIP-JURISDICTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ZJ-ACTIVE-FLAG NOT = "N"
                           MOVE "Y" TO WS-ZIP-FOUND
                       END-IF
               END-READ
           END-IF.
           IF WS-ZIP-FOUND = "N"
               MOVE "10" TO WS-SUSPENSE-REASON
               DISPLAY "SUSPENDED - SHIP-TO ZIP " WS-ST-SHIP-TO-ZIP
                   " IS NOT ON THE ZIP CODE MASTER - INVOICE "
                   WS-ST-INVOICE-NUMBER "."
           ELSE
               IF ZJ-MULTI-JURIS-FLAG = "Y"
                   MOVE "10" TO WS-SUSPENSE-REASON
                   DISPLAY "SUSPENDED - SHIP-TO ZIP "
                       WS-ST-SHIP-TO-ZIP " SPANS MORE THAN ONE "
                       "JURISDICTION - INVOICE " WS-ST-INVOICE-NUMBER
                       "."
               ELSE
                   MOVE "Y" TO WS-ZIP-OK
                   MOVE ZJ-STATE-CODE TO WS-ST-STATE-CODE
                   MOVE ZJ-COUNTY-CODE TO WS-ST-COUNTY-CODE
                   MOVE ZJ-CITY-CODE TO WS-ST-CITY-CODE
               END-IF
           END-IF.
      *
      *    THE INVOICE HISTORY MASTER GUARDS AGAINST WHAT THE
                       WS-ST-INVOICE-NUMBER "."
               ELSE
      *
      *            A TAX-INCLUDED RETURN IS CHECKED AT ITS NET, THE
      *            WAY THE SALE WAS RECORDED, SO THE TAX IS BACKED
      *            OUT FIRST AT THE ORIGINAL SALE'S RATES.  IF IT
      *            CANNOT BE RATED, 119 SUSPENDS IT OR ENDS THE RUN
      *            ON THE RETURN CODE TAXCALC GAVE.
      *
                   IF WS-ST-TAX-INCLUDED-FLAG = "Y"
                       MOVE IH-TRANSACTION-DATE TO WS-CALC-DATE
                       PERFORM 114-BACK-OUT-INCLUDED-TAX
                   END-IF
                   IF WS-INCLUDED-RATED = "Y"
                           AND WS-RETURN-CODE NOT = ZERO
                       CONTINUE
                   ELSE
      *
      *                THE SAME REPLAY WINDOWS THE SALE SIDE HANDLES
      *                BELOW: A NIGHTLY RUN THAT ABENDED BETWEEN A
      *                RETURN'S HISTORY REWRITE AND ITS CHECKPOINT
      *                RE-POSTS THAT RETURN ON RESTART, AND A RERUN OF
      *                A FAILED REPROCESS (THE HISTORY IS MUTATED IN
      *                PLACE, NOT DISCARDED WITH THE RUN'S OTHER
      *                OUTPUTS) REPLAYS EVERY RETURN THE FAILED RUN
      *                ROLLED IN.  117 RECOGNIZES A REPLAY; THE
      *                OVER-REVERSAL CHECK THEN TESTS THE ACCUMULATED
      *                AMOUNT AS IT STANDS, AND 270 SKIPS THE RE-ADD.
      *
                       PERFORM 117-CHECK-RETURN-REPLAY
                       IF WS-RETURN-ALREADY-ADDED = "Y"
                           IF IH-RETURNED-AMOUNT > IH-SALES-AMOUNT
                               MOVE "08" TO WS-SUSPENSE-REASON
                               MOVE "N" TO WS-HISTORY-OK
                               DISPLAY "SUSPENDED - RETURN WOULD "
                                   "REVERSE MORE THAN THE ORIGINAL "
                                   "SALE - INVOICE "
                                   WS-ST-INVOICE-NUMBER "."
                           ELSE
                               MOVE IH-TRANSACTION-DATE TO
                                   WS-CALC-DATE
                           END-IF
                       ELSE
                           IF WS-ST-SALES-AMOUNT + IH-RETURNED-AMOUNT
                                   > IH-SALES-AMOUNT
                               MOVE "08" TO WS-SUSPENSE-REASON
                               MOVE "N" TO WS-HISTORY-OK
                               DISPLAY "SUSPENDED - RETURN WOULD "
                                   "REVERSE MORE THAN THE ORIGINAL "
                                   "SALE - INVOICE "
                                   WS-ST-INVOICE-NUMBER "."
                           ELSE
                               MOVE IH-TRANSACTION-DATE TO
                                   WS-CALC-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
      *
      *    A TAX-INCLUDED RETURN IS BACKED OUT DURING ITS HISTORY
      *    CHECK (SEE 118) - A SINGLE RECORD THROUGH 111, AN INVOICE
      *    BY RATING ALL ITS LINES AND CARRYING THEIR NET TOTAL ON
      *    THE HEADER.  THE RESULT IS KEPT AND NOT RATED AGAIN.
      *
       114-BACK-OUT-INCLUDED-TAX.
      *
           MOVE "Y" TO WS-INCLUDED-RATED.
           IF WS-ST-RECORD-TYPE = "H"
               PERFORM 162-RATE-INVOICE-LINES
               IF WS-INVOICE-UNRATED = "N"
                       AND WS-FATAL-ERROR = "N"
                   PERFORM 166-TOTAL-INVOICE-NET
               END-IF
           ELSE
               PERFORM 111-CALL-TAXCALC
               IF WS-RETURN-CODE = ZERO
                   MOVE WS-NET-SALES-AMOUNT TO WS-ST-SALES-AMOUNT
               END-IF
           END-IF.
      *
       111-CALL-TAXCALC.
      *
           CALL "TAXCALC" USING WS-CALC-DATE SALES-AMOUNT
               WS-ST-STATE-CODE WS-ST-COUNTY-CODE
               WS-STATE-TAX WS-COUNTY-TAX
               WS-CITY-TAX WS-OVERRIDE-TAX SALES-TAX
               WS-EXEMPT-FLAG WS-RETURN-CODE
               WS-ST-CUSTOMER-ID WS-CERTIFICATE-NUMBER
               WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
           END-CALL.
      *
       119-RATE-AND-POST-ENTRY.
      *
           IF WS-INCLUDED-RATED = "N"
               PERFORM 111-CALL-TAXCALC
           END-IF.
           IF WS-RETURN-CODE = 8
               DISPLAY "SALES TAX RATE TABLES ARE UNAVAILABLE - "
                   "UNABLE TO CONTINUE."
                       WS-ST-COUNTY-CODE " " WS-ST-CITY-CODE "."
                   PERFORM 260-SUSPEND-TRANSACTION
               ELSE
                   IF WS-TAX-INCLUDED-FLAG = "Y"
                       MOVE WS-NET-SALES-AMOUNT TO SALES-AMOUNT
                       MOVE WS-NET-SALES-AMOUNT TO WS-ST-SALES-AMOUNT
                   END-IF
                   COMPUTE WS-POSTED-AMOUNT =
                       SALES-AMOUNT * WS-SIGN-FACTOR
                   COMPUTE WS-POSTED-TAX =
                       SALES-TAX * WS-SIGN-FACTOR
                   PERFORM 400-WRITE-AUDIT-LOG-RECORD
                   IF WS-AUDIT-STAMP-RESULT = ZERO
                       PERFORM 200-WRITE-TAX-RESULT-RECORD
                       PERFORM 270-RECORD-INVOICE-HISTORY
                       ADD WS-POSTED-AMOUNT TO WS-TOTAL-SALES-AMOUNT
                       ADD WS-POSTED-TAX TO WS-TOTAL-SALES-TAX
                       ADD 1 TO WS-TRANSACTION-COUNT
                       ADD WS-POSTED-AMOUNT TO
                           STT-SALES-AMOUNT(WS-STORE-SUB)
                       ADD WS-POSTED-TAX TO
                           STT-SALES-TAX(WS-STORE-SUB)
                       ADD 1 TO STT-TRAN-COUNT(WS-STORE-SUB)
                       IF WS-REPROCESS-MODE = "N"
                           MOVE WS-ST-INVOICE-NUMBER TO
                               WS-LAST-INVOICE-NUMBER
                           PERFORM 700-WRITE-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    AN INVOICE HEADER'S LINE ITEM RECORDS FOLLOW IT DIRECTLY
      *    UNDER THE SAME INVOICE NUMBER.  GATHERING STOPS AT THE
      *    FIRST RECORD THAT IS NOT ONE OF THEM, WHICH STAYS PENDING
      *    FOR THE NEXT PASS.  A LINE PAST THE TABLE'S 50 ALSO STAYS
      *    PENDING AND THE INVOICE IS FLAGGED AS TOO LONG.
      *
       130-COLLECT-INVOICE-LINES.
      *
           MOVE "N" TO WS-LINES-DONE.
           PERFORM UNTIL WS-LINES-DONE = "Y"
               IF WS-NEXT-PENDING = "N" AND WS-INPUT-EOF = "N"
                   PERFORM 105-READ-NEXT-TRANSACTION
               END-IF
               IF WS-NEXT-PENDING = "N"
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
                   IF WS-NX-RECORD-TYPE = "L"
                           AND WS-NX-INVOICE-NUMBER =
                               WS-ST-INVOICE-NUMBER
                       IF WS-LINE-COUNT = 50
                           MOVE "Y" TO WS-LINE-OVERFLOW
                           MOVE "Y" TO WS-LINES-DONE
                       ELSE
                           ADD 1 TO WS-LINE-COUNT
                           MOVE WS-NEXT-TRANSACTION TO
                               IL-LINE-IMAGE(WS-LINE-COUNT)
                           MOVE ZERO TO IL-LINE-NUMBER(WS-LINE-COUNT)
                           MOVE ZERO TO IL-HIST-SUB(WS-LINE-COUNT)
                           MOVE "N" TO WS-NEXT-PENDING
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-LINES-DONE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    A MULTI-LINE INVOICE POSTS OR SUSPENDS AS A WHOLE - A
      *    PARTLY POSTED INVOICE COULD NOT BE REPROCESSED OR
      *    RETURNED AGAINST CLEANLY.
      *
       140-PROCESS-ONE-INVOICE.
      *
           PERFORM 145-VALIDATE-INVOICE.
           IF WS-INVOICE-OK = "N"
               PERFORM 265-SUSPEND-INVOICE
           ELSE
               MOVE WS-ST-STORE-NUMBER TO WS-FIND-STORE-NUMBER
               PERFORM 120-FIND-STORE
               IF WS-FATAL-ERROR = "Y"
                   CONTINUE
               ELSE
                   IF WS-STORE-SUB = ZERO
                       MOVE "05" TO WS-SUSPENSE-REASON
                       DISPLAY "SUSPENDED - STORE NUMBER "
                           WS-ST-STORE-NUMBER " IS NOT ON THE STORE "
                           "MASTER - INVOICE " WS-ST-INVOICE-NUMBER
                           "."
                       PERFORM 265-SUSPEND-INVOICE
                   ELSE
                       IF WS-STORE-INACTIVE = "Y"
                           MOVE "05" TO WS-SUSPENSE-REASON
                           DISPLAY "SUSPENDED - STORE NUMBER "
                               WS-ST-STORE-NUMBER " IS NOT ACTIVE "
                               "ON THE STORE MASTER - INVOICE "
                               WS-ST-INVOICE-NUMBER "."
                           PERFORM 265-SUSPEND-INVOICE
                       ELSE
                           PERFORM 150-RATE-AND-POST-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    AN INVOICE IS MALFORMED (REASON 09) WHEN IT HAS NO LINES
      *    OR MORE THAN THE TABLE HOLDS, WHEN A LINE'S NUMBER,
      *    QUANTITY OR AMOUNT IS NOT NUMERIC, WHEN A LINE NUMBER IS
      *    ZERO OR REPEATED, WHEN A LINE'S TRANSACTION TYPE
      *    DISAGREES WITH THE HEADER'S, OR WHEN THE LINES DO NOT
      *    FOOT TO THE HEADER TOTAL.
      *
       145-VALIDATE-INVOICE.
      *
           MOVE "Y" TO WS-INVOICE-OK.
           MOVE ZERO TO WS-LINE-FOOT-TOTAL.
           IF WS-LINE-OVERFLOW = "Y"
               MOVE "N" TO WS-INVOICE-OK
               DISPLAY "SUSPENDED - INVOICE " WS-ST-INVOICE-NUMBER
                   " HAS MORE THAN 50 LINE ITEMS."
           ELSE
               IF WS-LINE-COUNT = ZERO
                   MOVE "N" TO WS-INVOICE-OK
                   DISPLAY "SUSPENDED - INVOICE " WS-ST-INVOICE-NUMBER
                       " HAS NO LINE ITEMS."
               ELSE
                   PERFORM 146-VALIDATE-INVOICE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                          OR WS-INVOICE-OK = "N"
                   IF WS-INVOICE-OK = "Y"
                       IF WS-ST-SALES-AMOUNT IS NOT NUMERIC
                           MOVE "N" TO WS-INVOICE-OK
                       ELSE
                           IF WS-LINE-FOOT-TOTAL NOT =
                                   WS-ST-SALES-AMOUNT
                               MOVE "N" TO WS-INVOICE-OK
                           END-IF
                       END-IF
                       IF WS-INVOICE-OK = "N"
                           DISPLAY "SUSPENDED - THE LINE ITEMS OF "
                               "INVOICE " WS-ST-INVOICE-NUMBER
                               " DO NOT FOOT TO THE HEADER TOTAL."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-INVOICE-OK = "N"
               MOVE "09" TO WS-SUSPENSE-REASON
           END-IF.
      *
       146-VALIDATE-INVOICE-LINE.
      *
           MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO WS-LINE-TRANSACTION.
           IF WS-LN-LINE-NUMBER IS NOT NUMERIC
                   OR WS-LN-QUANTITY IS NOT NUMERIC
                   OR WS-LN-SALES-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-INVOICE-OK
               DISPLAY "SUSPENDED - INVOICE " WS-ST-INVOICE-NUMBER
                   " LINE ITEM " WS-LINE-SUB " HAS A LINE NUMBER, "
                   "QUANTITY OR AMOUNT THAT IS NOT NUMERIC."
           ELSE
               IF WS-LN-LINE-NUMBER = ZERO
                   MOVE "N" TO WS-INVOICE-OK
                   DISPLAY "SUSPENDED - INVOICE " WS-ST-INVOICE-NUMBER
                       " LINE ITEM " WS-LINE-SUB " HAS NO LINE "
                       "NUMBER."
               ELSE
                   PERFORM VARYING WS-LINE-SCAN-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SCAN-SUB NOT < WS-LINE-SUB
                              OR WS-INVOICE-OK = "N"
                       IF IL-LINE-NUMBER(WS-LINE-SCAN-SUB) =
                               WS-LN-LINE-NUMBER
                           MOVE "N" TO WS-INVOICE-OK
                           DISPLAY "SUSPENDED - INVOICE "
                               WS-ST-INVOICE-NUMBER " REPEATS LINE "
                               "NUMBER " WS-LN-LINE-NUMBER "."
                       END-IF
                   END-PERFORM
                   IF WS-INVOICE-OK = "Y"
                       IF (WS-ST-TRANSACTION-TYPE = "R"
                               AND WS-LN-TRANSACTION-TYPE NOT = "R")
                           OR (WS-ST-TRANSACTION-TYPE NOT = "R"
                               AND WS-LN-TRANSACTION-TYPE = "R")
                           MOVE "N" TO WS-INVOICE-OK
                           DISPLAY "SUSPENDED - INVOICE "
                               WS-ST-INVOICE-NUMBER " LINE "
                               WS-LN-LINE-NUMBER " IS NOT THE SAME "
                               "TRANSACTION TYPE AS ITS HEADER."
                       ELSE
                           MOVE WS-LN-LINE-NUMBER TO
                               IL-LINE-NUMBER(WS-LINE-SUB)
                           MOVE WS-LN-SALES-AMOUNT TO
                               IL-NET-AMOUNT(WS-LINE-SUB)
                           ADD WS-LN-SALES-AMOUNT TO WS-LINE-FOOT-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    THE HEADER SETS THE JURISDICTION, TRANSACTION TYPE AND
      *    RATE DATE FOR EVERY LINE, AND THE HISTORY CHECK RUNS ONCE
      *    ON THE INVOICE TOTAL - A RETURN IS THEN ALSO CHECKED LINE
      *    BY LINE.  EVERY LINE IS RATED BEFORE ANY IS POSTED, SO A
      *    LINE THAT CANNOT BE RATED SUSPENDS THE WHOLE INVOICE.
      *    THE HISTORY IS RECORDED AND THE CHECKPOINT ADVANCED ONCE
      *    FOR THE INVOICE, AFTER ITS LAST LINE POSTS.
      *
       150-RATE-AND-POST-INVOICE.
      *
           PERFORM 112-SET-TRANSACTION-DEFAULTS.
           MOVE WS-SALES-TRANSACTION TO WS-INVOICE-HEADER.
           MOVE "N" TO WS-INVOICE-UNRATED.
           IF WS-ZIP-OK = "Y"
               PERFORM 118-CHECK-INVOICE-HISTORY
           ELSE
               MOVE "N" TO WS-HISTORY-OK
           END-IF.
           IF WS-HISTORY-OK = "Y"
                   AND WS-TRANSACTION-TYPE = "R"
                   AND WS-INVOICE-UNRATED = "N"
                   AND WS-FATAL-ERROR = "N"
               PERFORM 155-CHECK-RETURN-LINES
           END-IF.
           IF WS-HISTORY-OK = "N"
               PERFORM 265-SUSPEND-INVOICE
           ELSE
               IF WS-INCLUDED-RATED = "N"
                   PERFORM 162-RATE-INVOICE-LINES
               END-IF
               IF WS-FATAL-ERROR = "Y"
                   CONTINUE
               ELSE
                   IF WS-INVOICE-UNRATED = "Y"
                       MOVE "04" TO WS-SUSPENSE-REASON
                       DISPLAY "SUSPENDED - NO TAX RATE ON FILE - "
                           "INVOICE " WS-ST-INVOICE-NUMBER
                           " JURISDICTION " WS-ST-STATE-CODE " "
                           WS-ST-COUNTY-CODE " " WS-ST-CITY-CODE "."
                       PERFORM 265-SUSPEND-INVOICE
                   ELSE
                       IF WS-TAX-INCLUDED-FLAG = "Y"
                           PERFORM 166-TOTAL-INVOICE-NET
                       END-IF
                       PERFORM 170-ROUND-INVOICE-TAX
                       MOVE ZERO TO WS-INVOICE-TAX
                       PERFORM 180-POST-INVOICE-LINE
                           VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > WS-LINE-COUNT
                              OR WS-FATAL-ERROR = "Y"
                       MOVE WS-INVOICE-HEADER TO WS-SALES-TRANSACTION
                       IF WS-FATAL-ERROR = "N"
                           MOVE WS-INVOICE-TAX TO WS-POSTED-TAX
                           PERFORM 270-RECORD-INVOICE-HISTORY
                           IF WS-REPROCESS-MODE = "N"
                               MOVE WS-ST-INVOICE-NUMBER TO
                                   WS-LAST-INVOICE-NUMBER
                               PERFORM 700-WRITE-CHECKPOINT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    A RETURN INVOICE AGAINST A SALE WHOSE HISTORY CARRIES ITS
      *    LINES MUST NAME LINES THAT WERE SOLD (REASON 07) AND MUST
      *    NOT RETURN MORE OF ANY LINE THAN WAS SOLD ON IT (REASON
      *    08), ON TOP OF THE INVOICE-LEVEL CHECK 118 HAS ALREADY
      *    MADE.  A RETURN 117 RECOGNIZED AS A REPLAY IS ALREADY IN
      *    THE LINES' RETURNED AMOUNTS.  A SALE POSTED BEFORE THE
      *    HISTORY CARRIED LINES IS CHECKED AT INVOICE LEVEL ONLY.
      *
       155-CHECK-RETURN-LINES.
      *
           IF IH-LINE-COUNT IS NUMERIC
                   AND IH-LINE-COUNT NOT = ZERO
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                          OR WS-HISTORY-OK = "N"
                   MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO
                       WS-LINE-TRANSACTION
                   PERFORM 156-FIND-HISTORY-LINE
                   IF WS-HIST-LINE-SUB = ZERO
                       MOVE "07" TO WS-SUSPENSE-REASON
                       MOVE "N" TO WS-HISTORY-OK
                       DISPLAY "SUSPENDED - RETURN LINE "
                           WS-LN-LINE-NUMBER " IS NOT ON THE "
                           "ORIGINAL SALE - INVOICE "
                           WS-ST-INVOICE-NUMBER "."
                   ELSE
                       MOVE WS-HIST-LINE-SUB TO
                           IL-HIST-SUB(WS-LINE-SUB)
                       IF WS-RETURN-ALREADY-ADDED = "Y"
                           IF IH-LN-RETURNED-AMOUNT(WS-HIST-LINE-SUB)
                                   > IH-LN-SALES-AMOUNT
                                       (WS-HIST-LINE-SUB)
                               MOVE "N" TO WS-HISTORY-OK
                           END-IF
                       ELSE
                           IF IL-NET-AMOUNT(WS-LINE-SUB) +
                                   IH-LN-RETURNED-AMOUNT
                                       (WS-HIST-LINE-SUB)
                                   > IH-LN-SALES-AMOUNT
                                       (WS-HIST-LINE-SUB)
                               MOVE "N" TO WS-HISTORY-OK
                           END-IF
                       END-IF
                       IF WS-HISTORY-OK = "N"
                           MOVE "08" TO WS-SUSPENSE-REASON
                           DISPLAY "SUSPENDED - RETURN LINE "
                               WS-LN-LINE-NUMBER " WOULD REVERSE "
                               "MORE THAN THE LINE SOLD - INVOICE "
                               WS-ST-INVOICE-NUMBER "."
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       156-FIND-HISTORY-LINE.
      *
           MOVE ZERO TO WS-HIST-LINE-SUB.
           PERFORM VARYING WS-LINE-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SCAN-SUB > IH-LINE-COUNT
                      OR WS-LINE-SCAN-SUB > 50
                      OR WS-HIST-LINE-SUB NOT = ZERO
               IF IH-LN-LINE-NUMBER(WS-LINE-SCAN-SUB) =
                       WS-LN-LINE-NUMBER
                   MOVE WS-LINE-SCAN-SUB TO WS-HIST-LINE-SUB
               END-IF
           END-PERFORM.
      *
      *    EACH LINE IS RATED UNDER THE HEADER'S JURISDICTION, RATE
      *    DATE AND CUSTOMER WITH ITS OWN CATEGORY, SO A BASKET OF
      *    GROCERIES AND GENERAL MERCHANDISE TAXES EACH ITEM
      *    CORRECTLY ON ONE INVOICE.  THE HEADER'S TAX-INCLUDED FLAG
      *    COVERS EVERY LINE, SO EACH LINE'S TAX IS BACKED OUT OF
      *    ITS OWN GROSS AMOUNT.
      *
       162-RATE-INVOICE-LINES.
      *
           MOVE "N" TO WS-INVOICE-UNRATED.
           PERFORM 160-RATE-INVOICE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
                  OR WS-INVOICE-UNRATED = "Y"
                  OR WS-FATAL-ERROR = "Y".
      *
      *    A TAX-INCLUDED INVOICE IS RECORDED IN THE HISTORY AT THE
      *    TOTAL OF ITS LINES' NET AMOUNTS, SO THE HEADER IS
      *    RE-FOOTED TO THAT TOTAL.  THE HEADER AS READ (STILL
      *    GROSS) IS WHAT A SUSPENSE RECORD CARRIES.
      *
       166-TOTAL-INVOICE-NET.
      *
           MOVE ZERO TO WS-ST-SALES-AMOUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               ADD IL-NET-AMOUNT(WS-LINE-SUB) TO WS-ST-SALES-AMOUNT
           END-PERFORM.
           MOVE WS-SALES-TRANSACTION TO WS-INVOICE-HEADER.
      *
       160-RATE-INVOICE-LINE.
      *
           MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO WS-LINE-TRANSACTION.
           MOVE WS-LN-SALES-AMOUNT TO SALES-AMOUNT.
           CALL "TAXCALC" USING WS-CALC-DATE SALES-AMOUNT
               WS-ST-STATE-CODE WS-ST-COUNTY-CODE
               WS-ST-CITY-CODE WS-LN-CATEGORY-CODE
               WS-STATE-TAX WS-COUNTY-TAX
               WS-CITY-TAX WS-OVERRIDE-TAX SALES-TAX
               WS-EXEMPT-FLAG WS-RETURN-CODE
               WS-ST-CUSTOMER-ID WS-CERTIFICATE-NUMBER
               WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
           END-CALL.
           IF WS-RETURN-CODE = 8
               DISPLAY "SALES TAX RATE TABLES ARE UNAVAILABLE - "
                   "UNABLE TO CONTINUE."
               MOVE "Y" TO WS-FATAL-ERROR
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF WS-RETURN-CODE = 4
                   MOVE "Y" TO WS-INVOICE-UNRATED
               ELSE
                   MOVE WS-STATE-TAX TO IL-STATE-TAX(WS-LINE-SUB)
                   MOVE WS-COUNTY-TAX TO IL-COUNTY-TAX(WS-LINE-SUB)
                   MOVE WS-CITY-TAX TO IL-CITY-TAX(WS-LINE-SUB)
                   MOVE WS-OVERRIDE-TAX TO
                       IL-OVERRIDE-TAX(WS-LINE-SUB)
                   MOVE SALES-TAX TO IL-SALES-TAX(WS-LINE-SUB)
                   MOVE WS-EXEMPT-FLAG TO IL-EXEMPT-FLAG(WS-LINE-SUB)
                   MOVE WS-CERTIFICATE-NUMBER TO
                       IL-CERTIFICATE-NUMBER(WS-LINE-SUB)
                   MOVE WS-INVOICE-ROUNDING-FLAG TO
                       IL-ROUNDING-FLAG(WS-LINE-SUB)
                   MOVE WS-EXACT-STATE-TAX TO
                       IL-EXACT-STATE-TAX(WS-LINE-SUB)
                   MOVE WS-EXACT-COUNTY-TAX TO
                       IL-EXACT-COUNTY-TAX(WS-LINE-SUB)
                   MOVE WS-EXACT-CITY-TAX TO
                       IL-EXACT-CITY-TAX(WS-LINE-SUB)
                   MOVE WS-NET-SALES-AMOUNT TO
                       IL-NET-AMOUNT(WS-LINE-SUB)
               END-IF
           END-IF.
      *
      *    WHERE THE JURISDICTION ROUNDS ON THE INVOICE TOTAL, THE
      *    LINES IT COVERS GET THEIR STATE, COUNTY AND CITY TAX BY
      *    CUMULATIVE ALLOCATION: A LINE'S TAX IS THE ROUNDED
      *    RUNNING TOTAL OF THE UNROUNDED TAX THROUGH THAT LINE LESS
      *    THE ROUNDED RUNNING TOTAL THROUGH THE LINE BEFORE IT.  THE
      *    LINES THEN ADD UP EXACTLY TO THE INVOICE'S TAX ROUNDED
      *    ONCE, AND NO LINE CAN GO NEGATIVE.  EXEMPT LINES AND
      *    LINES TAXED AT A CATEGORY OVERRIDE RATE COME BACK FROM
      *    TAXCALC UNFLAGGED AND KEEP THEIR OWN TAX.
      *
       170-ROUND-INVOICE-TAX.
      *
           MOVE ZERO TO WS-CUM-EXACT-STATE WS-CUM-EXACT-COUNTY
                        WS-CUM-EXACT-CITY.
           MOVE ZERO TO WS-PRIOR-ROUNDED-STATE WS-PRIOR-ROUNDED-COUNTY
                        WS-PRIOR-ROUNDED-CITY.
           PERFORM 175-ROUND-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
      *
       175-ROUND-ONE-LINE.
      *
           IF IL-ROUNDING-FLAG(WS-LINE-SUB) = "Y"
               ADD IL-EXACT-STATE-TAX(WS-LINE-SUB) TO
                   WS-CUM-EXACT-STATE
               ADD IL-EXACT-COUNTY-TAX(WS-LINE-SUB) TO
                   WS-CUM-EXACT-COUNTY
               ADD IL-EXACT-CITY-TAX(WS-LINE-SUB) TO
                   WS-CUM-EXACT-CITY
               COMPUTE WS-CUM-ROUNDED-STATE ROUNDED =
                   WS-CUM-EXACT-STATE
               COMPUTE WS-CUM-ROUNDED-COUNTY ROUNDED =
                   WS-CUM-EXACT-COUNTY
               COMPUTE WS-CUM-ROUNDED-CITY ROUNDED =
                   WS-CUM-EXACT-CITY
               COMPUTE IL-STATE-TAX(WS-LINE-SUB) =
                   WS-CUM-ROUNDED-STATE - WS-PRIOR-ROUNDED-STATE
               COMPUTE IL-COUNTY-TAX(WS-LINE-SUB) =
                   WS-CUM-ROUNDED-COUNTY - WS-PRIOR-ROUNDED-COUNTY
               COMPUTE IL-CITY-TAX(WS-LINE-SUB) =
                   WS-CUM-ROUNDED-CITY - WS-PRIOR-ROUNDED-CITY
               MOVE WS-CUM-ROUNDED-STATE TO WS-PRIOR-ROUNDED-STATE
               MOVE WS-CUM-ROUNDED-COUNTY TO WS-PRIOR-ROUNDED-COUNTY
               MOVE WS-CUM-ROUNDED-CITY TO WS-PRIOR-ROUNDED-CITY
               COMPUTE IL-SALES-TAX(WS-LINE-SUB) =
                   IL-STATE-TAX(WS-LINE-SUB) +
                   IL-COUNTY-TAX(WS-LINE-SUB) +
                   IL-CITY-TAX(WS-LINE-SUB) +
                   IL-OVERRIDE-TAX(WS-LINE-SUB)
           END-IF.
      *
      *    EACH LINE POSTS AS ITS OWN TRANSACTION - THE HEADER'S
      *    FIELDS WITH THE LINE'S AMOUNT, CATEGORY, LINE NUMBER AND
      *    QUANTITY - SO THE TAX RESULT AND AUDIT RECORDS, THE RUN
      *    TOTALS AND THE STORE SUBTOTALS ARE ALL BUILT PER LINE AND
      *    THE TAXABLE/EXEMPT SPLIT DOWNSTREAM IS BY LINE.  A LINE
      *    WHOSE AUDIT RECORD CANNOT BE STAMPED IS NOT POSTED AND
      *    ENDS THE RUN WITHOUT RECORDING THE INVOICE OR ADVANCING
      *    THE CHECKPOINT, SO A RESTART TAKES THE INVOICE AGAIN.
      *
       180-POST-INVOICE-LINE.
      *
           MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO WS-LINE-TRANSACTION.
           MOVE WS-INVOICE-HEADER TO WS-SALES-TRANSACTION.
           MOVE IL-NET-AMOUNT(WS-LINE-SUB) TO WS-ST-SALES-AMOUNT.
           MOVE WS-LN-CATEGORY-CODE TO WS-ST-CATEGORY-CODE.
           MOVE WS-LN-LINE-NUMBER TO WS-ST-LINE-NUMBER.
           MOVE WS-LN-QUANTITY TO WS-ST-QUANTITY.
           MOVE IL-NET-AMOUNT(WS-LINE-SUB) TO SALES-AMOUNT.
           MOVE IL-STATE-TAX(WS-LINE-SUB) TO WS-STATE-TAX.
           MOVE IL-COUNTY-TAX(WS-LINE-SUB) TO WS-COUNTY-TAX.
           MOVE IL-CITY-TAX(WS-LINE-SUB) TO WS-CITY-TAX.
           MOVE IL-OVERRIDE-TAX(WS-LINE-SUB) TO WS-OVERRIDE-TAX.
           MOVE IL-SALES-TAX(WS-LINE-SUB) TO SALES-TAX.
           MOVE IL-EXEMPT-FLAG(WS-LINE-SUB) TO WS-EXEMPT-FLAG.
           MOVE IL-CERTIFICATE-NUMBER(WS-LINE-SUB) TO
               WS-CERTIFICATE-NUMBER.
           MOVE ZERO TO WS-RETURN-CODE.
           COMPUTE WS-POSTED-AMOUNT = SALES-AMOUNT * WS-SIGN-FACTOR.
           COMPUTE WS-POSTED-TAX = SALES-TAX * WS-SIGN-FACTOR.
           PERFORM 400-WRITE-AUDIT-LOG-RECORD.
           IF WS-AUDIT-STAMP-RESULT = ZERO
               PERFORM 200-WRITE-TAX-RESULT-RECORD
               ADD WS-POSTED-AMOUNT TO WS-TOTAL-SALES-AMOUNT
               ADD WS-POSTED-TAX TO WS-TOTAL-SALES-TAX
               ADD 1 TO WS-TRANSACTION-COUNT
               ADD WS-POSTED-AMOUNT TO STT-SALES-AMOUNT(WS-STORE-SUB)
               ADD WS-POSTED-TAX TO STT-SALES-TAX(WS-STORE-SUB)
               ADD 1 TO STT-TRAN-COUNT(WS-STORE-SUB)
               ADD WS-POSTED-TAX TO WS-INVOICE-TAX
           END-IF.
      *
      *    THE TOTALS TABLE IS CHECKED FIRST SO EACH STORE COSTS ONE
               PERFORM 700-WRITE-CHECKPOINT
           END-IF.
      *
      *    A SUSPENDED INVOICE GOES TO THE SUSPENSE FILE WHOLE - THE
      *    HEADER AND THEN EVERY LINE, AS READ, UNDER THE ONE
      *    REASON - SO A REPROCESS RUN READS IT BACK AS AN INVOICE.
      *    ONLY THE LINES COUNT AS SUSPENDED TRANSACTIONS, THE SAME
      *    WAY ONLY THE LINES COUNT WHEN AN INVOICE POSTS.
      *
       265-SUSPEND-INVOICE.
      *
           PERFORM 250-WRITE-SUSPENSE-RECORD.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO WS-SALES-TXN-AS-READ
               PERFORM 250-WRITE-SUSPENSE-RECORD
           END-PERFORM.
           ADD WS-LINE-COUNT TO WS-SUSPENSE-COUNT.
           IF WS-REPROCESS-MODE = "N"
               MOVE WS-ST-INVOICE-NUMBER TO WS-LAST-INVOICE-NUMBER
               PERFORM 700-WRITE-CHECKPOINT
           END-IF.
      *
      *    A POSTED SALE IS WRITTEN TO THE INVOICE HISTORY MASTER;
      *    A POSTED RETURN UPDATES ITS ORIGINAL SALE'S CUMULATIVE
      *    RETURNED AMOUNT (THE RECORD IS STILL IN THE RECORD AREA
      *    FROM THE 118 CHECK).  A SALE ALREADY ON FILE HERE CAN
      *    ONLY BE THE RESTART HALF-POSTED CASE 118 LET THROUGH, SO
      *    THE WRITE FALLS BACK TO A REWRITE OF THE SAME IMAGE.  A
      *    MULTI-LINE INVOICE IS RECORDED HERE ONCE, FOR ITS TOTAL,
      *    WITH ITS LINES IN THE HISTORY'S LINE TABLE; A RETURN ALSO
      *    ADDS EACH RETURNED LINE TO THAT LINE'S RETURNED AMOUNT.
      *
       270-RECORD-INVOICE-HISTORY.
      *
                           IH-RETURN-RUN-AMOUNT
                       MOVE WS-RUN-SOURCE TO IH-RETURN-RUN-SOURCE
                   END-IF
                   PERFORM 272-RECORD-LINE-RETURNS
               END-IF
               REWRITE INVOICE-HISTORY-RECORD
                   INVALID KEY
               MOVE ZERO TO IH-RETURN-RUN-DATE
               MOVE ZERO TO IH-RETURN-RUN-AMOUNT
               MOVE SPACE TO IH-RETURN-RUN-SOURCE
               PERFORM 274-RECORD-SALE-LINES
               WRITE INVOICE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE INVOICE-HISTORY-RECORD
               END-WRITE
           END-IF.
      *
      *    A RETURNED LINE IS ADDED TO THE LINE IT RETURNS (155
      *    FOUND IT).  A SINGLE-RECORD RETURN NAMES NO LINE, SO IT
      *    IS ONLY ATTRIBUTED TO A LINE WHEN THE SALE HAS JUST THE
      *    ONE; OTHERWISE THE INVOICE-LEVEL AMOUNT ALONE RECORDS IT.
      *
       272-RECORD-LINE-RETURNS.
      *
           IF WS-LINE-COUNT = ZERO
               IF IH-LINE-COUNT IS NUMERIC
                       AND IH-LINE-COUNT = 1
                   ADD WS-ST-SALES-AMOUNT TO IH-LN-RETURNED-AMOUNT(1)
               END-IF
           ELSE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF IL-HIST-SUB(WS-LINE-SUB) NOT = ZERO
                       MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO
                           WS-LINE-TRANSACTION
                       ADD IL-NET-AMOUNT(WS-LINE-SUB) TO
                           IH-LN-RETURNED-AMOUNT
                               (IL-HIST-SUB(WS-LINE-SUB))
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    A SINGLE-RECORD SALE IS RECORDED AS LINE 001 FOR THE
      *    WHOLE AMOUNT, SO A LATER LINE-LEVEL RETURN AGAINST IT
      *    STILL FINDS ITS LINE.  UNUSED ENTRIES ARE CLEARED.
      *
       274-RECORD-SALE-LINES.
      *
           PERFORM VARYING WS-LINE-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SCAN-SUB > 50
               MOVE ZERO TO IH-LN-LINE-NUMBER(WS-LINE-SCAN-SUB)
                            IH-LN-QUANTITY(WS-LINE-SCAN-SUB)
                            IH-LN-SALES-AMOUNT(WS-LINE-SCAN-SUB)
                            IH-LN-SALES-TAX(WS-LINE-SCAN-SUB)
                            IH-LN-RETURNED-AMOUNT(WS-LINE-SCAN-SUB)
               MOVE SPACES TO IH-LN-CATEGORY-CODE(WS-LINE-SCAN-SUB)
           END-PERFORM.
           IF WS-LINE-COUNT = ZERO
               MOVE 1 TO IH-LINE-COUNT
               MOVE 1 TO IH-LN-LINE-NUMBER(1)
               MOVE WS-ST-CATEGORY-CODE TO IH-LN-CATEGORY-CODE(1)
               MOVE WS-ST-SALES-AMOUNT TO IH-LN-SALES-AMOUNT(1)
               MOVE WS-POSTED-TAX TO IH-LN-SALES-TAX(1)
           ELSE
               MOVE WS-LINE-COUNT TO IH-LINE-COUNT
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   MOVE IL-LINE-IMAGE(WS-LINE-SUB) TO
                       WS-LINE-TRANSACTION
                   MOVE WS-LN-LINE-NUMBER TO
                       IH-LN-LINE-NUMBER(WS-LINE-SUB)
                   MOVE WS-LN-CATEGORY-CODE TO
                       IH-LN-CATEGORY-CODE(WS-LINE-SUB)
                   MOVE WS-LN-QUANTITY TO IH-LN-QUANTITY(WS-LINE-SUB)
                   MOVE IL-NET-AMOUNT(WS-LINE-SUB) TO
                       IH-LN-SALES-AMOUNT(WS-LINE-SUB)
                   MOVE IL-SALES-TAX(WS-LINE-SUB) TO
                       IH-LN-SALES-TAX(WS-LINE-SUB)
               END-PERFORM
           END-IF.
      *
      *    EACH REPLAYED RETURN CONSUMES ITS SHARE OF THE FAILED
      *    RUN'S ROLLED-IN TOTAL, SO THE NEXT RETURN FOR THE SAME
      *    INVOICE ONLY REPLAYS IF IT STILL FITS INSIDE WHAT THAT
           MOVE WS-ST-CITY-CODE TO TR-CITY-CODE.
           MOVE WS-TRANSACTION-TYPE TO TR-TRANSACTION-TYPE.
           MOVE WS-ST-STORE-NUMBER TO TR-STORE-NUMBER.
           MOVE WS-ST-CUSTOMER-ID TO TR-CUSTOMER-ID.
           MOVE WS-CERTIFICATE-NUMBER TO TR-CERTIFICATE-NUMBER.
           MOVE WS-ST-REGISTER-NUMBER TO TR-REGISTER-NUMBER.
           MOVE WS-ST-LINE-NUMBER TO TR-LINE-NUMBER.
           MOVE WS-ST-CATEGORY-CODE TO TR-CATEGORY-CODE.
           MOVE WS-ST-QUANTITY TO TR-QUANTITY.
           MOVE WS-TAX-INCLUDED-FLAG TO TR-TAX-INCLUDED-FLAG.
           WRITE TAX-RESULT-RECORD.
      *
      *    A TRANSACTION TAXCALC COULD NOT RATE IS WRITTEN TO THE
           ELSE
               MOVE ZERO TO AL-ORIGINAL-TRANS-DATE
           END-IF.
           MOVE WS-ST-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE WS-CERTIFICATE-NUMBER TO AL-CERTIFICATE-NUMBER.
           MOVE WS-ST-LINE-NUMBER TO AL-LINE-NUMBER.
           MOVE WS-ST-CATEGORY-CODE TO AL-CATEGORY-CODE.
           MOVE WS-ST-QUANTITY TO AL-QUANTITY.
           MOVE "D" TO AL-RECORD-TYPE.
           PERFORM 420-STAMP-AND-WRITE-AUDIT.
           IF WS-AUDIT-STAMP-RESULT = ZERO
               ADD 1 TO WS-AUDIT-RUN-COUNT
               ADD WS-POSTED-AMOUNT TO WS-AUDIT-RUN-AMOUNT
               ADD WS-POSTED-TAX TO WS-AUDIT-RUN-TAX
           END-IF.
      *
      *    EVERY RUN THAT OPENS THE AUDIT LOG OPENS ITS STRETCH OF
      *    THE LOG WITH A HEADER RECORD - A RESTART WRITES A NEW
      *    HEADER AND ITS TRAILER COVERS ONLY THE RESTART'S OWN
      *    RECORDS.  A HEADER THAT CANNOT BE STAMPED ENDS THE RUN
      *    BEFORE ANYTHING IS POSTED.
      *
       410-WRITE-AUDIT-HEADER.
      *
           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AC-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AC-TERMINAL-ID.
           MOVE WS-GL-PROGRAM-ID TO AC-PROGRAM-ID.
           MOVE WS-CURRENT-RUN-DATE TO AC-RUN-DATE.
           MOVE ZERO TO AC-FIRST-SEQUENCE.
           MOVE ZERO TO AC-RECORD-COUNT.
           MOVE ZERO TO AC-SALES-TOTAL.
           MOVE ZERO TO AC-TAX-TOTAL.
           MOVE "H" TO AC-RECORD-TYPE.
           PERFORM 420-STAMP-AND-WRITE-AUDIT.
           IF WS-AUDIT-STAMP-RESULT = ZERO
               MOVE "Y" TO WS-AUDIT-HEADER-WRITTEN
               MOVE AC-SEQUENCE-NUMBER TO WS-AUDIT-FIRST-SEQUENCE
           END-IF.
      *
      *    AUDSTAMP FILLS IN THE SOURCE, THE NEXT SEQUENCE NUMBER
      *    AND THE CHAINED CHECK VALUE, AND THE NUMBER IS COMMITTED
      *    TO THE SEQUENCE MASTER ONLY ONCE THE RECORD IS WRITTEN.
      *    A MASTER THAT CANNOT BE READ OR UPDATED IS FATAL - AN
      *    UNSEQUENCED RECORD WOULD BREAK THE CHAIN FOR GOOD.  A
      *    POSTING'S TAX RESULT RECORD IS WRITTEN ONLY AFTER ITS
      *    AUDIT RECORD IS STAMPED, SO A STAMP FAILURE NEVER LEAVES
      *    A RESULT ON TAXOUT THAT THE LOG DOES NOT ACCOUNT FOR.
      *
       420-STAMP-AND-WRITE-AUDIT.
      *
           MOVE "S" TO WS-AUDIT-STAMP-ACTION.
           CALL "AUDSTAMP" USING WS-AUDIT-STAMP-ACTION
               WS-GL-PROGRAM-ID AUDIT-LOG-RECORD WS-AUDIT-CHAIN-VALUE
               WS-AUDIT-STAMP-RESULT WS-AUDIT-STAMP-MESSAGE.
           IF WS-AUDIT-STAMP-RESULT = ZERO
               WRITE AUDIT-LOG-RECORD
               MOVE "C" TO WS-AUDIT-STAMP-ACTION
               CALL "AUDSTAMP" USING WS-AUDIT-STAMP-ACTION
                   WS-GL-PROGRAM-ID AUDIT-LOG-RECORD
                   WS-AUDIT-CHAIN-VALUE WS-AUDIT-STAMP-RESULT
                   WS-AUDIT-STAMP-MESSAGE
           END-IF.
           IF WS-AUDIT-STAMP-RESULT NOT = ZERO
               DISPLAY WS-AUDIT-STAMP-MESSAGE
               MOVE "Y" TO WS-FATAL-ERROR
               MOVE "Y" TO END-OF-SESSION-SWITCH
           END-IF.
      *
      *    THE TRAILER CLOSES THE RUN'S STRETCH OF THE LOG WITH THE
      *    COUNT AND NET TOTALS OF THE DETAIL RECORDS SINCE ITS
      *    HEADER.  IT IS WRITTEN ON A FAILED RUN TOO, SO WHAT THE
      *    RUN DID POST IS STILL PROVABLE.
      *
       430-WRITE-AUDIT-TRAILER.
      *
           IF WS-AUDIT-HEADER-WRITTEN = "Y"
               MOVE SPACES TO AUDIT-CONTROL-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO AC-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE WS-TERMINAL-ID TO AC-TERMINAL-ID
               MOVE WS-GL-PROGRAM-ID TO AC-PROGRAM-ID
               MOVE WS-CURRENT-RUN-DATE TO AC-RUN-DATE
               MOVE WS-AUDIT-FIRST-SEQUENCE TO AC-FIRST-SEQUENCE
               MOVE WS-AUDIT-RUN-COUNT TO AC-RECORD-COUNT
               MOVE WS-AUDIT-RUN-AMOUNT TO AC-SALES-TOTAL
               MOVE WS-AUDIT-RUN-TAX TO AC-TAX-TOTAL
               MOVE "T" TO AC-RECORD-TYPE
               PERFORM 420-STAMP-AND-WRITE-AUDIT
               MOVE "N" TO WS-AUDIT-HEADER-WRITTEN
           END-IF.
           MOVE "X" TO WS-AUDIT-STAMP-ACTION.
           CALL "AUDSTAMP" USING WS-AUDIT-STAMP-ACTION
               WS-GL-PROGRAM-ID AUDIT-LOG-RECORD WS-AUDIT-CHAIN-VALUE
               WS-AUDIT-STAMP-RESULT WS-AUDIT-STAMP-MESSAGE.
      *
       500-PRINT-SUMMARY-REPORT.
      *
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
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
               COMPUTE WS-RUN-RECORDS-IN =
                   WS-TRANSACTION-COUNT + WS-SUSPENSE-COUNT
               MOVE WS-TRANSACTION-COUNT TO WS-RUN-RECORDS-OUT
               MOVE WS-SUSPENSE-COUNT TO WS-RUN-EXCEPTION-COUNT
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
