       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1065.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            MONTH-END SALES TAX SUMMARIZATION.  ROLLS
      *                    ONE MONTH'S TAX RESULT ACTIVITY - THE
      *                    TAXOUT GENERATIONS CONCATENATED ON THE
      *                    TAXOUT DD (DAILY, SUSPENSE REPROCESS AND
      *                    INTERACTIVE ALIKE), SELECTED BY
      *                    TRANSACTION DATE WITHIN THE MONTH, PLUS
      *                    THE LEGACY BLANK-INVOICE AUDIT RECORDS
      *                    THE SAME WAY CALC1030 AND CALC1060 PICK
      *                    THEM UP - INTO THE SUMMARY HISTORY MASTER
      *                    (TAXSUMM DD), ONE RECORD PER STORE,
      *                    STATE/COUNTY/CITY AND CATEGORY, HOLDING
      *                    TAXABLE SALES, EXEMPT SALES, RETURNS, THE
      *                    TAX IN EACH TIER AND THE SALE AND RETURN
      *                    COUNTS.  THE MONTH ARRIVES ON THE EXEC
      *                    PARM AS 'YYYYMM'.  THE JOB IS RERUNNABLE:
      *                    EVERY RECORD ALREADY ON THE MASTER FOR THE
      *                    MONTH IS DELETED BEFORE THE NEW FIGURES
      *                    ARE WRITTEN, SO RUNNING A MONTH AGAIN
      *                    AFTER LATE REPROCESS POSTINGS REPLACES IT
      *                    CLEANLY.  IF THE MONTH HAS MORE
      *                    COMBINATIONS THAN THE WORK TABLE HOLDS THE
      *                    MASTER IS LEFT UNTOUCHED AND THE RUN ENDS
      *                    WITH RC=8 - A PARTIAL MONTH IS NEVER
      *                    WRITTEN.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TAX-RESULT-FILE ASSIGN TO "TAXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-OUT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT TAX-SUMMARY-FILE ASSIGN TO "TAXSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SUMMARY-KEY
               FILE STATUS IS WS-TAX-SUMMARY-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAX-RESULT-FILE.
       COPY TAXRESLT.
      *
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
      *
       FD  TAX-SUMMARY-FILE.
       COPY TAXSUMM.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-TAX-OUT-STATUS      PIC X(2)      VALUE "00".
       77  WS-AUDIT-LOG-STATUS    PIC X(2)      VALUE "00".
       77  WS-TAX-SUMMARY-STATUS  PIC X(2)      VALUE "00".
       77  WS-TAX-OUT-EOF         PIC X         VALUE "N".
       77  WS-AUDIT-LOG-EOF       PIC X         VALUE "N".
       77  WS-SUMMARY-SCAN-DONE   PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(6)      VALUE SPACES.
       77  WS-SUMMARY-MONTH       PIC 9(6)      VALUE ZERO.
       77  WS-PERIOD-FROM-NUM     PIC 9(8)      VALUE ZERO.
       77  WS-PERIOD-THRU-NUM     PIC 9(8)      VALUE ZERO.
       77  WS-PERIOD-FROM-DATE    PIC X(8)      VALUE SPACES.
       77  WS-PERIOD-THRU-DATE    PIC X(8)      VALUE SPACES.
       77  WS-SUMMARIZED-DATE     PIC 9(8)      VALUE ZERO.
      *
       77  WS-SUMMARY-COUNT       PIC 9(4)      VALUE ZERO.
       77  WS-ENTRY-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-SCAN-SUB            PIC 9(4)      VALUE ZERO.
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
       77  WS-WRITE-ERROR         PIC X         VALUE "N".
       77  WS-TAX-OUT-COUNT       PIC 9(7)      VALUE ZERO.
       77  WS-AUDIT-COUNT         PIC 9(7)      VALUE ZERO.
       77  WS-DELETED-COUNT       PIC 9(7)      VALUE ZERO.
       77  WS-WRITTEN-COUNT       PIC 9(7)      VALUE ZERO.
      *
       77  WS-GRAND-NET-SALES     PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-TAX           PIC S9(11)V99 VALUE ZERO.
      *
       77  WS-DISPLAY-COUNT       PIC Z,ZZZ,ZZ9.
       77  WS-DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-POSTING-WORK-AREA.
           05  WS-PST-STORE-NUMBER    PIC X(4).
           05  WS-PST-STATE-CODE      PIC X(2).
           05  WS-PST-COUNTY-CODE     PIC X(3).
           05  WS-PST-CITY-CODE       PIC X(3).
           05  WS-PST-CATEGORY-CODE   PIC X(4).
           05  WS-PST-TRANSACTION-TYPE PIC X.
           05  WS-PST-EXEMPT-FLAG     PIC X.
           05  WS-PST-AMOUNT          PIC S9(5)V99.
           05  WS-PST-STATE-TAX       PIC S9(5)V99.
           05  WS-PST-COUNTY-TAX      PIC S9(5)V99.
           05  WS-PST-CITY-TAX        PIC S9(5)V99.
           05  WS-PST-OVERRIDE-TAX    PIC S9(5)V99.
           05  WS-PST-TOTAL-TAX       PIC S9(5)V99.
      *
       01  WS-TIMESTAMP-PARTS.
           05  WS-TS-DATE             PIC X(8).
           05  FILLER                 PIC X(13).
      *
       01  SUMMARY-WORK-TABLE.
           05  SUMMARY-WORK-ENTRY OCCURS 2000 TIMES.
               10  SW-STORE-NUMBER        PIC X(4).
               10  SW-STATE-CODE          PIC X(2).
               10  SW-COUNTY-CODE         PIC X(3).
               10  SW-CITY-CODE           PIC X(3).
               10  SW-CATEGORY-CODE       PIC X(4).
               10  SW-TAXABLE-SALES       PIC S9(9)V99.
               10  SW-EXEMPT-SALES        PIC S9(9)V99.
               10  SW-RETURN-AMOUNT       PIC S9(9)V99.
               10  SW-STATE-TAX           PIC S9(9)V99.
               10  SW-COUNTY-TAX          PIC S9(9)V99.
               10  SW-CITY-TAX            PIC S9(9)V99.
               10  SW-OVERRIDE-TAX        PIC S9(9)V99.
               10  SW-TOTAL-TAX           PIC S9(9)V99.
               10  SW-SALE-COUNT          PIC 9(7).
               10  SW-RETURN-COUNT        PIC 9(7).
      *
       LINKAGE SECTION.
      *
      *    THE MONTH TO SUMMARIZE ARRIVES VIA THE EXEC PARM AS
      *    'YYYYMM' AND IS REQUIRED.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(6).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-SUMMARIZE-MONTH.
      *
           PERFORM 050-PARSE-SUMMARY-MONTH.
           PERFORM 100-ACCUMULATE-TAX-RESULTS.
           PERFORM 150-ACCUMULATE-AUDIT-ACTIVITY.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "THE SUMMARY HISTORY MASTER WAS NOT UPDATED - "
                   "THE MONTH'S FIGURES ARE INCOMPLETE."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-REPLACE-MONTH-ON-MASTER
           END-IF.
           PERFORM 500-PRINT-SUMMARY-REPORT.
           IF WS-WRITE-ERROR = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       050-PARSE-SUMMARY-MONTH.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 6
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           IF WS-PARM-TEXT IS NOT NUMERIC
                   OR WS-PARM-TEXT(5:2) < "01"
                   OR WS-PARM-TEXT(5:2) > "12"
               DISPLAY "INVALID SUMMARY MONTH PARM '" WS-PARM-TEXT
                   "' - USE YYYYMM."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-TEXT TO WS-SUMMARY-MONTH.
           COMPUTE WS-PERIOD-FROM-NUM = WS-SUMMARY-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-THRU-NUM = WS-SUMMARY-MONTH * 100 + 31.
           MOVE WS-PERIOD-FROM-NUM TO WS-PERIOD-FROM-DATE.
           MOVE WS-PERIOD-THRU-NUM TO WS-PERIOD-THRU-DATE.
           ACCEPT WS-SUMMARIZED-DATE FROM DATE YYYYMMDD.
      *
      *    THE TAXOUT PASS SELECTS BY TRANSACTION DATE WITHIN THE
      *    MONTH RATHER THAN TRUSTING THE CONCATENATION TO BE
      *    EXACTLY THE MONTH'S GENERATIONS - THE REPROCESS AND
      *    INTERACTIVE FILES SPAN DATES.
      *
       100-ACCUMULATE-TAX-RESULTS.
      *
           OPEN INPUT TAX-RESULT-FILE.
           IF WS-TAX-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE TAX RESULT FILE - FILE "
                   "STATUS " WS-TAX-OUT-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TAX-OUT-EOF = "Y"
               READ TAX-RESULT-FILE
                   AT END
                       MOVE "Y" TO WS-TAX-OUT-EOF
                   NOT AT END
                       IF TR-TRANSACTION-DATE NOT <
                               WS-PERIOD-FROM-NUM
                           AND TR-TRANSACTION-DATE NOT >
                               WS-PERIOD-THRU-NUM
                           PERFORM 110-POST-ONE-TAX-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-RESULT-FILE.
      *
       110-POST-ONE-TAX-RESULT.
      *
           ADD 1 TO WS-TAX-OUT-COUNT.
           MOVE TR-STORE-NUMBER TO WS-PST-STORE-NUMBER.
           MOVE TR-STATE-CODE TO WS-PST-STATE-CODE.
           MOVE TR-COUNTY-CODE TO WS-PST-COUNTY-CODE.
           MOVE TR-CITY-CODE TO WS-PST-CITY-CODE.
           MOVE TR-CATEGORY-CODE TO WS-PST-CATEGORY-CODE.
           MOVE TR-TRANSACTION-TYPE TO WS-PST-TRANSACTION-TYPE.
           MOVE TR-EXEMPT-FLAG TO WS-PST-EXEMPT-FLAG.
           MOVE TR-SALES-AMOUNT TO WS-PST-AMOUNT.
           MOVE TR-STATE-TAX TO WS-PST-STATE-TAX.
           MOVE TR-COUNTY-TAX TO WS-PST-COUNTY-TAX.
           MOVE TR-CITY-TAX TO WS-PST-CITY-TAX.
           MOVE TR-OVERRIDE-TAX TO WS-PST-OVERRIDE-TAX.
           MOVE TR-SALES-TAX TO WS-PST-TOTAL-TAX.
           PERFORM 200-POST-TO-SUMMARY.
      *
      *    LEGACY INTERACTIVE ACTIVITY FROM BEFORE RECEIPT NUMBERS
      *    EXISTS ONLY ON THE AUDIT LOG WITH A BLANK INVOICE
      *    NUMBER, THE SAME WAY CALC1030 PICKS IT UP.  NOTHING
      *    WRITTEN SINCE CARRIES A BLANK INVOICE, SO NOTHING IS
      *    COUNTED TWICE.
      *
       150-ACCUMULATE-AUDIT-ACTIVITY.
      *
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE AUDIT LOG FILE - FILE "
                   "STATUS " WS-AUDIT-LOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-LOG-EOF = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-LOG-EOF
                   NOT AT END
                       MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS
                       IF AL-INVOICE-NUMBER = SPACES
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                               AND WS-TS-DATE NOT <
                                   WS-PERIOD-FROM-DATE
                               AND WS-TS-DATE NOT >
                                   WS-PERIOD-THRU-DATE
                           PERFORM 160-POST-ONE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
      *
       160-POST-ONE-AUDIT-RECORD.
      *
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE AL-STORE-NUMBER TO WS-PST-STORE-NUMBER.
           MOVE AL-STATE-CODE TO WS-PST-STATE-CODE.
           MOVE AL-COUNTY-CODE TO WS-PST-COUNTY-CODE.
           MOVE AL-CITY-CODE TO WS-PST-CITY-CODE.
           MOVE AL-CATEGORY-CODE TO WS-PST-CATEGORY-CODE.
           MOVE AL-TRANSACTION-TYPE TO WS-PST-TRANSACTION-TYPE.
           MOVE AL-EXEMPT-FLAG TO WS-PST-EXEMPT-FLAG.
           MOVE AL-SALES-AMOUNT TO WS-PST-AMOUNT.
           MOVE AL-STATE-TAX TO WS-PST-STATE-TAX.
           MOVE AL-COUNTY-TAX TO WS-PST-COUNTY-TAX.
           MOVE AL-CITY-TAX TO WS-PST-CITY-TAX.
           MOVE AL-OVERRIDE-TAX TO WS-PST-OVERRIDE-TAX.
           MOVE AL-SALES-TAX TO WS-PST-TOTAL-TAX.
           PERFORM 200-POST-TO-SUMMARY.
      *
      *    A RETURN/CREDIT GOES TO THE RETURNS FIGURE WHETHER ITS
      *    CATEGORY WAS TAXABLE OR EXEMPT; A SALE GOES TO TAXABLE OR
      *    EXEMPT SALES BY ITS EXEMPT FLAG.  THE TAX FIELDS TAKE
      *    BOTH, SO THEY STAY NET AS COLLECTED.
      *
       200-POST-TO-SUMMARY.
      *
           PERFORM 300-FIND-SUMMARY-ENTRY.
           IF WS-ENTRY-SUB = ZERO
               IF WS-SUMMARY-COUNT = 2000
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 2000 STORE/JURISDICTION/"
                           "CATEGORY COMBINATIONS IN THIS MONTH."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-SUMMARY-COUNT TO WS-ENTRY-SUB
                   MOVE WS-PST-STORE-NUMBER TO
                       SW-STORE-NUMBER(WS-ENTRY-SUB)
                   MOVE WS-PST-STATE-CODE TO
                       SW-STATE-CODE(WS-ENTRY-SUB)
                   MOVE WS-PST-COUNTY-CODE TO
                       SW-COUNTY-CODE(WS-ENTRY-SUB)
                   MOVE WS-PST-CITY-CODE TO
                       SW-CITY-CODE(WS-ENTRY-SUB)
                   MOVE WS-PST-CATEGORY-CODE TO
                       SW-CATEGORY-CODE(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-TAXABLE-SALES(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-EXEMPT-SALES(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-RETURN-AMOUNT(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-STATE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-COUNTY-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-CITY-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-OVERRIDE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-TOTAL-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-SALE-COUNT(WS-ENTRY-SUB)
                   MOVE ZERO TO SW-RETURN-COUNT(WS-ENTRY-SUB)
               END-IF
           END-IF.
           ADD WS-PST-AMOUNT TO WS-GRAND-NET-SALES.
           ADD WS-PST-TOTAL-TAX TO WS-GRAND-TAX.
           IF WS-ENTRY-SUB NOT = ZERO
               IF WS-PST-TRANSACTION-TYPE = "R"
                   ADD WS-PST-AMOUNT TO
                       SW-RETURN-AMOUNT(WS-ENTRY-SUB)
                   ADD 1 TO SW-RETURN-COUNT(WS-ENTRY-SUB)
               ELSE
                   IF WS-PST-EXEMPT-FLAG = "Y"
                       ADD WS-PST-AMOUNT TO
                           SW-EXEMPT-SALES(WS-ENTRY-SUB)
                   ELSE
                       ADD WS-PST-AMOUNT TO
                           SW-TAXABLE-SALES(WS-ENTRY-SUB)
                   END-IF
                   ADD 1 TO SW-SALE-COUNT(WS-ENTRY-SUB)
               END-IF
               ADD WS-PST-STATE-TAX TO SW-STATE-TAX(WS-ENTRY-SUB)
               ADD WS-PST-COUNTY-TAX TO SW-COUNTY-TAX(WS-ENTRY-SUB)
               ADD WS-PST-CITY-TAX TO SW-CITY-TAX(WS-ENTRY-SUB)
               ADD WS-PST-OVERRIDE-TAX TO
                   SW-OVERRIDE-TAX(WS-ENTRY-SUB)
               ADD WS-PST-TOTAL-TAX TO SW-TOTAL-TAX(WS-ENTRY-SUB)
           END-IF.
      *
       300-FIND-SUMMARY-ENTRY.
      *
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-SUMMARY-COUNT
                      OR WS-ENTRY-SUB NOT = ZERO
               IF SW-STORE-NUMBER(WS-SCAN-SUB) = WS-PST-STORE-NUMBER
                       AND SW-STATE-CODE(WS-SCAN-SUB) =
                           WS-PST-STATE-CODE
                       AND SW-COUNTY-CODE(WS-SCAN-SUB) =
                           WS-PST-COUNTY-CODE
                       AND SW-CITY-CODE(WS-SCAN-SUB) =
                           WS-PST-CITY-CODE
                       AND SW-CATEGORY-CODE(WS-SCAN-SUB) =
                           WS-PST-CATEGORY-CODE
                   MOVE WS-SCAN-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
      *
      *    THE MONTH'S RECORDS SIT TOGETHER IN KEY ORDER (MONTH
      *    FIRST), SO ONE START PLUS A SHORT SCAN DELETES EXACTLY
      *    THE MONTH BEING REPLACED BEFORE ITS NEW FIGURES ARE
      *    WRITTEN - A COMBINATION WHOSE ACTIVITY HAS SINCE MOVED
      *    OR REVERSED AWAY DOES NOT LINGER.  FILE STATUS 35 MEANS
      *    THE MASTER HAS NEVER BEEN LOADED - IT IS CREATED EMPTY
      *    AND REOPENED.
      *
       400-REPLACE-MONTH-ON-MASTER.
      *
           OPEN I-O TAX-SUMMARY-FILE.
           IF WS-TAX-SUMMARY-STATUS = "35"
               OPEN OUTPUT TAX-SUMMARY-FILE
               IF WS-TAX-SUMMARY-STATUS = "00"
                   CLOSE TAX-SUMMARY-FILE
                   OPEN I-O TAX-SUMMARY-FILE
               END-IF
           END-IF.
           IF WS-TAX-SUMMARY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE SUMMARY HISTORY MASTER - "
                   "FILE STATUS " WS-TAX-SUMMARY-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SUMMARY-SCAN-DONE.
           MOVE WS-SUMMARY-MONTH TO TS-SUMMARY-MONTH.
           MOVE LOW-VALUES TO TS-STORE-NUMBER.
           MOVE LOW-VALUES TO TS-STATE-CODE.
           MOVE LOW-VALUES TO TS-COUNTY-CODE.
           MOVE LOW-VALUES TO TS-CITY-CODE.
           MOVE LOW-VALUES TO TS-CATEGORY-CODE.
           START TAX-SUMMARY-FILE
               KEY IS NOT LESS THAN TS-SUMMARY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUMMARY-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SUMMARY-SCAN-DONE = "Y"
               READ TAX-SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUMMARY-SCAN-DONE
                   NOT AT END
                       IF TS-SUMMARY-MONTH NOT = WS-SUMMARY-MONTH
                           MOVE "Y" TO WS-SUMMARY-SCAN-DONE
                       ELSE
                           DELETE TAX-SUMMARY-FILE RECORD
                               INVALID KEY
                                   DISPLAY "UNABLE TO DELETE A "
                                       "SUMMARY RECORD - FILE "
                                       "STATUS "
                                       WS-TAX-SUMMARY-STATUS "."
                                   MOVE "Y" TO WS-WRITE-ERROR
                                   MOVE "Y" TO WS-SUMMARY-SCAN-DONE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WRITE-ERROR = "N"
               PERFORM 410-WRITE-ONE-SUMMARY-RECORD
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-SUMMARY-COUNT
           END-IF.
           CLOSE TAX-SUMMARY-FILE.
      *
       410-WRITE-ONE-SUMMARY-RECORD.
      *
           MOVE WS-SUMMARY-MONTH TO TS-SUMMARY-MONTH.
           MOVE SW-STORE-NUMBER(WS-ENTRY-SUB) TO TS-STORE-NUMBER.
           MOVE SW-STATE-CODE(WS-ENTRY-SUB) TO TS-STATE-CODE.
           MOVE SW-COUNTY-CODE(WS-ENTRY-SUB) TO TS-COUNTY-CODE.
           MOVE SW-CITY-CODE(WS-ENTRY-SUB) TO TS-CITY-CODE.
           MOVE SW-CATEGORY-CODE(WS-ENTRY-SUB) TO TS-CATEGORY-CODE.
           MOVE SW-TAXABLE-SALES(WS-ENTRY-SUB) TO TS-TAXABLE-SALES.
           MOVE SW-EXEMPT-SALES(WS-ENTRY-SUB) TO TS-EXEMPT-SALES.
           MOVE SW-RETURN-AMOUNT(WS-ENTRY-SUB) TO TS-RETURN-AMOUNT.
           MOVE SW-STATE-TAX(WS-ENTRY-SUB) TO TS-STATE-TAX.
           MOVE SW-COUNTY-TAX(WS-ENTRY-SUB) TO TS-COUNTY-TAX.
           MOVE SW-CITY-TAX(WS-ENTRY-SUB) TO TS-CITY-TAX.
           MOVE SW-OVERRIDE-TAX(WS-ENTRY-SUB) TO TS-OVERRIDE-TAX.
           MOVE SW-TOTAL-TAX(WS-ENTRY-SUB) TO TS-TOTAL-TAX.
           MOVE SW-SALE-COUNT(WS-ENTRY-SUB) TO TS-SALE-COUNT.
           MOVE SW-RETURN-COUNT(WS-ENTRY-SUB) TO TS-RETURN-COUNT.
           MOVE WS-SUMMARIZED-DATE TO TS-SUMMARIZED-DATE.
           WRITE TAX-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE THE SUMMARY RECORD FOR "
                       "STORE " TS-STORE-NUMBER " " TS-STATE-CODE
                       " " TS-COUNTY-CODE " " TS-CITY-CODE
                       " CATEGORY " TS-CATEGORY-CODE
                       " - FILE STATUS " WS-TAX-SUMMARY-STATUS "."
                   MOVE "Y" TO WS-WRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
      *
       500-PRINT-SUMMARY-REPORT.
      *
           DISPLAY "====================================".
           DISPLAY "CALC1065 MONTHLY SUMMARY - MONTH "
               WS-SUMMARY-MONTH.
           MOVE WS-TAX-OUT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "TAX RESULT RECORDS  . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-AUDIT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "LEGACY AUDIT RECORDS  . . . . " WS-DISPLAY-COUNT.
           MOVE WS-DELETED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PRIOR SUMMARY RECORDS REPLACED " WS-DISPLAY-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "SUMMARY RECORDS WRITTEN . . . " WS-DISPLAY-COUNT.
           MOVE WS-GRAND-NET-SALES TO WS-DISPLAY-AMOUNT.
           DISPLAY "NET SALES . . . . . . . . . . " WS-DISPLAY-AMOUNT.
           MOVE WS-GRAND-TAX TO WS-DISPLAY-AMOUNT.
           DISPLAY "TAX COLLECTED . . . . . . . . " WS-DISPLAY-AMOUNT.
           IF WS-WRITE-ERROR = "Y"
               DISPLAY "WARNING - THE MONTH WAS NOT FULLY REPLACED ON "
                   "THE MASTER - CORRECT THE ERROR ABOVE AND RERUN."
           END-IF.
           DISPLAY "====================================".
