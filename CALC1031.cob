       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1031.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            MONTHLY EXEMPT SALES BY CERTIFICATE
      *                    REPORT.  READS THE PERIOD'S TAX RESULT
      *                    RECORDS (THE SAME TAXOUT CONCATENATION
      *                    CALC1030 READS - DAILY, REPROCESS AND
      *                    INTERACTIVE) AND TOTALS THE SALES EACH
      *                    CUSTOMER EXEMPTION CERTIFICATE EXEMPTED,
      *                    BY CUSTOMER, STATE AND CERTIFICATE NUMBER,
      *                    SO THE EXEMPT SALES ON THE REMITTANCE
      *                    FILING CAN BE SUPPORTED CERTIFICATE BY
      *                    CERTIFICATE WHEN THE STATE AUDITS THEM.
      *                    EACH CERTIFICATE IS LOOKED UP ON THE
      *                    EXEMPTION CERTIFICATE MASTER (EXMPCERT
      *                    DD) AND FLAGGED:
      *                      MISSING - THE CERTIFICATE IS NO LONGER
      *                                ON THE MASTER, SO THE
      *                                EXEMPTION CANNOT BE SUPPORTED
      *                                FROM OUR FILES.
      *                      EXPIRED - THE CERTIFICATE EXPIRED ON OR
      *                                BEFORE THE PERIOD'S THROUGH
      *                                DATE - THE CUSTOMER NEEDS A
      *                                RENEWAL ON FILE BEFORE ITS
      *                                NEXT EXEMPT PURCHASE.
      *                    AN EXEMPT SALE THAT CARRIES NO
      *                    CERTIFICATE AT ALL (A CATEGORY EXEMPTION,
      *                    SUCH AS A CLERK RINGING A RESALE UNDER THE
      *                    RSAL CATEGORY) IS LISTED TOO, BY CUSTOMER
      *                    AND STATE UNDER "NO CERTIFICATE", AND IS
      *                    FLAGGED MISSING - A WALK-IN SALE WITH NO
      *                    CUSTOMER ID GROUPS UNDER A BLANK CUSTOMER.
      *                    RETURNS NET AGAINST THE CERTIFICATE THEIR
      *                    ORIGINAL SALE WAS EXEMPTED UNDER.
      *                    THE PERIOD ARRIVES ON THE EXEC PARM
      *                    ('YYYYMMDD,YYYYMMDD') AND SELECTS TAXOUT
      *                    RECORDS BY TRANSACTION DATE, THE WAY
      *                    CALC1030 DOES.  ENDS WITH RC=4 WHEN ANY
      *                    CERTIFICATE OR NO-CERTIFICATE EXEMPTION
      *                    IS FLAGGED, OR RC=8 IF MORE THAN 500
      *                    CERTIFICATES AND CUSTOMERS APPEAR IN THE
      *                    PERIOD AND THE REPORT IS THEREFORE
      *                    INCOMPLETE.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - EXEMPT SALES WITH NO CERTIFICATE NUMBER
      *                     ARE NOW LISTED BY CUSTOMER AND STATE
      *                     UNDER "NO CERTIFICATE" AND FLAGGED
      *                     MISSING, WITH THEIR OWN TRAILER COUNTS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TAX-RESULT-FILE ASSIGN TO "TAXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-OUT-STATUS.
           SELECT EXEMPT-CERTIFICATE-FILE ASSIGN TO "EXMPCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CERTIFICATE-KEY
               FILE STATUS IS WS-CERTIFICATE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAX-RESULT-FILE.
       COPY TAXRESLT.
      *
       FD  EXEMPT-CERTIFICATE-FILE.
       COPY EXMPCERT.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-TAX-OUT-EOF         PIC X         VALUE "N".
       77  WS-TAX-OUT-STATUS      PIC X(2)      VALUE "00".
       77  WS-CERTIFICATE-STATUS  PIC X(2)      VALUE "00".
       77  WS-CERTIFICATES-OPEN   PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(17)     VALUE SPACES.
       77  WS-PERIOD-FROM-DATE    PIC X(8)      VALUE SPACES.
       77  WS-PERIOD-THRU-DATE    PIC X(8)      VALUE SPACES.
       77  WS-PERIOD-FROM-NUM     PIC 9(8)      VALUE ZERO.
       77  WS-PERIOD-THRU-NUM     PIC 9(8)      VALUE ZERO.
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
      *
       77  WS-RECORD-COUNT        PIC 9(7)      VALUE ZERO.
       77  WS-CERTIFIED-COUNT     PIC 9(7)      VALUE ZERO.
       77  WS-UNCERTIFIED-COUNT   PIC 9(7)      VALUE ZERO.
       77  WS-CERTIFICATE-COUNT   PIC 9(4)      VALUE ZERO.
       77  WS-MISSING-COUNT       PIC 9(4)      VALUE ZERO.
       77  WS-EXPIRED-COUNT       PIC 9(4)      VALUE ZERO.
       77  WS-NO-CERTIFICATE-COUNT PIC 9(4)     VALUE ZERO.
       77  WS-ENTRY-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-PRINT-SUB           PIC 9(4)      VALUE ZERO.
      *
       77  WS-GRAND-EXEMPT        PIC S9(11)V99 VALUE ZERO.
       77  WS-UNCERTIFIED-EXEMPT  PIC S9(11)V99 VALUE ZERO.
       77  WS-FLAGGED-EXEMPT      PIC S9(11)V99 VALUE ZERO.
      *
       77  WS-POST-CERTIFICATE    PIC X(15)     VALUE SPACES.
       77  WS-POST-NO-CERTIFICATE PIC X         VALUE "N".
      *
       77  WS-DISPLAY-COUNT       PIC Z,ZZZ,ZZ9.
       77  WS-DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-REPORT-LINE.
           05  WS-RL-CUSTOMER-ID      PIC X(10).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-CUSTOMER-NAME    PIC X(25).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-STATE-CODE       PIC X(2).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-CERTIFICATE-NUMBER PIC X(15).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-EXEMPT-REASON    PIC X(2).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-EFFECTIVE-DATE   PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-EXPIRY-DATE      PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-SALE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-EXEMPT-SALES     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-FLAG             PIC X(7).
      *
       01  CERTIFICATE-TOTALS-TABLE.
           05  CERTIFICATE-ENTRY OCCURS 500 TIMES
                                     INDEXED BY CTT-IDX.
               10  CTT-CUSTOMER-ID        PIC X(10).
               10  CTT-STATE-CODE         PIC X(2).
               10  CTT-CERTIFICATE-NUMBER PIC X(15).
               10  CTT-NO-CERTIFICATE     PIC X.
               10  CTT-SALE-COUNT         PIC 9(5).
               10  CTT-EXEMPT-SALES       PIC S9(9)V99.
      *
       LINKAGE SECTION.
      *
      *    THE REPORTING PERIOD ARRIVES VIA THE EXEC PARM AS
      *    'YYYYMMDD,YYYYMMDD' (FROM AND THROUGH DATES).  ONLY
      *    LK-PARM-LENGTH BYTES OF THE PARM AREA ARE VALID.  THE
      *    PERIOD IS REQUIRED - THE INTERACTIVE TAX RESULT FILE IN
      *    THE CONCATENATION IS APPEND-FOREVER.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(17).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-PRINT-CERTIFICATE-REPORT.
      *
           PERFORM 050-PARSE-REPORT-PERIOD.
           OPEN INPUT TAX-RESULT-FILE.
           IF WS-TAX-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE TAX RESULT FILE - FILE "
                   "STATUS " WS-TAX-OUT-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 060-OPEN-CERTIFICATE-MASTER.
           PERFORM 100-ACCUMULATE-ONE-RECORD
            UNTIL WS-TAX-OUT-EOF = "Y".
           CLOSE TAX-RESULT-FILE.
           PERFORM 500-PRINT-REPORT.
           IF WS-CERTIFICATES-OPEN = "Y"
               CLOSE EXEMPT-CERTIFICATE-FILE
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > ZERO
                       OR WS-EXPIRED-COUNT > ZERO
                       OR WS-NO-CERTIFICATE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       050-PARSE-REPORT-PERIOD.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 17
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           MOVE WS-PARM-TEXT(1:8) TO WS-PERIOD-FROM-DATE.
           MOVE WS-PARM-TEXT(10:8) TO WS-PERIOD-THRU-DATE.
           IF WS-PERIOD-FROM-DATE IS NUMERIC
                   AND WS-PERIOD-THRU-DATE IS NUMERIC
               MOVE WS-PERIOD-FROM-DATE TO WS-PERIOD-FROM-NUM
               MOVE WS-PERIOD-THRU-DATE TO WS-PERIOD-THRU-NUM
           ELSE
               DISPLAY "INVALID REPORT PERIOD PARM '" WS-PARM-TEXT
                   "' - USE YYYYMMDD,YYYYMMDD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    A CERTIFICATE MASTER THAT HAS NEVER BEEN LOADED (FILE
      *    STATUS 35) IS READ AS EMPTY - EVERY CERTIFICATE ON THE
      *    PERIOD'S SALES THEN REPORTS AS MISSING, WHICH IS EXACTLY
      *    WHAT AN AUDITOR WOULD FIND.
      *
       060-OPEN-CERTIFICATE-MASTER.
      *
           OPEN INPUT EXEMPT-CERTIFICATE-FILE.
           IF WS-CERTIFICATE-STATUS = "00"
               MOVE "Y" TO WS-CERTIFICATES-OPEN
           ELSE
               IF WS-CERTIFICATE-STATUS = "35"
                   DISPLAY "THE EXEMPTION CERTIFICATE MASTER IS NOT "
                       "LOADED - EVERY CERTIFICATE IS REPORTED AS "
                       "MISSING."
               ELSE
                   DISPLAY "UNABLE TO OPEN THE EXEMPTION CERTIFICATE "
                       "MASTER - FILE STATUS " WS-CERTIFICATE-STATUS
                       "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       100-ACCUMULATE-ONE-RECORD.
      *
           READ TAX-RESULT-FILE
               AT END
                   MOVE "Y" TO WS-TAX-OUT-EOF
               NOT AT END
                   IF TR-TRANSACTION-DATE < WS-PERIOD-FROM-NUM
                           OR TR-TRANSACTION-DATE > WS-PERIOD-THRU-NUM
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RECORD-COUNT
                       IF TR-CERTIFICATE-NUMBER NOT = SPACES
                           MOVE TR-CERTIFICATE-NUMBER TO
                               WS-POST-CERTIFICATE
                           MOVE "N" TO WS-POST-NO-CERTIFICATE
                           ADD 1 TO WS-CERTIFIED-COUNT
                           ADD TR-SALES-AMOUNT TO WS-GRAND-EXEMPT
                           PERFORM 200-POST-TO-CERTIFICATE
                       ELSE
                           IF TR-EXEMPT-FLAG = "Y"
                               MOVE "NO CERTIFICATE" TO
                                   WS-POST-CERTIFICATE
                               MOVE "Y" TO WS-POST-NO-CERTIFICATE
                               ADD 1 TO WS-UNCERTIFIED-COUNT
                               ADD TR-SALES-AMOUNT TO
                                   WS-UNCERTIFIED-EXEMPT
                               PERFORM 200-POST-TO-CERTIFICATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    THE GRAND TOTALS ACCUMULATE (IN 100) FOR EVERY EXEMPT
      *    SALE, EVEN WHEN THE TABLE HAS OVERFLOWED, SO THE BOTTOM
      *    LINES STILL TIE TO THE EXEMPTIONS IN THE PERIOD.  AN
      *    EXEMPTION WITH NO CERTIFICATE POSTS TO ITS CUSTOMER AND
      *    STATE'S "NO CERTIFICATE" ENTRY.
      *
       200-POST-TO-CERTIFICATE.
      *
           PERFORM 300-FIND-CERTIFICATE-ENTRY.
           IF WS-ENTRY-SUB = ZERO
               IF WS-CERTIFICATE-COUNT = 500
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 500 CERTIFICATES IN THIS "
                           "PERIOD - THE REPORT IS INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-CERTIFICATE-COUNT
                   MOVE WS-CERTIFICATE-COUNT TO WS-ENTRY-SUB
                   MOVE TR-CUSTOMER-ID TO
                       CTT-CUSTOMER-ID(WS-ENTRY-SUB)
                   MOVE TR-STATE-CODE TO
                       CTT-STATE-CODE(WS-ENTRY-SUB)
                   MOVE WS-POST-CERTIFICATE TO
                       CTT-CERTIFICATE-NUMBER(WS-ENTRY-SUB)
                   MOVE WS-POST-NO-CERTIFICATE TO
                       CTT-NO-CERTIFICATE(WS-ENTRY-SUB)
                   MOVE ZERO TO CTT-SALE-COUNT(WS-ENTRY-SUB)
                   MOVE ZERO TO CTT-EXEMPT-SALES(WS-ENTRY-SUB)
               END-IF
           END-IF.
           IF WS-ENTRY-SUB NOT = ZERO
               ADD 1 TO CTT-SALE-COUNT(WS-ENTRY-SUB)
               ADD TR-SALES-AMOUNT TO CTT-EXEMPT-SALES(WS-ENTRY-SUB)
           END-IF.
      *
       300-FIND-CERTIFICATE-ENTRY.
      *
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING CTT-IDX FROM 1 BY 1
                   UNTIL CTT-IDX > WS-CERTIFICATE-COUNT
                      OR WS-ENTRY-SUB NOT = ZERO
               IF CTT-CUSTOMER-ID(CTT-IDX) = TR-CUSTOMER-ID
                       AND CTT-STATE-CODE(CTT-IDX) = TR-STATE-CODE
                       AND CTT-CERTIFICATE-NUMBER(CTT-IDX) =
                           WS-POST-CERTIFICATE
                       AND CTT-NO-CERTIFICATE(CTT-IDX) =
                           WS-POST-NO-CERTIFICATE
                   SET WS-ENTRY-SUB TO CTT-IDX
               END-IF
           END-PERFORM.
      *
       500-PRINT-REPORT.
      *
           DISPLAY "EXEMPT SALES BY CERTIFICATE - CALC1031 - PERIOD "
               WS-PERIOD-FROM-DATE " THROUGH " WS-PERIOD-THRU-DATE.
           DISPLAY "(EXEMPT SALES WITH NO CERTIFICATE ARE LISTED BY "
               "CUSTOMER AND STATE UNDER NO CERTIFICATE)".
           DISPLAY "CUSTOMER   CUSTOMER NAME             ST "
               "CERTIFICATE     RS EFFECTIVE EXPIRES  SALES "
               "   EXEMPT SALES FLAG".
           DISPLAY "---------- ------------------------- -- "
               "--------------- -- -------- -------- ------ "
               "--------------- -------".
           PERFORM 510-PRINT-ONE-CERTIFICATE
               VARYING WS-PRINT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-SUB > WS-CERTIFICATE-COUNT.
           DISPLAY "---------- ------------------------- -- "
               "--------------- -- -------- -------- ------ "
               "--------------- -------".
           MOVE WS-GRAND-EXEMPT TO WS-DISPLAY-AMOUNT.
           DISPLAY "TOTAL EXEMPT UNDER CERTIFICATES . . "
               WS-DISPLAY-AMOUNT.
           MOVE WS-UNCERTIFIED-EXEMPT TO WS-DISPLAY-AMOUNT.
           DISPLAY "TOTAL EXEMPT WITH NO CERTIFICATE . "
               WS-DISPLAY-AMOUNT.
           MOVE WS-FLAGGED-EXEMPT TO WS-DISPLAY-AMOUNT.
           DISPLAY "EXEMPT UNDER FLAGGED ENTRIES . . . "
               WS-DISPLAY-AMOUNT.
           MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "TAX RESULT RECORDS IN PERIOD . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-CERTIFIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "SALES EXEMPTED BY CERTIFICATE . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-UNCERTIFIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "EXEMPT SALES WITH NO CERTIFICATE . "
               WS-DISPLAY-COUNT.
           MOVE WS-MISSING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "CERTIFICATES MISSING FROM MASTER . "
               WS-DISPLAY-COUNT.
           MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "CERTIFICATES EXPIRED . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-NO-CERTIFICATE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "CUSTOMERS EXEMPT WITH NO CERTIFICATE "
               WS-DISPLAY-COUNT.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "WARNING - THE REPORT TABLE OVERFLOWED AND "
                   "SOME CERTIFICATES OR CUSTOMERS ARE NOT SHOWN "
                   "ABOVE."
           END-IF.
      *
       510-PRINT-ONE-CERTIFICATE.
      *
           MOVE CTT-CUSTOMER-ID(WS-PRINT-SUB) TO WS-RL-CUSTOMER-ID.
           MOVE CTT-STATE-CODE(WS-PRINT-SUB) TO WS-RL-STATE-CODE.
           MOVE CTT-CERTIFICATE-NUMBER(WS-PRINT-SUB) TO
               WS-RL-CERTIFICATE-NUMBER.
           MOVE CTT-SALE-COUNT(WS-PRINT-SUB) TO WS-RL-SALE-COUNT.
           MOVE CTT-EXEMPT-SALES(WS-PRINT-SUB) TO WS-RL-EXEMPT-SALES.
           MOVE SPACES TO WS-RL-CUSTOMER-NAME.
           MOVE SPACES TO WS-RL-EXEMPT-REASON.
           MOVE SPACES TO WS-RL-EFFECTIVE-DATE.
           MOVE SPACES TO WS-RL-EXPIRY-DATE.
           MOVE SPACES TO WS-RL-FLAG.
           PERFORM 520-FIND-MASTER-CERTIFICATE.
           IF WS-RL-FLAG NOT = SPACES
               ADD CTT-EXEMPT-SALES(WS-PRINT-SUB) TO WS-FLAGGED-EXEMPT
           END-IF.
           DISPLAY WS-REPORT-LINE.
      *
      *    AN EXEMPTION WITH NO CERTIFICATE HAS NOTHING TO LOOK UP
      *    - IT IS MISSING BY DEFINITION AND IS COUNTED ON ITS OWN
      *    TRAILER LINE.  A BLANK CUSTOMER IS A WALK-IN SALE.
      *
       520-FIND-MASTER-CERTIFICATE.
      *
           IF CTT-NO-CERTIFICATE(WS-PRINT-SUB) = "Y"
               MOVE "MISSING" TO WS-RL-FLAG
               ADD 1 TO WS-NO-CERTIFICATE-COUNT
               IF CTT-CUSTOMER-ID(WS-PRINT-SUB) = SPACES
                   MOVE "WALK-IN - NO CUSTOMER ID" TO
                       WS-RL-CUSTOMER-NAME
               END-IF
           ELSE
               IF WS-CERTIFICATES-OPEN = "N"
                   MOVE "MISSING" TO WS-RL-FLAG
                   ADD 1 TO WS-MISSING-COUNT
               ELSE
                   PERFORM 530-READ-MASTER-CERTIFICATE
               END-IF
           END-IF.
      *
       530-READ-MASTER-CERTIFICATE.
      *
           MOVE CTT-CUSTOMER-ID(WS-PRINT-SUB) TO EC-CUSTOMER-ID.
           MOVE CTT-STATE-CODE(WS-PRINT-SUB) TO EC-STATE-CODE.
           MOVE CTT-CERTIFICATE-NUMBER(WS-PRINT-SUB) TO
               EC-CERTIFICATE-NUMBER.
           READ EXEMPT-CERTIFICATE-FILE
               INVALID KEY
                   MOVE "MISSING" TO WS-RL-FLAG
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   MOVE EC-CUSTOMER-NAME TO WS-RL-CUSTOMER-NAME
                   MOVE EC-EXEMPT-REASON TO WS-RL-EXEMPT-REASON
                   MOVE EC-EFFECTIVE-DATE TO WS-RL-EFFECTIVE-DATE
                   MOVE EC-EXPIRY-DATE TO WS-RL-EXPIRY-DATE
                   IF EC-EXPIRY-DATE NOT > WS-PERIOD-THRU-NUM
                       MOVE "EXPIRED" TO WS-RL-FLAG
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
           END-READ.
