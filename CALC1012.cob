       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1012.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            CONSUMER USE TAX ACCRUAL.  READS THE
      *                    PURCHASE FILE FED FROM ACCOUNTS PAYABLE
      *                    (PURCHIN) - SUPPLIES, FIXTURES AND
      *                    EQUIPMENT THE STORES BUY FROM VENDORS WHO
      *                    CHARGE NO TAX - AND RATES EACH PURCHASE
      *                    THROUGH THE SAME TAXCALC LOGIC THE SALES
      *                    PROGRAMS CALL, USING THE STORE'S HOME
      *                    STATE/COUNTY/CITY CODES FROM THE STORE
      *                    MASTER AND THE RATES IN EFFECT ON THE
      *                    PURCHASE DATE.  ANY TAX THE VENDOR DID
      *                    CHARGE IS CREDITED AGAINST THE TAX DUE,
      *                    AND THE DIFFERENCE IS THE USE TAX WE OWE.
      *                    EACH PURCHASE IS WRITTEN TO THE USE TAX
      *                    RESULT FILE (USETXOUT) AND THE USE TAX
      *                    AUDIT LOG (USETXAUD), AND THE RUN POSTS
      *                    ITS OWN GL ACCRUAL BATCH - ONE RECORD PER
      *                    STORE PLUS A TRAILER, STAMPED PROGRAM ID
      *                    "CALC1012" AND NUMBERED FROM THE SAME
      *                    GLBCTL CONTROL FILE AS THE SALES BATCHES,
      *                    SO CALC1050 TRACKS ITS ACKNOWLEDGMENT LIKE
      *                    ANY OTHER BATCH AND THE NIGHTLY SALES
      *                    BALANCING (CALC1040) NEVER COUNTS IT.
      *                    A PURCHASE FOR A STORE NOT ON THE MASTER,
      *                    WITH AN INVALID DATE OR AMOUNT, OR WITH NO
      *                    RATE ON FILE FOR THE STORE'S JURISDICTION
      *                    IS WRITTEN UNCHANGED TO THE REJECT FILE
      *                    (PURCHREJ) FOR AP TO CORRECT AND
      *                    RESUBMIT, AND THE RUN ENDS WITH RETURN
      *                    CODE 4.  THE BUSINESS DATE THE RUN POSTS
      *                    UNDER MAY BE PASSED ON THE EXEC PARM
      *                    (YYYYMMDD); OTHERWISE TODAY'S DATE IS
      *                    USED.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - PASS TAXCALC ITS NEW TAX-INCLUDED AREA
      *                     WITH THE FLAG OFF - A PURCHASE AMOUNT
      *                     NEVER INCLUDES THE USE TAX DUE ON IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PURCHASE-FILE ASSIGN TO "PURCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-IN-STATUS.
           SELECT PURCHASE-REJECT-FILE ASSIGN TO "PURCHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-REJ-STATUS.
           SELECT USE-TAX-RESULT-FILE ASSIGN TO "USETXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USE-TAX-OUT-STATUS.
           SELECT USE-TAX-AUDIT-FILE ASSIGN TO "USETXAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USE-TAX-AUD-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.
           SELECT GL-BATCH-CONTROL-FILE ASSIGN TO "GLBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BATCH-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STORE-NUMBER
               FILE STATUS IS WS-STORE-MASTER-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PURCHASE-FILE.
       COPY PURCHIN.
      *
       FD  PURCHASE-REJECT-FILE.
       01  PURCHASE-REJECT-RECORD        PIC X(80).
      *
       FD  USE-TAX-RESULT-FILE.
       COPY USETXRES.
      *
       FD  USE-TAX-AUDIT-FILE.
       COPY USETXAUD.
      *
       FD  GL-EXTRACT-FILE.
       COPY GLEXTRT.
      *
       FD  GL-BATCH-CONTROL-FILE.
       COPY GLBCTL.
      *
       FD  STORE-MASTER-FILE.
       COPY STORMAST.
      *
       WORKING-STORAGE SECTION.
      *
       77  END-OF-SESSION-SWITCH     PIC X      VALUE "N".
       77  SALES-AMOUNT              PIC 9(5)V99.
       77  SALES-TAX                 PIC 9(5)V99.
       77  WS-STATE-TAX              PIC 9(5)V99.
       77  WS-COUNTY-TAX             PIC 9(5)V99.
       77  WS-CITY-TAX               PIC 9(5)V99.
       77  WS-OVERRIDE-TAX           PIC 9(5)V99.
       77  WS-EXEMPT-FLAG            PIC X.
       77  WS-CERTIFICATE-NUMBER     PIC X(15).
       77  WS-RETURN-CODE            PIC 9(2).
       77  WS-CUSTOMER-ID            PIC X(10)  VALUE SPACES.
       77  WS-CALC-DATE              PIC 9(8)   VALUE ZERO.
       77  WS-STATE-CODE             PIC X(2).
       77  WS-COUNTY-CODE            PIC X(3).
       77  WS-CITY-CODE              PIC X(3).
       01  WS-INVOICE-ROUNDING-AREA.
           05  WS-INVOICE-ROUNDING-FLAG  PIC X.
           05  WS-EXACT-STATE-TAX        PIC 9(5)V9(6).
           05  WS-EXACT-COUNTY-TAX       PIC 9(5)V9(6).
           05  WS-EXACT-CITY-TAX         PIC 9(5)V9(6).
       01  WS-TAX-INCLUDED-AREA.
           05  WS-TAX-INCLUDED-FLAG      PIC X      VALUE "N".
           05  WS-NET-SALES-AMOUNT       PIC 9(5)V99.
       77  WS-VENDOR-TAX-CREDIT      PIC 9(5)V99 VALUE ZERO.
       77  WS-USE-TAX-ACCRUED        PIC 9(5)V99 VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(8)   VALUE "BATCH01".
       77  WS-TERMINAL-ID            PIC X(8)   VALUE "USETAX".
       77  WS-GL-PROGRAM-ID          PIC X(8)   VALUE "CALC1012".
       77  WS-TIMESTAMP              PIC X(21).
       77  WS-PURCHASE-IN-STATUS     PIC X(2)   VALUE "00".
       77  WS-PURCHASE-REJ-STATUS    PIC X(2)   VALUE "00".
       77  WS-USE-TAX-OUT-STATUS     PIC X(2)   VALUE "00".
       77  WS-USE-TAX-AUD-STATUS     PIC X(2)   VALUE "00".
       77  WS-GL-EXTRACT-STATUS      PIC X(2)   VALUE "00".
       77  WS-GL-BATCH-STATUS        PIC X(2)   VALUE "00".
       77  WS-STORE-MASTER-STATUS    PIC X(2)   VALUE "00".
       77  WS-GL-BATCH-SEQ           PIC 9(6)   VALUE ZERO.
       77  WS-BATCH-RECORD-COUNT     PIC 9(7)   VALUE ZERO.
       77  WS-BATCH-HASH-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       77  WS-BATCH-HASH-TAX         PIC S9(9)V99 VALUE ZERO.
       77  WS-GL-RECORDS-WRITTEN     PIC 9(2)   VALUE ZERO.
       77  WS-CURRENT-RUN-DATE       PIC 9(8).
       77  WS-FATAL-ERROR            PIC X      VALUE "N".
       77  WS-PURCHASE-OK            PIC X      VALUE "Y".
       77  WS-INPUT-COUNT            PIC 9(7)   VALUE ZERO.
       77  WS-POSTED-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-REJECT-COUNT           PIC 9(7)   VALUE ZERO.
       77  WS-TOTAL-PURCHASE-AMOUNT  PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-TAX-DUE          PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-VENDOR-CREDIT    PIC S9(9)V99 VALUE ZERO.
       77  WS-TOTAL-USE-TAX          PIC S9(9)V99 VALUE ZERO.
       77  WS-DISPLAY-TOTAL-AMT      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  WS-DISPLAY-TOTAL-TAX      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  WS-DISPLAY-COUNT          PIC Z,ZZZ,ZZ9.
       77  WS-STORE-COUNT            PIC 9(2)   VALUE ZERO.
       77  WS-STORE-SUB              PIC 9(2)   VALUE ZERO.
       77  WS-STORE-LOOK-SUB         PIC 9(2)   VALUE ZERO.
       77  WS-FIND-STORE-NUMBER      PIC X(4)   VALUE SPACES.
      *
       01  STORE-TOTALS-TABLE.
           05  STORE-TOTALS-ENTRY OCCURS 50 TIMES.
               10  STT-STORE-NUMBER      PIC X(4).
               10  STT-STORE-NAME        PIC X(20).
               10  STT-STATE-CODE        PIC X(2).
               10  STT-COUNTY-CODE       PIC X(3).
               10  STT-CITY-CODE         PIC X(3).
               10  STT-PURCHASE-AMOUNT   PIC S9(9)V99.
               10  STT-USE-TAX           PIC S9(9)V99.
               10  STT-PURCHASE-COUNT    PIC 9(7).
      *
       LINKAGE SECTION.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-BUSINESS-DATE     PIC X(8).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-ACCRUE-USE-TAX.
      *
           PERFORM 050-INITIALIZE-RUN.
           PERFORM 100-ACCRUE-ONE-PURCHASE
               UNTIL END-OF-SESSION-SWITCH = "Y".
           CLOSE PURCHASE-FILE PURCHASE-REJECT-FILE
               USE-TAX-RESULT-FILE USE-TAX-AUDIT-FILE
               STORE-MASTER-FILE.
           IF WS-FATAL-ERROR = "N"
               PERFORM 600-WRITE-GL-EXTRACT
           END-IF.
           PERFORM 500-PRINT-SUMMARY-REPORT.
           IF WS-FATAL-ERROR = "Y"
               DISPLAY "END OF SESSION - TERMINATED DUE TO A FATAL "
                   "ERROR."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "END OF SESSION."
           END-IF.
           STOP RUN.
      *
      *    THE RESULT AND REJECT FILES ARE THIS RUN'S OWN; THE USE
      *    TAX AUDIT LOG ACCUMULATES ACROSS RUNS THE SAME WAY THE
      *    SALES AUDIT LOG DOES, SO IT IS EXTENDED - FILE STATUS 35
      *    MEANS IT HAS NEVER BEEN WRITTEN AND IT IS CREATED.
      *
       050-INITIALIZE-RUN.
      *
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-BUSINESS-DATE TO WS-CURRENT-RUN-DATE
           ELSE
               ACCEPT WS-CURRENT-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF WS-STORE-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE STORE MASTER FILE - "
                   "FILE STATUS " WS-STORE-MASTER-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PURCHASE-FILE.
           IF WS-PURCHASE-IN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE PURCHASE FILE - "
                   "FILE STATUS " WS-PURCHASE-IN-STATUS "."
               CLOSE STORE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT USE-TAX-RESULT-FILE.
           IF WS-USE-TAX-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE USE TAX RESULT FILE - "
                   "FILE STATUS " WS-USE-TAX-OUT-STATUS "."
               CLOSE STORE-MASTER-FILE PURCHASE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND USE-TAX-AUDIT-FILE.
           IF WS-USE-TAX-AUD-STATUS = "35"
               OPEN OUTPUT USE-TAX-AUDIT-FILE
           END-IF.
           IF WS-USE-TAX-AUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE USE TAX AUDIT LOG - "
                   "FILE STATUS " WS-USE-TAX-AUD-STATUS "."
               CLOSE STORE-MASTER-FILE PURCHASE-FILE
                   USE-TAX-RESULT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PURCHASE-REJECT-FILE.
           IF WS-PURCHASE-REJ-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE PURCHASE REJECT FILE - "
                   "FILE STATUS " WS-PURCHASE-REJ-STATUS "."
               CLOSE STORE-MASTER-FILE PURCHASE-FILE
                   USE-TAX-RESULT-FILE USE-TAX-AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       100-ACCRUE-ONE-PURCHASE.
      *
           READ PURCHASE-FILE
               AT END
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   PERFORM 110-PROCESS-ONE-PURCHASE
           END-READ.
      *
      *    A PURCHASE IS RATED AT ITS STORE'S HOME JURISDICTION -
      *    WHERE THE GOODS ARE PUT TO USE - AS OF THE PURCHASE
      *    DATE.  THE STORE NEED NOT BE ACTIVE: FIXTURES BOUGHT FOR
      *    A STORE NOT YET OPEN, OR SUPPLIES INVOICED AFTER ONE
      *    CLOSES, STILL OWE USE TAX WHERE THE STORE IS.
      *
       110-PROCESS-ONE-PURCHASE.
      *
           MOVE "Y" TO WS-PURCHASE-OK.
           MOVE PU-STORE-NUMBER TO WS-FIND-STORE-NUMBER.
           IF WS-FIND-STORE-NUMBER = SPACES
               MOVE ZERO TO WS-STORE-SUB
           ELSE
               PERFORM 120-FIND-STORE
           END-IF.
           IF WS-FATAL-ERROR = "N"
               IF WS-STORE-SUB = ZERO
                   DISPLAY "REJECTED - STORE NOT ON THE STORE "
                       "MASTER - VENDOR " PU-VENDOR-ID
                       " INVOICE " PU-VENDOR-INVOICE
                       " STORE " PU-STORE-NUMBER "."
                   MOVE "N" TO WS-PURCHASE-OK
               ELSE
                   IF PU-PURCHASE-DATE NOT NUMERIC
                           OR PU-PURCHASE-AMOUNT NOT NUMERIC
                           OR PU-VENDOR-TAX-CHARGED NOT NUMERIC
                       DISPLAY "REJECTED - INVALID DATE OR AMOUNT - "
                           "VENDOR " PU-VENDOR-ID
                           " INVOICE " PU-VENDOR-INVOICE "."
                       MOVE "N" TO WS-PURCHASE-OK
                   END-IF
               END-IF
               IF WS-PURCHASE-OK = "Y"
                   PERFORM 130-RATE-AND-POST-PURCHASE
               END-IF
               IF WS-PURCHASE-OK = "N"
                   PERFORM 150-REJECT-PURCHASE
               END-IF
           END-IF.
      *
       120-FIND-STORE.
      *
           MOVE ZERO TO WS-STORE-SUB.
           PERFORM VARYING WS-STORE-LOOK-SUB FROM 1 BY 1
                   UNTIL WS-STORE-LOOK-SUB > WS-STORE-COUNT
                      OR WS-STORE-SUB NOT = ZERO
               IF STT-STORE-NUMBER(WS-STORE-LOOK-SUB) =
                       WS-FIND-STORE-NUMBER
                   MOVE WS-STORE-LOOK-SUB TO WS-STORE-SUB
               END-IF
           END-PERFORM.
           IF WS-STORE-SUB = ZERO
               MOVE WS-FIND-STORE-NUMBER TO SM-STORE-NUMBER
               READ STORE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-STORE-COUNT = 50
                           DISPLAY "MORE THAN 50 STORES WITH "
                               "PURCHASES IN ONE RUN - UNABLE TO "
                               "CONTINUE."
                           MOVE "Y" TO WS-FATAL-ERROR
                           MOVE "Y" TO END-OF-SESSION-SWITCH
                       ELSE
                           ADD 1 TO WS-STORE-COUNT
                           MOVE WS-STORE-COUNT TO WS-STORE-SUB
                           MOVE SM-STORE-NUMBER TO
                               STT-STORE-NUMBER(WS-STORE-SUB)
                           MOVE SM-STORE-NAME TO
                               STT-STORE-NAME(WS-STORE-SUB)
                           MOVE SM-STATE-CODE TO
                               STT-STATE-CODE(WS-STORE-SUB)
                           MOVE SM-COUNTY-CODE TO
                               STT-COUNTY-CODE(WS-STORE-SUB)
                           MOVE SM-CITY-CODE TO
                               STT-CITY-CODE(WS-STORE-SUB)
                           MOVE ZERO TO
                               STT-PURCHASE-AMOUNT(WS-STORE-SUB)
                           MOVE ZERO TO
                               STT-USE-TAX(WS-STORE-SUB)
                           MOVE ZERO TO
                               STT-PURCHASE-COUNT(WS-STORE-SUB)
                       END-IF
               END-READ
           END-IF.
      *
      *    THE VENDOR'S TAX IS CREDITED UP TO THE TAX DUE AND NO
      *    FURTHER - AN OVERCHARGE IS RECOVERED FROM THE VENDOR BY
      *    AP, IT DOES NOT REDUCE WHAT WE OWE THE JURISDICTION ON
      *    OTHER PURCHASES.  A CATEGORY-EXEMPT PURCHASE OWES NO USE
      *    TAX BUT IS STILL RECORDED.
      *
       130-RATE-AND-POST-PURCHASE.
      *
           MOVE PU-PURCHASE-DATE TO WS-CALC-DATE.
           MOVE PU-PURCHASE-AMOUNT TO SALES-AMOUNT.
           MOVE STT-STATE-CODE(WS-STORE-SUB) TO WS-STATE-CODE.
           MOVE STT-COUNTY-CODE(WS-STORE-SUB) TO WS-COUNTY-CODE.
           MOVE STT-CITY-CODE(WS-STORE-SUB) TO WS-CITY-CODE.
           MOVE SPACES TO WS-CUSTOMER-ID.
           CALL "TAXCALC" USING WS-CALC-DATE SALES-AMOUNT
               WS-STATE-CODE WS-COUNTY-CODE
               WS-CITY-CODE PU-CATEGORY-CODE
               WS-STATE-TAX WS-COUNTY-TAX
               WS-CITY-TAX WS-OVERRIDE-TAX SALES-TAX
               WS-EXEMPT-FLAG WS-RETURN-CODE
               WS-CUSTOMER-ID WS-CERTIFICATE-NUMBER
               WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
           END-CALL.
           IF WS-RETURN-CODE = 8
               DISPLAY "SALES TAX RATE TABLES ARE UNAVAILABLE - "
                   "UNABLE TO CONTINUE."
               MOVE "Y" TO WS-FATAL-ERROR
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF WS-RETURN-CODE = 4
                   DISPLAY "REJECTED - NO TAX RATE ON FILE - "
                       "VENDOR " PU-VENDOR-ID
                       " INVOICE " PU-VENDOR-INVOICE
                       " JURISDICTION " WS-STATE-CODE " "
                       WS-COUNTY-CODE " " WS-CITY-CODE "."
                   MOVE "N" TO WS-PURCHASE-OK
               ELSE
                   IF PU-VENDOR-TAX-CHARGED > SALES-TAX
                       MOVE SALES-TAX TO WS-VENDOR-TAX-CREDIT
                   ELSE
                       MOVE PU-VENDOR-TAX-CHARGED TO
                           WS-VENDOR-TAX-CREDIT
                   END-IF
                   COMPUTE WS-USE-TAX-ACCRUED =
                       SALES-TAX - WS-VENDOR-TAX-CREDIT
                   PERFORM 200-WRITE-USE-TAX-RESULT
                   PERFORM 400-WRITE-USE-TAX-AUDIT
                   ADD 1 TO WS-POSTED-COUNT
                   ADD SALES-AMOUNT TO WS-TOTAL-PURCHASE-AMOUNT
                   ADD SALES-TAX TO WS-TOTAL-TAX-DUE
                   ADD WS-VENDOR-TAX-CREDIT TO WS-TOTAL-VENDOR-CREDIT
                   ADD WS-USE-TAX-ACCRUED TO WS-TOTAL-USE-TAX
                   ADD SALES-AMOUNT TO
                       STT-PURCHASE-AMOUNT(WS-STORE-SUB)
                   ADD WS-USE-TAX-ACCRUED TO
                       STT-USE-TAX(WS-STORE-SUB)
                   ADD 1 TO STT-PURCHASE-COUNT(WS-STORE-SUB)
               END-IF
           END-IF.
      *
      *    A REJECTED PURCHASE IS WRITTEN BACK OUT EXACTLY AS AP
      *    SENT IT, SO THE CORRECTED RECORD CAN BE RESUBMITTED IN A
      *    LATER RUN'S PURCHASE FILE.
      *
       150-REJECT-PURCHASE.
      *
           MOVE PURCHASE-RECORD TO PURCHASE-REJECT-RECORD.
           WRITE PURCHASE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
      *
       200-WRITE-USE-TAX-RESULT.
      *
           MOVE PU-VENDOR-ID TO UT-VENDOR-ID.
           MOVE PU-VENDOR-INVOICE TO UT-VENDOR-INVOICE.
           MOVE PU-STORE-NUMBER TO UT-STORE-NUMBER.
           MOVE PU-PURCHASE-DATE TO UT-PURCHASE-DATE.
           MOVE SALES-AMOUNT TO UT-PURCHASE-AMOUNT.
           MOVE WS-STATE-TAX TO UT-STATE-TAX.
           MOVE WS-COUNTY-TAX TO UT-COUNTY-TAX.
           MOVE WS-CITY-TAX TO UT-CITY-TAX.
           MOVE WS-OVERRIDE-TAX TO UT-OVERRIDE-TAX.
           MOVE SALES-TAX TO UT-TAX-DUE.
           MOVE WS-VENDOR-TAX-CREDIT TO UT-VENDOR-TAX-CREDIT.
           MOVE WS-USE-TAX-ACCRUED TO UT-USE-TAX-ACCRUED.
           MOVE WS-EXEMPT-FLAG TO UT-EXEMPT-FLAG.
           MOVE WS-RETURN-CODE TO UT-RETURN-CODE.
           MOVE WS-STATE-CODE TO UT-STATE-CODE.
           MOVE WS-COUNTY-CODE TO UT-COUNTY-CODE.
           MOVE WS-CITY-CODE TO UT-CITY-CODE.
           MOVE PU-CATEGORY-CODE TO UT-CATEGORY-CODE.
           MOVE WS-CURRENT-RUN-DATE TO UT-RUN-DATE.
           WRITE USE-TAX-RESULT-RECORD.
      *
       400-WRITE-USE-TAX-AUDIT.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO UA-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO UA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO UA-TERMINAL-ID.
           MOVE PU-VENDOR-ID TO UA-VENDOR-ID.
           MOVE PU-VENDOR-INVOICE TO UA-VENDOR-INVOICE.
           MOVE PU-STORE-NUMBER TO UA-STORE-NUMBER.
           MOVE PU-PURCHASE-DATE TO UA-PURCHASE-DATE.
           MOVE SALES-AMOUNT TO UA-PURCHASE-AMOUNT.
           MOVE SALES-TAX TO UA-TAX-DUE.
           MOVE WS-VENDOR-TAX-CREDIT TO UA-VENDOR-TAX-CREDIT.
           MOVE WS-USE-TAX-ACCRUED TO UA-USE-TAX-ACCRUED.
           MOVE WS-EXEMPT-FLAG TO UA-EXEMPT-FLAG.
           MOVE WS-STATE-CODE TO UA-STATE-CODE.
           MOVE WS-COUNTY-CODE TO UA-COUNTY-CODE.
           MOVE WS-CITY-CODE TO UA-CITY-CODE.
           MOVE PU-CATEGORY-CODE TO UA-CATEGORY-CODE.
           MOVE WS-CURRENT-RUN-DATE TO UA-RUN-DATE.
           WRITE USE-TAX-AUDIT-RECORD.
      *
       500-PRINT-SUMMARY-REPORT.
      *
           DISPLAY "====================================".
           DISPLAY "CALC1012 USE TAX ACCRUAL SUMMARY".
           MOVE WS-INPUT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PURCHASES READ . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PURCHASES ACCRUED  . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PURCHASES REJECTED . . . . . " WS-DISPLAY-COUNT.
           IF WS-REJECT-COUNT NOT = ZERO
               DISPLAY "(REJECTED PURCHASES ARE LISTED ABOVE, ARE "
                   "EXCLUDED FROM THE TOTALS BELOW AND THE GL "
                   "ACCRUAL, AND ARE ON THE PURCHASE REJECT FILE "
                   "FOR CORRECTION.)"
           END-IF.
           MOVE WS-TOTAL-PURCHASE-AMOUNT TO WS-DISPLAY-TOTAL-AMT.
           DISPLAY "TOTAL PURCHASE AMOUNT  . . . "
               WS-DISPLAY-TOTAL-AMT.
           MOVE WS-TOTAL-TAX-DUE TO WS-DISPLAY-TOTAL-TAX.
           DISPLAY "TOTAL TAX DUE  . . . . . . . "
               WS-DISPLAY-TOTAL-TAX.
           MOVE WS-TOTAL-VENDOR-CREDIT TO WS-DISPLAY-TOTAL-TAX.
           DISPLAY "VENDOR TAX CREDITED  . . . . "
               WS-DISPLAY-TOTAL-TAX.
           MOVE WS-TOTAL-USE-TAX TO WS-DISPLAY-TOTAL-TAX.
           DISPLAY "USE TAX ACCRUED  . . . . . . "
               WS-DISPLAY-TOTAL-TAX.
           PERFORM 510-PRINT-STORE-SUBTOTAL
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > WS-STORE-COUNT.
           DISPLAY "====================================".
      *
       510-PRINT-STORE-SUBTOTAL.
      *
           IF STT-PURCHASE-COUNT(WS-STORE-SUB) NOT = ZERO
               MOVE STT-PURCHASE-COUNT(WS-STORE-SUB) TO
                   WS-DISPLAY-COUNT
               MOVE STT-PURCHASE-AMOUNT(WS-STORE-SUB) TO
                   WS-DISPLAY-TOTAL-AMT
               MOVE STT-USE-TAX(WS-STORE-SUB) TO
                   WS-DISPLAY-TOTAL-TAX
               DISPLAY "  STORE " STT-STORE-NUMBER(WS-STORE-SUB)
                   " " STT-STORE-NAME(WS-STORE-SUB)
                   " COUNT " WS-DISPLAY-COUNT
                   " AMOUNT " WS-DISPLAY-TOTAL-AMT
                   " USE TAX " WS-DISPLAY-TOTAL-TAX
           END-IF.
      *
      *    THE ACCRUAL POSTS AS ITS OWN GL BATCH: ONE RECORD PER
      *    STORE WITH ACCRUED PURCHASES, AMOUNT FIELD THE PURCHASE
      *    AMOUNT AND TAX FIELD THE USE TAX ACCRUED, SO EACH
      *    LOCATION'S LIABILITY POSTS TO ITS OWN COST CENTER.  A
      *    RUN WITH NOTHING ACCRUED STILL WRITES A SINGLE ZERO
      *    RECORD WITH A BLANK STORE NUMBER, THEN THE TRAILER.
      *
       600-WRITE-GL-EXTRACT.
      *
           PERFORM 640-ASSIGN-GL-BATCH-NUMBER.
           IF WS-FATAL-ERROR = "Y"
               CONTINUE
           ELSE
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GL-EXTRACT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               IF WS-GL-EXTRACT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE GL EXTRACT FILE - "
                       "FILE STATUS " WS-GL-EXTRACT-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
               ELSE
                   MOVE ZERO TO WS-GL-RECORDS-WRITTEN
                   MOVE ZERO TO WS-BATCH-RECORD-COUNT
                   MOVE ZERO TO WS-BATCH-HASH-AMOUNT
                   MOVE ZERO TO WS-BATCH-HASH-TAX
                   PERFORM 620-WRITE-ONE-GL-RECORD
                       VARYING WS-STORE-SUB FROM 1 BY 1
                       UNTIL WS-STORE-SUB > WS-STORE-COUNT
                   IF WS-GL-RECORDS-WRITTEN = ZERO
                       MOVE SPACES TO GL-EXTRACT-RECORD
                       MOVE WS-CURRENT-RUN-DATE TO GL-RUN-DATE
                       MOVE WS-GL-PROGRAM-ID TO GL-PROGRAM-ID
                       MOVE ZERO TO GL-TOTAL-SALES-AMOUNT
                       MOVE ZERO TO GL-TOTAL-SALES-TAX
                       MOVE ZERO TO GL-TRANSACTION-COUNT
                       MOVE SPACES TO GL-STORE-NUMBER
                       MOVE WS-GL-BATCH-SEQ TO GL-BATCH-SEQUENCE
                       MOVE "D" TO GL-RECORD-TYPE
                       WRITE GL-EXTRACT-RECORD
                       ADD 1 TO WS-BATCH-RECORD-COUNT
                   END-IF
                   PERFORM 630-WRITE-GL-BATCH-TRAILER
                   CLOSE GL-EXTRACT-FILE
               END-IF
           END-IF.
      *
       620-WRITE-ONE-GL-RECORD.
      *
           IF STT-PURCHASE-COUNT(WS-STORE-SUB) NOT = ZERO
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-CURRENT-RUN-DATE TO GL-RUN-DATE
               MOVE WS-GL-PROGRAM-ID TO GL-PROGRAM-ID
               MOVE STT-PURCHASE-AMOUNT(WS-STORE-SUB) TO
                   GL-TOTAL-SALES-AMOUNT
               MOVE STT-USE-TAX(WS-STORE-SUB) TO
                   GL-TOTAL-SALES-TAX
               MOVE STT-PURCHASE-COUNT(WS-STORE-SUB) TO
                   GL-TRANSACTION-COUNT
               MOVE STT-STORE-NUMBER(WS-STORE-SUB) TO
                   GL-STORE-NUMBER
               MOVE WS-GL-BATCH-SEQ TO GL-BATCH-SEQUENCE
               MOVE "D" TO GL-RECORD-TYPE
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-GL-RECORDS-WRITTEN
               ADD 1 TO WS-BATCH-RECORD-COUNT
               ADD STT-PURCHASE-AMOUNT(WS-STORE-SUB) TO
                   WS-BATCH-HASH-AMOUNT
               ADD STT-USE-TAX(WS-STORE-SUB) TO
                   WS-BATCH-HASH-TAX
           END-IF.
      *
       630-WRITE-GL-BATCH-TRAILER.
      *
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CURRENT-RUN-DATE TO GL-RUN-DATE.
           MOVE WS-GL-PROGRAM-ID TO GL-PROGRAM-ID.
           MOVE WS-BATCH-HASH-AMOUNT TO GL-TOTAL-SALES-AMOUNT.
           MOVE WS-BATCH-HASH-TAX TO GL-TOTAL-SALES-TAX.
           MOVE WS-BATCH-RECORD-COUNT TO GL-TRANSACTION-COUNT.
           MOVE SPACES TO GL-STORE-NUMBER.
           MOVE WS-GL-BATCH-SEQ TO GL-BATCH-SEQUENCE.
           MOVE "T" TO GL-RECORD-TYPE.
           WRITE GL-EXTRACT-RECORD.
      *
      *    THE BATCH NUMBER IS DRAWN FROM THE SAME GLBCTL SERIES AS
      *    THE SALES BATCHES AND COMMITTED BEFORE ANY EXTRACT RECORD
      *    IS WRITTEN, SO AN ABEND BURNS THE NUMBER RATHER THAN
      *    EVER REUSING IT.  FILE STATUS 35 ON THE READ MEANS THE
      *    CONTROL FILE HAS NEVER BEEN WRITTEN - THE SERIES STARTS
      *    AT 1.
      *
       640-ASSIGN-GL-BATCH-NUMBER.
      *
           MOVE ZERO TO WS-GL-BATCH-SEQ.
           OPEN INPUT GL-BATCH-CONTROL-FILE.
           IF WS-GL-BATCH-STATUS = "00"
               READ GL-BATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GB-LAST-BATCH-SEQUENCE TO
                           WS-GL-BATCH-SEQ
               END-READ
               CLOSE GL-BATCH-CONTROL-FILE
           ELSE
               IF WS-GL-BATCH-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN THE GL BATCH CONTROL "
                       "FILE - FILE STATUS " WS-GL-BATCH-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
               END-IF
           END-IF.
           IF WS-FATAL-ERROR = "N"
               ADD 1 TO WS-GL-BATCH-SEQ
               OPEN OUTPUT GL-BATCH-CONTROL-FILE
               IF WS-GL-BATCH-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE GL BATCH CONTROL "
                       "FILE FOR OUTPUT - FILE STATUS "
                       WS-GL-BATCH-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
               ELSE
                   MOVE WS-GL-BATCH-SEQ TO GB-LAST-BATCH-SEQUENCE
                   WRITE GL-BATCH-CONTROL-RECORD
                   CLOSE GL-BATCH-CONTROL-FILE
               END-IF
           END-IF.
