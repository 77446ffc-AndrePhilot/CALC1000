      *                     NUMBERS, BREAKING THE NEVER-REPEAT
      *                     GUARANTEE.  EXHAUSTION NOW FAILS LOUDLY
      *                     LIKE THE SYSTEM'S OTHER HARD CEILINGS.
      *  OCTOBER 15, 2026 - PROMPT FOR A CUSTOMER ID ON EACH ENTRY
      *                     AND PASS IT TO TAXCALC, WHICH EXEMPTS THE
      *                     SALE WHEN THE CUSTOMER HAS AN EXEMPTION
      *                     CERTIFICATE IN FORCE FOR THE STATE AND
      *                     DATE.  THE CUSTOMER ID AND THE
      *                     CERTIFICATE NUMBER ARE STAMPED ON THE
      *                     AUDIT AND TAX RESULT RECORDS, AND THE
      *                     CLERK IS TOLD WHEN A CUSTOMER ID HAS NO
      *                     CERTIFICATE IN FORCE AND THE SALE IS
      *                     TAXED.
      *  OCTOBER 15, 2026 - WRITE THE NEW TAX RESULT REGISTER NUMBER
      *                     AS SPACES - A COUNTER POSTING IS NOT RUNG
      *                     ON A REGISTER.
      *  OCTOBER 15, 2026 - A COUNTER POSTING IS A SINGLE-LINE
      *                     SALE: WRITE THE NEW TAX RESULT AND AUDIT
      *                     LINE NUMBER AND QUANTITY AS ZERO WITH THE
      *                     ENTERED CATEGORY, AND PASS TAXCALC ITS
      *                     INVOICE ROUNDING AREA, WHICH ONE AMOUNT
      *                     DOES NOT NEED.
      *  OCTOBER 15, 2026 - ASK WHETHER EACH SALE IS DELIVERED OR
      *                     SHIPPED TO THE CUSTOMER.  A DELIVERED
      *                     SALE IS TAXED AT ITS DESTINATION: THE
      *                     OPERATOR KEYS THE SHIP-TO ZIP AND THE
      *                     STATE, COUNTY AND CITY ARE TAKEN FROM THE
      *                     ZIP CODE MASTER (ZIPJURIS) INSTEAD OF
      *                     BEING KEYED.  A ZIP THAT IS NOT ON FILE
      *                     OR SPANS MORE THAN ONE JURISDICTION IS
      *                     REFUSED AND THE SALE IS NOT POSTED.
      *  OCTOBER 15, 2026 - TAMPER-EVIDENT AUDIT LOG.  EVERY AUDIT
      *                     RECORD IS STAMPED THROUGH AUDSTAMP WITH
      *                     THE TERMINAL'S NEXT SEQUENCE NUMBER AND A
      *                     CHAINED CHECK VALUE, AND THE SESSION'S
      *                     POSTINGS ARE BRACKETED BY A HEADER
      *                     RECORD (WRITTEN WITH THE FIRST POSTING)
      *                     AND A TRAILER CARRYING THEIR COUNT AND
      *                     NET TOTALS.
      *  OCTOBER 15, 2026 - TAX-INCLUDED PRICING.  ASK WHETHER THE
      *                     AMOUNT ENTERED IS A TAX-INCLUDED PRICE.
      *                     IF SO TAXCALC BACKS THE TAX OUT OF IT,
      *                     THE NET SALE IS DISPLAYED WITH THE TAX,
      *                     AND THE NET IS WHAT POSTS.  THE TAX
      *                     RESULT RECORD CARRIES THE FLAG.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
      *
       FD  STORE-MASTER-FILE.
       COPY STORMAST.
      *
       FD  ZIP-JURISDICTION-FILE.
       COPY ZIPJURIS.
      *
       FD  TAX-RESULT-FILE.
       COPY TAXRESLT.
       77  WS-COUNTY-CODE         PIC X(3).
       77  WS-CITY-CODE           PIC X(3).
       77  WS-CATEGORY-CODE       PIC X(4).
       77  WS-CUSTOMER-ID         PIC X(10).
       77  WS-CERTIFICATE-NUMBER  PIC X(15).
       01  WS-INVOICE-ROUNDING-AREA.
           05  WS-INVOICE-ROUNDING-FLAG PIC X.
           05  WS-EXACT-STATE-TAX     PIC 9(5)V9(6).
           05  WS-EXACT-COUNTY-TAX    PIC 9(5)V9(6).
           05  WS-EXACT-CITY-TAX      PIC 9(5)V9(6).
       01  WS-TAX-INCLUDED-AREA.
           05  WS-TAX-INCLUDED-FLAG   PIC X.
           05  WS-NET-SALES-AMOUNT    PIC 9(5)V99.
       77  WS-TRANSACTION-DATE    PIC 9(8).
       77  WS-TRANSACTION-TYPE    PIC X         VALUE "S".
       77  WS-SIGN-FACTOR         PIC S9        VALUE +1.
       77  WS-OPERATOR-STATUS     PIC X(2)      VALUE "00".
       77  WS-STORE-MASTER-STATUS PIC X(2)      VALUE "00".
       77  WS-STORE-OK            PIC X         VALUE "N".
       77  WS-ZIP-MASTER-STATUS   PIC X(2)      VALUE "00".
       77  WS-ZIP-MASTER-OPEN     PIC X         VALUE "N".
       77  WS-DELIVERY-FLAG       PIC X         VALUE "N".
       77  WS-SHIP-TO-ZIP         PIC X(5)      VALUE SPACES.
       77  WS-ZIP-OK              PIC X         VALUE "Y".
       77  WS-OPERATOR-COUNT      PIC 9(2)      VALUE ZERO.
       77  WS-OPERATOR-SUB        PIC 9(2)      VALUE ZERO.
       77  WS-OPER-LOOK-SUB       PIC 9(2)      VALUE ZERO.
       77  WS-RECEIPT-NEW         PIC X         VALUE "N".
       77  WS-FATAL-ERROR         PIC X         VALUE "N".
      *
      *    AUDIT LOG SEQUENCING - THE ARGUMENTS PASSED TO AUDSTAMP,
      *    AND THE SESSION'S DETAIL COUNT AND NET TOTALS SINCE ITS
      *    HEADER RECORD, FOR ITS TRAILER RECORD.
      *
       77  WS-AUDIT-STAMP-ACTION  PIC X         VALUE SPACE.
       77  WS-AUDIT-PROGRAM-ID    PIC X(8)      VALUE "CALC1000".
       77  WS-AUDIT-CHAIN-VALUE   PIC 9(9)      VALUE ZERO.
       77  WS-AUDIT-STAMP-RESULT  PIC 9(2)      VALUE ZERO.
       77  WS-AUDIT-STAMP-MESSAGE PIC X(132)    VALUE SPACES.
       77  WS-AUDIT-HEADER-WRITTEN PIC X        VALUE "N".
       77  WS-AUDIT-FIRST-SEQUENCE PIC 9(9)     VALUE ZERO.
       77  WS-AUDIT-RUN-COUNT     PIC 9(9)      VALUE ZERO.
       77  WS-AUDIT-RUN-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77  WS-AUDIT-RUN-TAX       PIC S9(11)V99 VALUE ZERO.
      *
      *    THE RECEIPT NUMBER FILLS THE TEN-BYTE INVOICE FIELDS
      *    EXACTLY: THE OPERATOR'S STORE NUMBER FOLLOWED BY THE
      *    STORE'S SIX-DIGIT SEQUENCE FROM THE RECEIPT-NUMBER
       77  WS-DISPLAY-COUNTY-TAX  PIC ZZ,ZZZ.99.
       77  WS-DISPLAY-CITY-TAX    PIC ZZ,ZZZ.99.
       77  WS-DISPLAY-OVER-TAX    PIC ZZ,ZZZ.99.
       77  WS-DISPLAY-NET-AMOUNT  PIC ZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
      *
           PERFORM 020-OPEN-OPERATOR-MASTER.
           PERFORM 022-OPEN-STORE-MASTER.
           PERFORM 023-OPEN-ZIP-MASTER.
           PERFORM 025-OPEN-RECEIPT-CONTROL.
           PERFORM 030-OPERATOR-SIGN-ON.
           PERFORM 100-CALCULATE-ONE-SALES-TAX
            UNTIL END-OF-SESSION-SWITCH = "Y".
           CLOSE OPERATOR-MASTER-FILE STORE-MASTER-FILE
               RECEIPT-CONTROL-FILE.
           IF WS-ZIP-MASTER-OPEN = "Y"
               CLOSE ZIP-JURISDICTION-FILE
           END-IF.
           PERFORM 430-WRITE-AUDIT-TRAILER.
           PERFORM 500-PRINT-SUMMARY-REPORT.
           IF WS-FATAL-ERROR = "N"
               PERFORM 600-WRITE-GL-EXTRACT
               STOP RUN
           END-IF.
      *
      *    THE ZIP CODE MASTER IS READ BY KEY FOR EVERY DELIVERED
      *    SALE AND STAYS OPEN FOR THE WHOLE SESSION.  FILE STATUS
      *    35 MEANS IT HAS NEVER BEEN LOADED - COUNTER SALES CAN
      *    STILL BE POSTED, BUT EVERY DELIVERED SALE IS REFUSED.
      *
       023-OPEN-ZIP-MASTER.
      *
           OPEN INPUT ZIP-JURISDICTION-FILE.
           IF WS-ZIP-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ZIP-MASTER-OPEN
           ELSE
               MOVE "N" TO WS-ZIP-MASTER-OPEN
               IF WS-ZIP-MASTER-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN THE ZIP CODE MASTER - "
                       "FILE STATUS " WS-ZIP-MASTER-STATUS "."
                   CLOSE OPERATOR-MASTER-FILE STORE-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *    THE RECEIPT-NUMBER CONTROL FILE IS OPENED FOR UPDATE FOR
      *    THE WHOLE SESSION.  FILE STATUS 35 MEANS THE CLUSTER HAS
      *    NEVER BEEN LOADED - IT IS CREATED EMPTY AND REOPENED,
           IF SALES-AMOUNT = ZERO
               MOVE "N" TO WS-SIGNED-ON
               DISPLAY "SIGNED OFF."
           ELSE
               PERFORM 130-ACCEPT-JURISDICTION
               IF WS-ZIP-OK = "N"
                   DISPLAY "THE SALE WAS NOT PROCESSED."
               ELSE
                   DISPLAY "ENTER THE CATEGORY CODE (4 CHARACTERS, "
                   DISPLAY "OR SPACES FOR STANDARD TAXABLE SALES)."
                   ACCEPT WS-CATEGORY-CODE
                   DISPLAY "ENTER THE CUSTOMER ID IF THE CUSTOMER HAS "
                   DISPLAY "A RESALE OR EXEMPTION CERTIFICATE ON FILE "
                   DISPLAY "(10 CHARACTERS, OR SPACES FOR A WALK-IN "
                   DISPLAY "SALE)."
                   MOVE SPACES TO WS-CUSTOMER-ID
                   ACCEPT WS-CUSTOMER-ID
                   DISPLAY "IS THE AMOUNT ENTERED A TAX-INCLUDED "
                   DISPLAY "PRICE (Y OR N)?"
                   MOVE "N" TO WS-TAX-INCLUDED-FLAG
                   ACCEPT WS-TAX-INCLUDED-FLAG
                   IF WS-TAX-INCLUDED-FLAG NOT = "Y"
                       MOVE "N" TO WS-TAX-INCLUDED-FLAG
                   END-IF
                   ACCEPT WS-TRANSACTION-DATE FROM DATE YYYYMMDD
      *
      *            A RETURN REVERSES THE TAX CHARGED ON THE ORIGINAL
      *            SALE, SO THE RATE LOOKUP USES THE ORIGINAL
      *            TRANSACTION DATE - THE RATES IN FORCE TODAY MAY
      *            ALREADY DIFFER.  ONLY AN EXPLICIT 0 MEANS "USE
      *            TODAY"; A MISKEYED DATE RE-PROMPTS INSTEAD OF
      *            SILENTLY REVERSING AT TODAY'S RATES, AND A RUN OF
      *            INVALID ENTRIES ABANDONS THE RETURN UNPOSTED.
      *
                   MOVE "N" TO WS-ABANDON-SWITCH
                   IF WS-TRANSACTION-TYPE = "R"
                       PERFORM 140-ACCEPT-ORIGINAL-DATE
                   ELSE
                       MOVE WS-TRANSACTION-DATE TO WS-CALC-DATE
                   END-IF
                   IF WS-ABANDON-SWITCH = "Y"
                       DISPLAY "THE RETURN WAS NOT PROCESSED."
                       MOVE "N" TO WS-SIGNED-ON
                       DISPLAY "SIGNED OFF."
                   ELSE
                       PERFORM 120-RATE-AND-POST-ENTRY
                   END-IF
               END-IF
           END-IF.
      *
      *    A COUNTER SALE IS TAXED WHERE IT IS RUNG, SO THE OPERATOR
      *    KEYS THE JURISDICTION.  A SALE DELIVERED OR SHIPPED TO
      *    THE CUSTOMER IS TAXED AT ITS DESTINATION - THE OPERATOR
      *    KEYS THE SHIP-TO ZIP AND THE CODES COME FROM THE ZIP CODE
      *    MASTER.  A ZIP THAT IS NOT ON FILE, IS RETIRED, OR SPANS
      *    MORE THAN ONE JURISDICTION IS REFUSED RATHER THAN TAXED
      *    AT THE STORE'S OR A GUESSED JURISDICTION.
      *
       130-ACCEPT-JURISDICTION.
      *
           MOVE "Y" TO WS-ZIP-OK.
           DISPLAY "IS THIS SALE DELIVERED OR SHIPPED TO THE "
               "CUSTOMER (Y OR N)?".
           MOVE "N" TO WS-DELIVERY-FLAG.
           ACCEPT WS-DELIVERY-FLAG.
           IF WS-DELIVERY-FLAG = "Y"
               MOVE "N" TO WS-ZIP-OK
               DISPLAY "ENTER THE SHIP-TO ZIP CODE (5 DIGITS)."
               MOVE SPACES TO WS-SHIP-TO-ZIP
               ACCEPT WS-SHIP-TO-ZIP
               IF WS-SHIP-TO-ZIP NOT NUMERIC
                   DISPLAY "THE SHIP-TO ZIP CODE MUST BE 5 DIGITS."
               ELSE
                   IF WS-ZIP-MASTER-OPEN = "N"
                       DISPLAY "THE ZIP CODE MASTER HAS NOT BEEN "
                           "LOADED - DELIVERED SALES CANNOT BE "
                           "TAXED."
                   ELSE
                       MOVE WS-SHIP-TO-ZIP TO ZJ-ZIP-CODE
                       READ ZIP-JURISDICTION-FILE
                           INVALID KEY
                               DISPLAY "ZIP CODE " WS-SHIP-TO-ZIP
                                   " IS NOT ON THE ZIP CODE MASTER."
                           NOT INVALID KEY
                               PERFORM 135-USE-ZIP-JURISDICTION
                       END-READ
                   END-IF
               END-IF
           ELSE
               DISPLAY "ENTER THE STATE CODE (2 CHARACTERS)."
               ACCEPT WS-STATE-CODE
               DISPLAY "ENTER THE CITY CODE (3 CHARACTERS, OR "
               DISPLAY "SPACES IF NOT APPLICABLE)."
               ACCEPT WS-CITY-CODE
           END-IF.
      *
       135-USE-ZIP-JURISDICTION.
      *
           IF ZJ-ACTIVE-FLAG = "N"
               DISPLAY "ZIP CODE " WS-SHIP-TO-ZIP " IS RETIRED ON "
                   "THE ZIP CODE MASTER."
           ELSE
               IF ZJ-MULTI-JURIS-FLAG = "Y"
                   DISPLAY "ZIP CODE " WS-SHIP-TO-ZIP " SPANS MORE "
                       "THAN ONE JURISDICTION - THE SALE CANNOT BE "
                       "TAXED BY ZIP."
               ELSE
                   MOVE "Y" TO WS-ZIP-OK
                   MOVE ZJ-STATE-CODE TO WS-STATE-CODE
                   MOVE ZJ-COUNTY-CODE TO WS-COUNTY-CODE
                   MOVE ZJ-CITY-CODE TO WS-CITY-CODE
                   DISPLAY "SHIPPING TO " ZJ-PLACE-NAME " - "
                       "JURISDICTION " WS-STATE-CODE " "
                       WS-COUNTY-CODE " " WS-CITY-CODE "."
               END-IF
           END-IF.
      *
               WS-CATEGORY-CODE WS-STATE-TAX WS-COUNTY-TAX
               WS-CITY-TAX WS-OVERRIDE-TAX WS-SALES-TAX-AMOUNT
               WS-EXEMPT-FLAG WS-RETURN-CODE
               WS-CUSTOMER-ID WS-CERTIFICATE-NUMBER
               WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
           END-CALL
           IF WS-RETURN-CODE = 8
               DISPLAY "SALES TAX RATE TABLES ARE UNAVAILABLE - "
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE WS-SALES-TAX-AMOUNT TO SALES-TAX
               MOVE WS-NET-SALES-AMOUNT TO SALES-AMOUNT
               IF WS-RETURN-CODE NOT = ZERO
                   DISPLAY "NO TAX RATE ON FILE FOR THAT "
                       "JURISDICTION - SALES TAX SET TO ZERO."
               END-IF
               IF WS-CUSTOMER-ID NOT = SPACES
                       AND WS-CERTIFICATE-NUMBER = SPACES
                   DISPLAY "NO EXEMPTION CERTIFICATE IN FORCE FOR "
                       "CUSTOMER " WS-CUSTOMER-ID " IN STATE "
                       WS-STATE-CODE " - THE SALE IS TAXED."
               END-IF
               IF WS-EXEMPT-FLAG = "Y"
                   IF WS-CERTIFICATE-NUMBER NOT = SPACES
                       DISPLAY "TAX EXEMPT UNDER CERTIFICATE "
                           WS-CERTIFICATE-NUMBER "."
                   ELSE
                       DISPLAY "THIS CATEGORY IS TAX EXEMPT."
                   END-IF
               ELSE
                   IF WS-OVERRIDE-TAX NOT = ZERO
                       MOVE WS-OVERRIDE-TAX TO
                   END-IF
               END-IF
               DISPLAY "THE SALES TAX IS " SALES-TAX "."
               IF WS-TAX-INCLUDED-FLAG = "Y"
                   MOVE SALES-AMOUNT TO WS-DISPLAY-NET-AMOUNT
                   DISPLAY "THE TAX IS INCLUDED IN THE PRICE - THE "
                       "NET SALE IS " WS-DISPLAY-NET-AMOUNT "."
               END-IF
               IF WS-TRANSACTION-TYPE = "R"
                   DISPLAY "RETURN/CREDIT - THE AMOUNT AND TAX "
                       "ABOVE POST AS NEGATIVES."
                   MOVE "Y" TO WS-AMOUNT-VALID-SWITCH
               END-IF
           END-PERFORM.
      *
      *    THE SESSION'S FIRST POSTING OPENS ITS STRETCH OF THE
      *    AUDIT LOG WITH A HEADER RECORD, SO A SESSION THAT POSTS
      *    NOTHING LEAVES NOTHING ON THE LOG.
      *
       400-WRITE-AUDIT-LOG-RECORD.
      *
           IF WS-AUDIT-HEADER-WRITTEN = "N"
               PERFORM 410-WRITE-AUDIT-HEADER
           END-IF.
           IF WS-FATAL-ERROR = "N"
               PERFORM 405-WRITE-AUDIT-DETAIL
           END-IF.
      *
       405-WRITE-AUDIT-DETAIL.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP.
           ELSE
               MOVE ZERO TO AL-ORIGINAL-TRANS-DATE
           END-IF.
           MOVE WS-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE WS-CERTIFICATE-NUMBER TO AL-CERTIFICATE-NUMBER.
           MOVE ZERO TO AL-LINE-NUMBER.
           MOVE WS-CATEGORY-CODE TO AL-CATEGORY-CODE.
           MOVE ZERO TO AL-QUANTITY.
           MOVE "D" TO AL-RECORD-TYPE.
           PERFORM 420-STAMP-AND-WRITE-AUDIT.
           IF WS-AUDIT-STAMP-RESULT = ZERO
               ADD 1 TO WS-AUDIT-RUN-COUNT
               ADD WS-POSTED-AMOUNT TO WS-AUDIT-RUN-AMOUNT
               ADD WS-POSTED-TAX TO WS-AUDIT-RUN-TAX
           END-IF.
      *
       410-WRITE-AUDIT-HEADER.
      *
           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AC-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AC-TERMINAL-ID.
           MOVE WS-AUDIT-PROGRAM-ID TO AC-PROGRAM-ID.
           ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
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
      *    THE LOG IS STILL OPENED AND CLOSED AROUND EVERY RECORD SO
      *    EACH POSTING IS ON DISK BEFORE THE NEXT PROMPT.  A RECORD
      *    THAT CANNOT BE STAMPED OR WRITTEN ENDS THE SESSION.
      *
       420-STAMP-AND-WRITE-AUDIT.
      *
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE AUDIT LOG FILE - FILE "
                   "STATUS " WS-AUDIT-LOG-STATUS "."
               MOVE 16 TO WS-AUDIT-STAMP-RESULT
               MOVE "Y" TO WS-FATAL-ERROR
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE "S" TO WS-AUDIT-STAMP-ACTION
               CALL "AUDSTAMP" USING WS-AUDIT-STAMP-ACTION
                   WS-AUDIT-PROGRAM-ID AUDIT-LOG-RECORD
                   WS-AUDIT-CHAIN-VALUE WS-AUDIT-STAMP-RESULT
                   WS-AUDIT-STAMP-MESSAGE
               IF WS-AUDIT-STAMP-RESULT = ZERO
                   WRITE AUDIT-LOG-RECORD
                   MOVE "C" TO WS-AUDIT-STAMP-ACTION
                   CALL "AUDSTAMP" USING WS-AUDIT-STAMP-ACTION
                       WS-AUDIT-PROGRAM-ID AUDIT-LOG-RECORD
                       WS-AUDIT-CHAIN-VALUE WS-AUDIT-STAMP-RESULT
                       WS-AUDIT-STAMP-MESSAGE
               END-IF
               CLOSE AUDIT-LOG-FILE
               IF WS-AUDIT-STAMP-RESULT NOT = ZERO
                   DISPLAY WS-AUDIT-STAMP-MESSAGE
                   MOVE "Y" TO WS-FATAL-ERROR
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               END-IF
           END-IF.
      *
      *    THE TRAILER CLOSES THE SESSION'S STRETCH OF THE LOG WITH
      *    THE COUNT AND NET TOTALS OF THE DETAIL RECORDS SINCE ITS
      *    HEADER.  IT IS WRITTEN AFTER A FATAL ERROR TOO, SO WHAT
      *    THE SESSION DID POST IS STILL PROVABLE.
      *
       430-WRITE-AUDIT-TRAILER.
      *
           IF WS-AUDIT-HEADER-WRITTEN = "Y"
               MOVE SPACES TO AUDIT-CONTROL-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO AC-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
               MOVE WS-TERMINAL-ID TO AC-TERMINAL-ID
               MOVE WS-AUDIT-PROGRAM-ID TO AC-PROGRAM-ID
               ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD
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
               WS-AUDIT-PROGRAM-ID AUDIT-LOG-RECORD
               WS-AUDIT-CHAIN-VALUE WS-AUDIT-STAMP-RESULT
               WS-AUDIT-STAMP-MESSAGE.
      *
      *    EVERY POSTED CALCULATION NOW WRITES A TAX RESULT RECORD
      *    UNDER ITS RECEIPT NUMBER, SO INTERACTIVE ACTIVITY FLOWS
               MOVE WS-CITY-CODE TO TR-CITY-CODE
               MOVE WS-TRANSACTION-TYPE TO TR-TRANSACTION-TYPE
               MOVE WS-STORE-NUMBER TO TR-STORE-NUMBER
               MOVE WS-CUSTOMER-ID TO TR-CUSTOMER-ID
               MOVE WS-CERTIFICATE-NUMBER TO TR-CERTIFICATE-NUMBER
               MOVE SPACES TO TR-REGISTER-NUMBER
               MOVE ZERO TO TR-LINE-NUMBER
               MOVE WS-CATEGORY-CODE TO TR-CATEGORY-CODE
               MOVE ZERO TO TR-QUANTITY
               MOVE WS-TAX-INCLUDED-FLAG TO TR-TAX-INCLUDED-FLAG
               WRITE TAX-RESULT-RECORD
               CLOSE TAX-RESULT-FILE
           END-IF.
