      *
      *MODIFICATION-LOG.
      *  SEPTEMBER 02, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - PASS A BLANK CUSTOMER ID ON THE TAXCALC
      *                     LOOKUP - A CERTIFICATE-EXEMPT SALE IS
      *                     EXEMPT AND KEEPS ITS CURRENT TAX THE SAME
      *                     WAY A CATEGORY-EXEMPT ONE DOES.
      *  OCTOBER 15, 2026 - PASS TAXCALC ITS INVOICE ROUNDING AREA.
      *                     EACH TAX RESULT LINE IS RE-RATED ON ITS
      *                     OWN, SO A PROPOSAL IS COMPARED LINE BY
      *                     LINE WITHOUT INVOICE-LEVEL ROUNDING.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *  OCTOBER 15, 2026 - A TAX-INCLUDED SALE IS RE-RATED AT ITS
      *                     GROSS PRICE (NET PLUS CURRENT TAX) WITH
      *                     TAXCALC'S NEW TAX-INCLUDED FLAG SET, SO
      *                     THE PROPOSED TAX IS BACKED OUT OF THE
      *                     SAME SHELF PRICE THE CUSTOMER PAID.
      *
       ENVIRONMENT DIVISION.
      *
      *    THE TRANSACTION BEING REPLAYED, FED FROM EITHER READER
      *    THE SAME WAY CALC1030 SHARES ITS WORK FIELDS.  THE
      *    AMOUNT AND CURRENT TAX ARE SIGNED - A RETURN NETS
      *    NEGATIVE THROUGH BOTH COLUMNS.  THE AMOUNT OF A
      *    TAX-INCLUDED SALE IS THE NET IT POSTED AT.
      *
       01  WS-REPLAY-WORK-AREA.
           05  WS-RP-STATE-CODE       PIC X(2).
           05  WS-RP-EXEMPT-FLAG      PIC X.
           05  WS-RP-OVERRIDE-TAX     PIC S9(5)V99.
           05  WS-RP-PROPOSED-TAX     PIC S9(5)V99.
           05  WS-RP-TAX-INCLUDED-FLAG PIC X.
      *
       77  WS-CALC-DATE           PIC 9(8).
       77  WS-CALC-AMOUNT         PIC 9(5)V99.
       77  WS-EXEMPT-FLAG         PIC X.
       77  WS-RETURN-CODE         PIC 9(2).
       77  WS-CATEGORY-CODE       PIC X(4)      VALUE SPACES.
       77  WS-CUSTOMER-ID         PIC X(10)     VALUE SPACES.
       77  WS-CERTIFICATE-NUMBER  PIC X(15)     VALUE SPACES.
       01  WS-INVOICE-ROUNDING-AREA.
           05  WS-INVOICE-ROUNDING-FLAG PIC X.
           05  WS-EXACT-STATE-TAX     PIC 9(5)V9(6).
           05  WS-EXACT-COUNTY-TAX    PIC 9(5)V9(6).
           05  WS-EXACT-CITY-TAX      PIC 9(5)V9(6).
       01  WS-TAX-INCLUDED-AREA.
           05  WS-TAX-INCLUDED-FLAG   PIC X.
           05  WS-NET-SALES-AMOUNT    PIC 9(5)V99.
      *
       01  WS-TIMESTAMP-PARTS.
           05  WS-TS-DATE             PIC X(8).
                               WS-RP-EXEMPT-FLAG
                           MOVE TR-OVERRIDE-TAX TO
                               WS-RP-OVERRIDE-TAX
                           MOVE TR-TAX-INCLUDED-FLAG TO
                               WS-RP-TAX-INCLUDED-FLAG
                           PERFORM 200-RERATE-ONE-TRANSACTION
                       END-IF
               END-READ
                   NOT AT END
                       MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS
                       IF AL-INVOICE-NUMBER = SPACES
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                               AND WS-TS-DATE NOT <
                                   WS-PERIOD-FROM-DATE
                               AND WS-TS-DATE NOT >
                               WS-RP-EXEMPT-FLAG
                           MOVE AL-OVERRIDE-TAX TO
                               WS-RP-OVERRIDE-TAX
                           MOVE "N" TO WS-RP-TAX-INCLUDED-FLAG
                           PERFORM 200-RERATE-ONE-TRANSACTION
                       END-IF
               END-READ
      *    TRANSACTIONS KEEP THEIR CURRENT TAX - A JURISDICTION
      *    RATE PROPOSAL DOES NOT TOUCH CATEGORY RULES - SO THE
      *    LOOKUP IS MADE WITH A BLANK CATEGORY CODE.  A
      *    TAX-INCLUDED SALE KEEPS ITS SHELF PRICE UNDER THE
      *    PROPOSAL, SO IT IS RE-RATED AT THE GROSS IT WAS RUNG AT
      *    AND THE PROPOSED TAX IS BACKED OUT OF THAT.  A
      *    TRANSACTION THE PROPOSED MASTER CANNOT RATE COUNTS AS
      *    ZERO PROPOSED TAX AND IS TALLIED SO THE PROPOSAL'S
      *    COVERAGE GAP IS VISIBLE.
           ELSE
               IF WS-RP-AMOUNT < ZERO
                   MOVE -1 TO WS-SIGN-FACTOR
               ELSE
                   MOVE +1 TO WS-SIGN-FACTOR
               END-IF
               IF WS-RP-TAX-INCLUDED-FLAG = "Y"
                   MOVE "Y" TO WS-TAX-INCLUDED-FLAG
                   COMPUTE WS-CALC-AMOUNT =
                       (WS-RP-AMOUNT + WS-RP-CURRENT-TAX)
                           * WS-SIGN-FACTOR
               ELSE
                   MOVE "N" TO WS-TAX-INCLUDED-FLAG
                   COMPUTE WS-CALC-AMOUNT =
                       WS-RP-AMOUNT * WS-SIGN-FACTOR
               END-IF
               MOVE WS-RP-TRANS-DATE TO WS-CALC-DATE
               MOVE SPACES TO WS-CATEGORY-CODE
                   WS-STATE-TAX WS-COUNTY-TAX WS-CITY-TAX
                   WS-OVERRIDE-TAX WS-SALES-TAX
                   WS-EXEMPT-FLAG WS-RETURN-CODE
                   WS-CUSTOMER-ID WS-CERTIFICATE-NUMBER
                   WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
               END-CALL
               IF WS-RETURN-CODE = 8
                   DISPLAY "THE PROPOSED RATE TABLES ARE "
