      *
      *MODIFICATION-LOG.
      *  SEPTEMBER 02, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - PASS THE SUSPENDED TRANSACTION'S CUSTOMER
      *                     ID TO TAXCALC SO A CERTIFICATE-EXEMPT
      *                     SALE SHOWS NO TAX EXPOSURE.
      *  OCTOBER 15, 2026 - REPORT A SUSPENDED MULTI-LINE INVOICE BY
      *                     ITS LINES: THE HEADER IS HELD, NOT
      *                     COUNTED, AND SUPPLIES EACH FOLLOWING
      *                     LINE'S DATE, STORE, JURISDICTION AND
      *                     CUSTOMER FOR THE LISTING AND THE TAXCALC
      *                     ESTIMATE.  PASS TAXCALC ITS INVOICE
      *                     ROUNDING AREA.
      *  OCTOBER 15, 2026 - A TAX-INCLUDED RECORD (OR INVOICE LINE
      *                     UNDER A TAX-INCLUDED HEADER) IS PASSED TO
      *                     TAXCALC WITH THE NEW TAX-INCLUDED FLAG
      *                     SET, SO ITS EXPOSURE IS THE TAX INSIDE
      *                     ITS GROSS AMOUNT; A FLAT ESTIMATE IS
      *                     BACKED OUT OF THE GROSS THE SAME WAY.
      *
       ENVIRONMENT DIVISION.
      *
       77  WS-SALES-TAX           PIC 9(5)V99.
       77  WS-EXEMPT-FLAG         PIC X.
       77  WS-RETURN-CODE         PIC 9(2).
       77  WS-CERTIFICATE-NUMBER  PIC X(15).
       01  WS-INVOICE-ROUNDING-AREA.
           05  WS-INVOICE-ROUNDING-FLAG PIC X.
           05  WS-EXACT-STATE-TAX     PIC 9(5)V9(6).
           05  WS-EXACT-COUNTY-TAX    PIC 9(5)V9(6).
           05  WS-EXACT-CITY-TAX      PIC 9(5)V9(6).
       01  WS-TAX-INCLUDED-AREA.
           05  WS-TAX-INCLUDED-FLAG   PIC X.
           05  WS-NET-SALES-AMOUNT    PIC 9(5)V99.
      *
      *    THE LAST INVOICE HEADER READ FROM THE QUEUE.  A SUSPENDED
      *    INVOICE IS WRITTEN HEADER FIRST, THEN ITS LINES, AND A
      *    LINE RECORD CARRIES ONLY ITS OWN AMOUNT AND CATEGORY.
      *
       01  WS-LAST-HEADER.
           05  WS-LH-INVOICE-NUMBER   PIC X(10)     VALUE SPACES.
           05  WS-LH-TRANSACTION-DATE PIC X(8).
           05  FILLER                 PIC X(7).
           05  WS-LH-STATE-CODE       PIC X(2).
           05  WS-LH-COUNTY-CODE      PIC X(3).
           05  WS-LH-CITY-CODE        PIC X(3).
           05  FILLER                 PIC X(5).
           05  WS-LH-ORIGINAL-DATE    PIC X(8).
           05  WS-LH-STORE-NUMBER     PIC X(4).
           05  WS-LH-CUSTOMER-ID      PIC X(10).
           05  WS-LH-REGISTER-NUMBER  PIC X(3).
           05  FILLER                 PIC X(15).
           05  WS-LH-TAX-INCLUDED-FLAG PIC X.
           05  FILLER                 PIC X(1).
      *
      *    THE SALES TRANSACTION IMAGE EMBEDDED IN A SUSPENSE
      *    RECORD IS PARSED THROUGH THE SALESTXN COPYBOOK ITSELF,
                   AT END
                       MOVE "Y" TO WS-SUSPENSE-EOF
                   NOT AT END
                       PERFORM 205-TAKE-ONE-RECORD
               END-READ
           END-PERFORM.
           IF WS-SUSPENSE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.
      *
      *    AN INVOICE HEADER IS NOT A TRANSACTION OF ITS OWN - ITS
      *    TOTAL IS THE SUM OF THE LINES THAT FOLLOW IT - SO IT IS
      *    HELD TO COMPLETE THEM RATHER THAN REPORTED.  A LINE WITH
      *    NO HEADER AHEAD OF IT IS REPORTED AS IT STANDS.
      *
       205-TAKE-ONE-RECORD.
      *
           MOVE SU-SALES-TRANSACTION TO SALES-TRANSACTION-RECORD.
           IF ST-RECORD-TYPE = "H"
               MOVE SALES-TRANSACTION-RECORD TO WS-LAST-HEADER
           ELSE
               IF ST-RECORD-TYPE = "L"
                       AND ST-INVOICE-NUMBER = WS-LH-INVOICE-NUMBER
                   MOVE WS-LH-TRANSACTION-DATE TO ST-TRANSACTION-DATE
                   MOVE WS-LH-STATE-CODE TO ST-STATE-CODE
                   MOVE WS-LH-COUNTY-CODE TO ST-COUNTY-CODE
                   MOVE WS-LH-CITY-CODE TO ST-CITY-CODE
                   MOVE WS-LH-ORIGINAL-DATE TO ST-ORIGINAL-TRANS-DATE
                   MOVE WS-LH-STORE-NUMBER TO ST-STORE-NUMBER
                   MOVE WS-LH-CUSTOMER-ID TO ST-CUSTOMER-ID
                   MOVE WS-LH-REGISTER-NUMBER TO ST-REGISTER-NUMBER
                   MOVE WS-LH-TAX-INCLUDED-FLAG TO
                       ST-TAX-INCLUDED-FLAG
               END-IF
               PERFORM 210-REPORT-ONE-RECORD
           END-IF.
      *
       210-REPORT-ONE-RECORD.
      *
           ADD 1 TO WS-QUEUE-COUNT.
           COMPUTE WS-RECORD-AGE =
               WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(SU-RUN-DATE).
      *    FALLS BACK TO THE FLAT ESTIMATE RATE AND IS FLAGGED "E".
      *    A RATE-TABLES-DOWN CONDITION (RC 8) ALSO FALLS BACK -
      *    THIS REPORT MUST NEVER DIE FOR THE SAME REASON RECORDS
      *    ARE STUCK.  THE AMOUNT OF A TAX-INCLUDED RECORD IS A
      *    GROSS PRICE, SO ITS EXPOSURE IS THE TAX BACKED OUT OF IT.
      *
       220-ESTIMATE-TAX-EXPOSURE.
      *
               MOVE ST-TRANSACTION-DATE TO WS-CALC-DATE
           END-IF.
           MOVE ST-SALES-AMOUNT TO WS-CALC-AMOUNT.
           IF ST-TAX-INCLUDED-FLAG = "Y"
               MOVE "Y" TO WS-TAX-INCLUDED-FLAG
           ELSE
               MOVE "N" TO WS-TAX-INCLUDED-FLAG
           END-IF.
           IF ST-STATE-CODE = SPACES
               MOVE 9 TO WS-RETURN-CODE
           ELSE
                   WS-STATE-TAX WS-COUNTY-TAX WS-CITY-TAX
                   WS-OVERRIDE-TAX WS-SALES-TAX
                   WS-EXEMPT-FLAG WS-RETURN-CODE
                   ST-CUSTOMER-ID WS-CERTIFICATE-NUMBER
                   WS-INVOICE-ROUNDING-AREA WS-TAX-INCLUDED-AREA
               END-CALL
           END-IF.
           IF WS-RETURN-CODE = ZERO
                   MOVE WS-SALES-TAX TO WS-EST-EXPOSURE
               END-IF
           ELSE
               IF WS-TAX-INCLUDED-FLAG = "Y"
                   COMPUTE WS-EST-EXPOSURE ROUNDED =
                       WS-NET-AMOUNT * WS-DEFAULT-EST-RATE /
                           (1 + WS-DEFAULT-EST-RATE)
               ELSE
                   COMPUTE WS-EST-EXPOSURE ROUNDED =
                       WS-NET-AMOUNT * WS-DEFAULT-EST-RATE
               END-IF
               MOVE "E" TO WS-EST-FLAG
           END-IF.
      *
