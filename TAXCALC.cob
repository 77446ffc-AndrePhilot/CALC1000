      *                     COMPUTE THE LEGALLY CORRECT TAX AND THE
      *                     REGISTERS STOP HAND-ADJUSTING IT AT
      *                     BALANCING TIME.
      *  OCTOBER 15, 2026 - CUSTOMER EXEMPTION CERTIFICATES.  A SALE
      *                     RUNG UNDER A CUSTOMER ID (NEW
      *                     LK-CUSTOMER-ID) IS CHECKED AGAINST THE
      *                     KEYED EXEMPTION CERTIFICATE MASTER
      *                     (EXMPCERT) BEFORE THE CATEGORY AND RATE
      *                     LOOKUPS; A CERTIFICATE ISSUED BY THE
      *                     TRANSACTION'S STATE AND IN FORCE ON THE
      *                     TAX DATE MAKES THE SALE EXEMPT AND ITS
      *                     NUMBER IS RETURNED IN THE NEW
      *                     LK-CERTIFICATE-NUMBER SO THE CALLERS CAN
      *                     RECORD WHICH CERTIFICATE EXEMPTED IT.  A
      *                     CERTIFICATE MASTER THAT HAS NEVER BEEN
      *                     LOADED MEANS NO CERTIFICATES ARE ON FILE,
      *                     NOT A FATAL ERROR.
      *  OCTOBER 15, 2026 - INVOICE-LEVEL ROUNDING SUPPORT FOR
      *                     MULTI-LINE INVOICES.  A NEW
      *                     LK-INVOICE-ROUNDING-AREA ARGUMENT RETURNS
      *                     THE FOUND JURISDICTION'S INVOICE ROUNDING
      *                     FLAG (SEE TAXRATE.CPY) AND THE UNROUNDED
      *                     STATE, COUNTY AND CITY TAX, SO A CALLER
      *                     TAXING AN INVOICE LINE BY LINE CAN ROUND
      *                     ONCE ON THE INVOICE TOTAL WHERE THE
      *                     JURISDICTION REQUIRES IT.
      *  OCTOBER 15, 2026 - TAX-INCLUDED PRICING.  A NEW
      *                     LK-TAX-INCLUDED-AREA ARGUMENT CARRIES A
      *                     FLAG SAYING THE AMOUNT PASSED IS A GROSS
      *                     PRICE THAT ALREADY INCLUDES THE TAX, AND
      *                     RETURNS THE NET SALE.  A GROSS AMOUNT IS
      *                     SPLIT INTO NET SALE PLUS STATE, COUNTY,
      *                     CITY AND OVERRIDE TAX UNDER THE SAME
      *                     BRACKET SCHEDULE AND LOCAL CAP RULES AS A
      *                     NORMAL SALE, AND THE NET PLUS THE TAX
      *                     ALWAYS EQUALS THE GROSS TO THE PENNY.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CATEGORY-CODE
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT EXEMPT-CERTIFICATE-FILE ASSIGN TO "EXMPCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CERTIFICATE-KEY
               FILE STATUS IS WS-CERTIFICATE-FILE-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  CATEGORY-RATE-FILE.
       COPY CATRATE.
      *
       FD  EXEMPT-CERTIFICATE-FILE.
       COPY EXMPCERT.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-SCAN-DONE           PIC X         VALUE "N".
       77  WS-TAX-RATE-FILE-STATUS PIC X(2)     VALUE "00".
       77  WS-CATEGORY-FILE-STATUS PIC X(2)     VALUE "00".
       77  WS-CERTIFICATE-FILE-STATUS PIC X(2)  VALUE "00".
       77  WS-CERTIFICATES-OPEN   PIC X         VALUE "N".
       77  WS-FOUND-CERTIFICATE   PIC X         VALUE "N".
       77  WS-FATAL-ERROR         PIC X         VALUE "N".
      *
       77  WS-FOUND-STATE-RATE    PIC 9V9(4)    VALUE ZERO.
       77  WS-FOUND-CAP-AMOUNT    PIC 9(5)V99   VALUE ZERO.
       77  WS-FOUND-BRACKET-FLAG  PIC X         VALUE "N".
       77  WS-FOUND-BRACKET-COUNT PIC 9(2)      VALUE ZERO.
       77  WS-FOUND-ROUNDING-FLAG PIC X         VALUE "N".
      *
       01  WS-FOUND-BRACKET-TABLE.
           05  WS-BRACKET-ENTRY OCCURS 10 TIMES.
       77  WS-BRACKET-DONE        PIC X         VALUE "N".
       77  WS-LOCAL-TAX           PIC 9(5)V99   VALUE ZERO.
       77  WS-LOCAL-EXCESS        PIC 9(5)V99   VALUE ZERO.
      *
      *    THE AMOUNT THE TIERS ARE COMPUTED ON - THE AMOUNT PASSED,
      *    OR THE TRIAL NET SALE WHILE A TAX-INCLUDED GROSS IS BEING
      *    SPLIT - AND WHICH RULE SET RATED IT: "J" THE JURISDICTION
      *    RATES, "O" A CATEGORY OVERRIDE RATE, SPACE NOT TAXED.
      *
       77  WS-TAXABLE-AMOUNT      PIC 9(5)V99   VALUE ZERO.
       77  WS-RATING-PATH         PIC X         VALUE SPACE.
       77  WS-COMBINED-RATE       PIC 9V9(4)    VALUE ZERO.
       77  WS-TRIAL-TAX           PIC 9(7)V99   VALUE ZERO.
       77  WS-TRIAL-TOTAL         PIC 9(7)V99   VALUE ZERO.
       77  WS-ESTIMATE-PASSES     PIC 9(2)      VALUE ZERO.
       77  WS-PENNY-REMAINDER     PIC 9(5)V99   VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  LK-SALES-TAX           PIC 9(5)V99.
       01  LK-EXEMPT-FLAG         PIC X.
       01  LK-RETURN-CODE         PIC 9(2).
       01  LK-CUSTOMER-ID         PIC X(10).
       01  LK-CERTIFICATE-NUMBER  PIC X(15).
      *
      *    THE INVOICE ROUNDING FLAG OF THE JURISDICTION ENTRY THAT
      *    RATED THE AMOUNT ("N" WHEN THE AMOUNT WAS EXEMPT, TAXED AT
      *    A CATEGORY OVERRIDE RATE, OR NOT RATED) AND THE STATE,
      *    COUNTY AND CITY TAX BEFORE ROUNDING.  A TIER THE BRACKET
      *    SCHEDULE OR THE LOCAL CAP DECIDED CARRIES ITS DECIDED
      *    AMOUNT HERE, SINCE THOSE RULES ARE PUBLISHED PER ITEM.
      *
       01  LK-INVOICE-ROUNDING-AREA.
           05  LK-INVOICE-ROUNDING-FLAG PIC X.
           05  LK-EXACT-STATE-TAX     PIC 9(5)V9(6).
           05  LK-EXACT-COUNTY-TAX    PIC 9(5)V9(6).
           05  LK-EXACT-CITY-TAX      PIC 9(5)V9(6).
      *
      *    LK-TAX-INCLUDED-FLAG "Y" SAYS LK-SALES-AMOUNT IS A GROSS
      *    PRICE THAT ALREADY INCLUDES THE TAX; ANYTHING ELSE IS AN
      *    ORDINARY NET PRICE.  LK-NET-SALES-AMOUNT RETURNS THE NET
      *    SALE THE TAX WAS COMPUTED ON - THE GROSS LESS THE TAX FOR
      *    A TAX-INCLUDED AMOUNT THAT WAS TAXED, OTHERWISE THE AMOUNT
      *    PASSED, UNCHANGED.
      *
       01  LK-TAX-INCLUDED-AREA.
           05  LK-TAX-INCLUDED-FLAG   PIC X.
           05  LK-NET-SALES-AMOUNT    PIC 9(5)V99.
      *
       PROCEDURE DIVISION USING LK-TRANSACTION-DATE LK-SALES-AMOUNT
           LK-STATE-CODE LK-COUNTY-CODE LK-CITY-CODE LK-CATEGORY-CODE
           LK-STATE-TAX LK-COUNTY-TAX LK-CITY-TAX LK-OVERRIDE-TAX
           LK-SALES-TAX LK-EXEMPT-FLAG LK-RETURN-CODE
           LK-CUSTOMER-ID LK-CERTIFICATE-NUMBER
           LK-INVOICE-ROUNDING-AREA LK-TAX-INCLUDED-AREA.
      *
       000-CALCULATE-SALES-TAX.
      *
           MOVE ZERO TO LK-STATE-TAX LK-COUNTY-TAX LK-CITY-TAX
                        LK-OVERRIDE-TAX LK-SALES-TAX.
           MOVE "N" TO LK-EXEMPT-FLAG.
           MOVE SPACES TO LK-CERTIFICATE-NUMBER.
           MOVE "N" TO LK-INVOICE-ROUNDING-FLAG.
           MOVE ZERO TO LK-EXACT-STATE-TAX LK-EXACT-COUNTY-TAX
                        LK-EXACT-CITY-TAX.
           MOVE ZERO TO LK-RETURN-CODE.
           MOVE LK-SALES-AMOUNT TO LK-NET-SALES-AMOUNT.
           MOVE LK-SALES-AMOUNT TO WS-TAXABLE-AMOUNT.
           MOVE SPACE TO WS-RATING-PATH.
           IF WS-FATAL-ERROR = "Y"
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               PERFORM 200-FIND-EXEMPT-CERTIFICATE
               IF WS-FOUND-CERTIFICATE = "Y"
                   MOVE "Y" TO LK-EXEMPT-FLAG
               ELSE
                   PERFORM 300-FIND-CATEGORY-RATE
                   IF WS-FOUND-CATEGORY = "Y"
                           AND WS-CAT-EXEMPT-FLAG = "Y"
                       MOVE "Y" TO LK-EXEMPT-FLAG
                   ELSE
                       IF WS-FOUND-CATEGORY = "Y"
                               AND WS-CAT-OVERRIDE-FLAG = "Y"
                           MOVE "O" TO WS-RATING-PATH
                           PERFORM 550-COMPUTE-OVERRIDE-TAX
                       ELSE
                           PERFORM 400-FIND-JURISDICTION-RATE
                           IF WS-FOUND-JURISDICTION = "Y"
                               MOVE "J" TO WS-RATING-PATH
                               PERFORM 500-COMPUTE-JURISDICTION-TAX
                           ELSE
                               MOVE 4 TO LK-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF LK-TAX-INCLUDED-FLAG = "Y"
                   AND WS-RATING-PATH NOT = SPACE
               PERFORM 600-BACK-OUT-INCLUDED-TAX
           END-IF.
           COMPUTE LK-SALES-TAX =
               LK-STATE-TAX + LK-COUNTY-TAX + LK-CITY-TAX +
               LK-OVERRIDE-TAX.
                   "FILE STATUS " WS-CATEGORY-FILE-STATUS "."
               MOVE "Y" TO WS-FATAL-ERROR
           END-IF.
      *
      *    THE CERTIFICATE MASTER IS NEW AND A SHOP THAT HAS NOT
      *    LOADED IT YET SIMPLY HAS NO CERTIFICATES ON FILE - FILE
      *    STATUS 35 LEAVES THE LOOKUP SWITCHED OFF RATHER THAN
      *    STOPPING EVERY SALE.  ANY OTHER OPEN FAILURE IS FATAL THE
      *    SAME WAY A RATE MASTER FAILURE IS, SINCE A CERTIFICATE WE
      *    CANNOT READ WOULD TAX AN EXEMPT CUSTOMER.
      *
           OPEN INPUT EXEMPT-CERTIFICATE-FILE.
           IF WS-CERTIFICATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-CERTIFICATES-OPEN
           ELSE
               IF WS-CERTIFICATE-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN THE EXEMPTION CERTIFICATE "
                       "MASTER - FILE STATUS "
                       WS-CERTIFICATE-FILE-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
               END-IF
           END-IF.
      *
      *    A CUSTOMER'S CERTIFICATES FOR ONE STATE ARE ADJACENT IN
      *    KEY ORDER, SO THE SCAN STARTS AT THE CUSTOMER AND STATE
      *    AND STOPS AS SOON AS IT LEAVES THEM OR FINDS A
      *    CERTIFICATE WHOSE EFFECTIVE AND EXPIRY DATES COVER THE
      *    TAX DATE.  A RETURN IS RATED UNDER THE ORIGINAL SALE'S
      *    DATE, SO IT REVERSES UNDER THE CERTIFICATE THAT EXEMPTED
      *    THE SALE EVEN IF THAT CERTIFICATE HAS EXPIRED SINCE.
      *
       200-FIND-EXEMPT-CERTIFICATE.
      *
           MOVE "N" TO WS-FOUND-CERTIFICATE.
           IF LK-CUSTOMER-ID NOT = SPACES
                   AND WS-CERTIFICATES-OPEN = "Y"
               MOVE "N" TO WS-SCAN-DONE
               MOVE LK-CUSTOMER-ID TO EC-CUSTOMER-ID
               MOVE LK-STATE-CODE TO EC-STATE-CODE
               MOVE LOW-VALUES TO EC-CERTIFICATE-NUMBER
               START EXEMPT-CERTIFICATE-FILE
                       KEY IS NOT LESS THAN EC-CERTIFICATE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ EXEMPT-CERTIFICATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           IF EC-CUSTOMER-ID NOT = LK-CUSTOMER-ID
                                   OR EC-STATE-CODE NOT =
                                       LK-STATE-CODE
                               MOVE "Y" TO WS-SCAN-DONE
                           ELSE
                               IF EC-EFFECTIVE-DATE NOT >
                                       LK-TRANSACTION-DATE
                                       AND EC-EXPIRY-DATE NOT <
                                           LK-TRANSACTION-DATE
                                   MOVE "Y" TO WS-FOUND-CERTIFICATE
                                   MOVE EC-CERTIFICATE-NUMBER TO
                                       LK-CERTIFICATE-NUMBER
                                   MOVE "Y" TO WS-SCAN-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       300-FIND-CATEGORY-RATE.
      *
               MOVE "N" TO WS-FOUND-BRACKET-FLAG
               MOVE ZERO TO WS-FOUND-BRACKET-COUNT
           END-IF.
           IF TRT-INVOICE-ROUNDING-FLAG = "Y"
               MOVE "Y" TO WS-FOUND-ROUNDING-FLAG
           ELSE
               MOVE "N" TO WS-FOUND-ROUNDING-FLAG
           END-IF.
      *
      *    THE PER-TIER TAX FOR THE FOUND ENTRY.  MOST
      *    JURISDICTIONS ARE A FLAT AMOUNT-TIMES-RATE WITH SIMPLE
      *
       500-COMPUTE-JURISDICTION-TAX.
      *
           MOVE WS-FOUND-ROUNDING-FLAG TO LK-INVOICE-ROUNDING-FLAG.
           IF WS-FOUND-BRACKET-FLAG = "Y"
               PERFORM 510-COMPUTE-BRACKET-STATE-TAX
               MOVE LK-STATE-TAX TO LK-EXACT-STATE-TAX
           ELSE
               COMPUTE LK-STATE-TAX ROUNDED =
                   WS-TAXABLE-AMOUNT * WS-FOUND-STATE-RATE
               COMPUTE LK-EXACT-STATE-TAX =
                   WS-TAXABLE-AMOUNT * WS-FOUND-STATE-RATE
           END-IF.
           COMPUTE LK-COUNTY-TAX ROUNDED =
               WS-TAXABLE-AMOUNT * WS-FOUND-COUNTY-RATE.
           COMPUTE LK-EXACT-COUNTY-TAX =
               WS-TAXABLE-AMOUNT * WS-FOUND-COUNTY-RATE.
           COMPUTE LK-CITY-TAX ROUNDED =
               WS-TAXABLE-AMOUNT * WS-FOUND-CITY-RATE.
           COMPUTE LK-EXACT-CITY-TAX =
               WS-TAXABLE-AMOUNT * WS-FOUND-CITY-RATE.
           IF WS-FOUND-CAP-AMOUNT NOT = ZERO
                   AND WS-TAXABLE-AMOUNT > WS-FOUND-CAP-THRESHOLD
               PERFORM 520-APPLY-LOCAL-TAX-CAP
           END-IF.
      *
      *
       510-COMPUTE-BRACKET-STATE-TAX.
      *
           DIVIDE WS-TAXABLE-AMOUNT BY 1 GIVING WS-WHOLE-DOLLARS
               REMAINDER WS-FRACTION-PART.
           COMPUTE LK-STATE-TAX ROUNDED =
               WS-WHOLE-DOLLARS * WS-FOUND-STATE-RATE.
                   MOVE ZERO TO LK-CITY-TAX
                   SUBTRACT WS-LOCAL-EXCESS FROM LK-COUNTY-TAX
               END-IF
               MOVE LK-COUNTY-TAX TO LK-EXACT-COUNTY-TAX
               MOVE LK-CITY-TAX TO LK-EXACT-CITY-TAX
           END-IF.
      *
      *    A CATEGORY OVERRIDE RATE REPLACES THE JURISDICTION TIERS
      *    ENTIRELY AND TAXES THE WHOLE AMOUNT AT THE ONE RATE.
      *
       550-COMPUTE-OVERRIDE-TAX.
      *
           COMPUTE LK-OVERRIDE-TAX ROUNDED =
               WS-TAXABLE-AMOUNT * WS-CAT-OVERRIDE-RATE.
      *
      *    A TAX-INCLUDED GROSS IS SPLIT BY FINDING THE NET SALE
      *    WHOSE TAX, COMPUTED EXACTLY AS A NORMAL SALE'S WOULD BE
      *    (BRACKETS, LOCAL CAP AND ALL), BRINGS IT CLOSEST TO THE
      *    GROSS WITHOUT PASSING IT.  DIVIDING BY ONE PLUS THE
      *    COMBINED RATE GIVES THE FIRST ESTIMATE; A FEW PASSES OF
      *    "GROSS LESS THE TAX ON THE ESTIMATE" PULL IT IN WHERE A
      *    CAP OR A BRACKET MAKES THE TAX DEPART FROM THE PLAIN
      *    RATE; THE ESTIMATE IS THEN STEPPED A PENNY AT A TIME TO
      *    THE LARGEST NET WHOSE NET PLUS TAX DOES NOT EXCEED THE
      *    GROSS.  WHERE THE TIERS' ROUNDING MAKES THE TAX JUMP AS
      *    THE NET STEPS A PENNY, NO NET FITS EXACTLY - THE PENNY OR
      *    TWO LEFT OVER WERE COLLECTED AS TAX AND ARE REMITTED AS
      *    TAX (640).  INVOICE ROUNDING IS
      *    SWITCHED OFF FOR THE AMOUNT, SINCE RE-ROUNDING A LINE'S
      *    TAX ON THE INVOICE TOTAL WOULD BREAK THE NET PLUS TAX
      *    EQUALS GROSS GUARANTEE THE REGISTER RANG.
      *
       600-BACK-OUT-INCLUDED-TAX.
      *
           IF WS-RATING-PATH = "O"
               MOVE WS-CAT-OVERRIDE-RATE TO WS-COMBINED-RATE
           ELSE
               COMPUTE WS-COMBINED-RATE = WS-FOUND-STATE-RATE +
                   WS-FOUND-COUNTY-RATE + WS-FOUND-CITY-RATE
           END-IF.
           COMPUTE WS-TAXABLE-AMOUNT =
               LK-SALES-AMOUNT / (1 + WS-COMBINED-RATE).
           PERFORM 610-RATE-TRIAL-AMOUNT.
           MOVE ZERO TO WS-ESTIMATE-PASSES.
           PERFORM 615-REFINE-ESTIMATE
               UNTIL WS-TRIAL-TOTAL = LK-SALES-AMOUNT
                  OR WS-ESTIMATE-PASSES = 5.
           PERFORM 620-STEP-TRIAL-UP
               UNTIL WS-TRIAL-TOTAL NOT < LK-SALES-AMOUNT.
           PERFORM 630-STEP-TRIAL-DOWN
               UNTIL WS-TRIAL-TOTAL NOT > LK-SALES-AMOUNT.
           MOVE WS-TAXABLE-AMOUNT TO LK-NET-SALES-AMOUNT.
           COMPUTE WS-PENNY-REMAINDER =
               LK-SALES-AMOUNT - WS-TRIAL-TOTAL.
           IF WS-PENNY-REMAINDER NOT = ZERO
               PERFORM 640-PLACE-PENNY-REMAINDER
           END-IF.
           MOVE "N" TO LK-INVOICE-ROUNDING-FLAG.
           MOVE LK-STATE-TAX TO LK-EXACT-STATE-TAX.
           MOVE LK-COUNTY-TAX TO LK-EXACT-COUNTY-TAX.
           MOVE LK-CITY-TAX TO LK-EXACT-CITY-TAX.
      *
       610-RATE-TRIAL-AMOUNT.
      *
           MOVE ZERO TO LK-STATE-TAX LK-COUNTY-TAX LK-CITY-TAX
                        LK-OVERRIDE-TAX.
           IF WS-RATING-PATH = "O"
               PERFORM 550-COMPUTE-OVERRIDE-TAX
           ELSE
               PERFORM 500-COMPUTE-JURISDICTION-TAX
           END-IF.
           COMPUTE WS-TRIAL-TAX =
               LK-STATE-TAX + LK-COUNTY-TAX + LK-CITY-TAX +
               LK-OVERRIDE-TAX.
           COMPUTE WS-TRIAL-TOTAL = WS-TAXABLE-AMOUNT + WS-TRIAL-TAX.
      *
       615-REFINE-ESTIMATE.
      *
           ADD 1 TO WS-ESTIMATE-PASSES.
           IF WS-TRIAL-TAX < LK-SALES-AMOUNT
               COMPUTE WS-TAXABLE-AMOUNT =
                   LK-SALES-AMOUNT - WS-TRIAL-TAX
           ELSE
               MOVE ZERO TO WS-TAXABLE-AMOUNT
           END-IF.
           PERFORM 610-RATE-TRIAL-AMOUNT.
      *
       620-STEP-TRIAL-UP.
      *
           ADD .01 TO WS-TAXABLE-AMOUNT.
           PERFORM 610-RATE-TRIAL-AMOUNT.
      *
       630-STEP-TRIAL-DOWN.
      *
           SUBTRACT .01 FROM WS-TAXABLE-AMOUNT.
           PERFORM 610-RATE-TRIAL-AMOUNT.
      *
      *    THE LEFTOVER PENNIES GO TO THE FIRST TIER THAT ACTUALLY
      *    TAXED THE SALE - THE OVERRIDE BUCKET FOR AN OVERRIDE
      *    RATE, OTHERWISE STATE, THEN COUNTY, THEN CITY.
      *
       640-PLACE-PENNY-REMAINDER.
      *
           IF WS-RATING-PATH = "O"
               ADD WS-PENNY-REMAINDER TO LK-OVERRIDE-TAX
           ELSE
               IF WS-FOUND-STATE-RATE NOT = ZERO
                   ADD WS-PENNY-REMAINDER TO LK-STATE-TAX
               ELSE
                   IF WS-FOUND-COUNTY-RATE NOT = ZERO
                       ADD WS-PENNY-REMAINDER TO LK-COUNTY-TAX
                   ELSE
                       ADD WS-PENNY-REMAINDER TO LK-CITY-TAX
                   END-IF
               END-IF
           END-IF.
