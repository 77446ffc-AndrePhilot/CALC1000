      *                     AGAINST).  A RUN WITH NO PERIOD STILL
      *                     TAKES THE DD AS SCOPED BY
      *                     CONCATENATION.
      *  OCTOBER 15, 2026 - CONSUMER USE TAX.  THE USE TAX ACCRUED BY
      *                     CALC1012 ON UNTAXED PURCHASES IS READ
      *                     FROM THE USE TAX RESULT FILE (USETXOUT
      *                     DD, SELECTED BY PURCHASE DATE WHEN A
      *                     PERIOD IS SUPPLIED) AND REPORTED AS ITS
      *                     OWN USE TAX COLUMN PER JURISDICTION AND
      *                     ON THE GRAND TOTAL LINE, SINCE THE
      *                     RETURNS CARRY IT ON A SEPARATE LINE.
      *                     PURCHASES NEVER ENTER THE TAXABLE SALES
      *                     OR COLLECTED TAX COLUMNS.  CLOSE MODE
      *                     CAPTURES THE COLUMN IN THE NEW
      *                     FL-USE-TAX-REPORTED LEDGER FIELD.  A RUN
      *                     WITH NO USE TAX RESULT FILE SAYS SO AND
      *                     REPORTS SALES TAX ONLY.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *  OCTOBER 15, 2026 - TAX-INCLUDED PRICING.  SALES POSTED FROM
      *                     A TAX-INCLUDED PRICE (TR-TAX-INCLUDED-FLAG)
      *                     ARE ALSO BROKEN OUT ON A "TAX INCL" LINE
      *                     UNDER THEIR JURISDICTION AND ON THE GRAND
      *                     TOTAL, SINCE SOME STATES ASK FOR THEM ON
      *                     THEIR OWN LINE.  THEY STAY IN THE MAIN
      *                     COLUMNS AND THE LEDGER AS BEFORE.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT USE-TAX-RESULT-FILE ASSIGN TO "USETXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USE-TAX-OUT-STATUS.
           SELECT FILING-LEDGER-FILE ASSIGN TO "FILELDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
      *
       FD  USE-TAX-RESULT-FILE.
       COPY USETXRES.
      *
       FD  FILING-LEDGER-FILE.
       COPY FILELDGR.
       77  WS-TAX-OUT-STATUS      PIC X(2)      VALUE "00".
       77  WS-AUDIT-LOG-EOF       PIC X         VALUE "N".
       77  WS-AUDIT-LOG-STATUS    PIC X(2)      VALUE "00".
       77  WS-USE-TAX-EOF         PIC X         VALUE "N".
       77  WS-USE-TAX-OUT-STATUS  PIC X(2)      VALUE "00".
       77  WS-USE-TAX-FOUND       PIC X         VALUE "N".
       77  WS-USE-TAX-COUNT       PIC 9(7)      VALUE ZERO.
      *
       77  WS-PARM-TEXT           PIC X(19)     VALUE SPACES.
       77  WS-PERIOD-FROM-DATE    PIC X(8)      VALUE SPACES.
       77  WS-GRAND-TAXABLE       PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-EXEMPT        PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-TAX           PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-USE-TAX       PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-INCL-COUNT    PIC 9(7)      VALUE ZERO.
       77  WS-GRAND-INCL-TAXABLE  PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-INCL-EXEMPT   PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-INCL-TAX      PIC S9(11)V99 VALUE ZERO.
      *
       77  WS-DISPLAY-COUNT       PIC Z,ZZZ,ZZ9.
      *
           05  WS-PST-CITY-TAX        PIC S9(5)V99.
           05  WS-PST-OVERRIDE-TAX    PIC S9(5)V99.
           05  WS-PST-TOTAL-TAX       PIC S9(5)V99.
           05  WS-PST-USE-TAX         PIC S9(5)V99.
           05  WS-PST-TAX-INCLUDED-FLAG PIC X.
      *
       01  WS-TIMESTAMP-PARTS.
           05  WS-TS-DATE             PIC X(8).
           05  WS-RL-OVERRIDE-TAX     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-TOTAL-TAX        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-USE-TAX          PIC ZZ,ZZZ,ZZ9.99-.
      *
      *    THE TAX-INCLUDED BREAKOUT PRINTED UNDER A JURISDICTION -
      *    THE SAME COLUMNS AS THE LINE ABOVE IT, WHICH ALREADY
      *    INCLUDES THESE FIGURES.
      *
       01  WS-INCLUDED-LINE.
           05  FILLER                 PIC X(11)
                   VALUE "  TAX INCL ".
           05  WS-IL-TAXABLE-SALES    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-EXEMPT-SALES     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-STATE-TAX        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-COUNTY-TAX       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-CITY-TAX         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-OVERRIDE-TAX     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IL-TOTAL-TAX        PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(11)
           05  WS-TL-EXEMPT-SALES     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-TOTAL-TAX        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-USE-TAX          PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-INCLUDED-TOTAL-LINE.
           05  FILLER                 PIC X(11)
                   VALUE "  TAX INCL ".
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IT-TAXABLE-SALES    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IT-EXEMPT-SALES     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-IT-TOTAL-TAX        PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  REMITTANCE-TOTALS-TABLE.
           05  REMITTANCE-ENTRY OCCURS 200 TIMES
               10  RMT-CITY-TAX           PIC S9(9)V99.
               10  RMT-OVERRIDE-TAX       PIC S9(9)V99.
               10  RMT-TOTAL-TAX          PIC S9(9)V99.
               10  RMT-USE-TAX            PIC S9(9)V99.
               10  RMT-INCL-COUNT         PIC 9(7).
               10  RMT-INCL-TAXABLE       PIC S9(9)V99.
               10  RMT-INCL-EXEMPT        PIC S9(9)V99.
               10  RMT-INCL-STATE-TAX     PIC S9(9)V99.
               10  RMT-INCL-COUNTY-TAX    PIC S9(9)V99.
               10  RMT-INCL-CITY-TAX      PIC S9(9)V99.
               10  RMT-INCL-OVERRIDE-TAX  PIC S9(9)V99.
               10  RMT-INCL-TOTAL-TAX     PIC S9(9)V99.
      *
       LINKAGE SECTION.
      *
           IF WS-PERIOD-SUPPLIED = "Y"
               PERFORM 150-ACCUMULATE-AUDIT-ACTIVITY
           END-IF.
           PERFORM 170-ACCUMULATE-USE-TAX.
           PERFORM 500-PRINT-REPORT.
           IF WS-CLOSE-MODE = "Y"
               IF WS-TABLE-OVERFLOW = "Y"
           MOVE TR-CITY-TAX TO WS-PST-CITY-TAX.
           MOVE TR-OVERRIDE-TAX TO WS-PST-OVERRIDE-TAX.
           MOVE TR-SALES-TAX TO WS-PST-TOTAL-TAX.
           MOVE ZERO TO WS-PST-USE-TAX.
           MOVE TR-TAX-INCLUDED-FLAG TO WS-PST-TAX-INCLUDED-FLAG.
           PERFORM 200-POST-TO-JURISDICTION.
      *
      *    LEGACY INTERACTIVE ACTIVITY FROM BEFORE RECEIPT NUMBERS
      *
           MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS.
           IF AL-INVOICE-NUMBER = SPACES
                   AND AL-RECORD-TYPE NOT = "H"
                   AND AL-RECORD-TYPE NOT = "T"
                   AND WS-TS-DATE NOT < WS-PERIOD-FROM-DATE
                   AND WS-TS-DATE NOT > WS-PERIOD-THRU-DATE
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AL-CITY-TAX TO WS-PST-CITY-TAX
               MOVE AL-OVERRIDE-TAX TO WS-PST-OVERRIDE-TAX
               MOVE AL-SALES-TAX TO WS-PST-TOTAL-TAX
               MOVE ZERO TO WS-PST-USE-TAX
               MOVE "N" TO WS-PST-TAX-INCLUDED-FLAG
               PERFORM 200-POST-TO-JURISDICTION
           END-IF.
      *
      *    USE TAX ACCRUED ON UNTAXED PURCHASES (CALC1012) POSTS TO
      *    THE JURISDICTION'S USE TAX COLUMN ONLY - A PURCHASE IS
      *    NOT A SALE, SO IT ADDS NOTHING TO THE SALES OR COLLECTED
      *    TAX COLUMNS.  THE USE TAX RESULT FILE IS OPTIONAL: WITH
      *    NO FILE (STATUS 35) THE REPORT SAYS SO AND CARRIES NO USE
      *    TAX.  WITH A FILING PERIOD ON THE PARM, PURCHASES ARE
      *    SELECTED BY PURCHASE DATE WITHIN IT.
      *
       170-ACCUMULATE-USE-TAX.
      *
           MOVE "N" TO WS-USE-TAX-EOF.
           OPEN INPUT USE-TAX-RESULT-FILE.
           IF WS-USE-TAX-OUT-STATUS = "35"
               MOVE "N" TO WS-USE-TAX-FOUND
           ELSE
               IF WS-USE-TAX-OUT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE USE TAX RESULT FILE - "
                       "FILE STATUS " WS-USE-TAX-OUT-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-USE-TAX-FOUND
               PERFORM UNTIL WS-USE-TAX-EOF = "Y"
                   READ USE-TAX-RESULT-FILE
                       AT END
                           MOVE "Y" TO WS-USE-TAX-EOF
                       NOT AT END
                           PERFORM 180-POST-ONE-USE-TAX-RECORD
                   END-READ
               END-PERFORM
               CLOSE USE-TAX-RESULT-FILE
           END-IF.
      *
       180-POST-ONE-USE-TAX-RECORD.
      *
           IF WS-PERIOD-SUPPLIED = "Y"
                   AND (UT-PURCHASE-DATE < WS-PERIOD-FROM-NUM
                     OR UT-PURCHASE-DATE > WS-PERIOD-THRU-NUM)
               CONTINUE
           ELSE
               ADD 1 TO WS-USE-TAX-COUNT
               MOVE UT-STATE-CODE TO WS-PST-STATE-CODE
               MOVE UT-COUNTY-CODE TO WS-PST-COUNTY-CODE
               MOVE UT-CITY-CODE TO WS-PST-CITY-CODE
               MOVE "N" TO WS-PST-EXEMPT-FLAG
               MOVE ZERO TO WS-PST-AMOUNT
               MOVE ZERO TO WS-PST-STATE-TAX
               MOVE ZERO TO WS-PST-COUNTY-TAX
               MOVE ZERO TO WS-PST-CITY-TAX
               MOVE ZERO TO WS-PST-OVERRIDE-TAX
               MOVE ZERO TO WS-PST-TOTAL-TAX
               MOVE UT-USE-TAX-ACCRUED TO WS-PST-USE-TAX
               MOVE "N" TO WS-PST-TAX-INCLUDED-FLAG
               PERFORM 200-POST-TO-JURISDICTION
           END-IF.
      *
                   MOVE ZERO TO RMT-CITY-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-OVERRIDE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-TOTAL-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-USE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-COUNT(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-TAXABLE(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-EXEMPT(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-STATE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-COUNTY-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-CITY-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-OVERRIDE-TAX(WS-ENTRY-SUB)
                   MOVE ZERO TO RMT-INCL-TOTAL-TAX(WS-ENTRY-SUB)
               END-IF
           END-IF.
      *
               ADD WS-PST-AMOUNT TO WS-GRAND-TAXABLE
           END-IF.
           ADD WS-PST-TOTAL-TAX TO WS-GRAND-TAX.
           ADD WS-PST-USE-TAX TO WS-GRAND-USE-TAX.
           IF WS-ENTRY-SUB NOT = ZERO
               IF WS-PST-EXEMPT-FLAG = "Y"
                   ADD WS-PST-AMOUNT TO
               ADD WS-PST-OVERRIDE-TAX TO
                   RMT-OVERRIDE-TAX(WS-ENTRY-SUB)
               ADD WS-PST-TOTAL-TAX TO RMT-TOTAL-TAX(WS-ENTRY-SUB)
               ADD WS-PST-USE-TAX TO RMT-USE-TAX(WS-ENTRY-SUB)
           END-IF.
           IF WS-PST-TAX-INCLUDED-FLAG = "Y"
               PERFORM 210-POST-TAX-INCLUDED
           END-IF.
      *
      *    A SALE POSTED FROM A TAX-INCLUDED PRICE IS ALSO ADDED TO
      *    ITS JURISDICTION'S TAX-INCLUDED BREAKOUT AND THE GRAND
      *    TAX-INCLUDED TOTAL.  ITS AMOUNT IS THE NET IT POSTED AT.
      *
       210-POST-TAX-INCLUDED.
      *
           ADD 1 TO WS-GRAND-INCL-COUNT.
           IF WS-PST-EXEMPT-FLAG = "Y"
               ADD WS-PST-AMOUNT TO WS-GRAND-INCL-EXEMPT
           ELSE
               ADD WS-PST-AMOUNT TO WS-GRAND-INCL-TAXABLE
           END-IF.
           ADD WS-PST-TOTAL-TAX TO WS-GRAND-INCL-TAX.
           IF WS-ENTRY-SUB NOT = ZERO
               ADD 1 TO RMT-INCL-COUNT(WS-ENTRY-SUB)
               IF WS-PST-EXEMPT-FLAG = "Y"
                   ADD WS-PST-AMOUNT TO
                       RMT-INCL-EXEMPT(WS-ENTRY-SUB)
               ELSE
                   ADD WS-PST-AMOUNT TO
                       RMT-INCL-TAXABLE(WS-ENTRY-SUB)
               END-IF
               ADD WS-PST-STATE-TAX TO
                   RMT-INCL-STATE-TAX(WS-ENTRY-SUB)
               ADD WS-PST-COUNTY-TAX TO
                   RMT-INCL-COUNTY-TAX(WS-ENTRY-SUB)
               ADD WS-PST-CITY-TAX TO
                   RMT-INCL-CITY-TAX(WS-ENTRY-SUB)
               ADD WS-PST-OVERRIDE-TAX TO
                   RMT-INCL-OVERRIDE-TAX(WS-ENTRY-SUB)
               ADD WS-PST-TOTAL-TAX TO
                   RMT-INCL-TOTAL-TAX(WS-ENTRY-SUB)
           END-IF.
      *
       300-FIND-JURISDICTION-ENTRY.
           DISPLAY "JURISDICTION TAX REMITTANCE REPORT - CALC1030".
           DISPLAY "ST CTY CIT   TAXABLE SALES    EXEMPT SALES "
               "     STATE TAX     COUNTY TAX       CITY TAX "
               "  OVERRIDE TAX      TOTAL TAX        USE TAX".
           DISPLAY "-- --- --- --------------- --------------- "
               "-------------- -------------- -------------- "
               "-------------- -------------- --------------".
           PERFORM 510-PRINT-ONE-JURISDICTION
               VARYING WS-PRINT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-SUB > WS-JURISDICTION-COUNT.
           DISPLAY "-- --- --- --------------- --------------- "
               "-------------- -------------- -------------- "
               "-------------- -------------- --------------".
           MOVE WS-GRAND-TAXABLE TO WS-TL-TAXABLE-SALES.
           MOVE WS-GRAND-EXEMPT TO WS-TL-EXEMPT-SALES.
           MOVE WS-GRAND-TAX TO WS-TL-TOTAL-TAX.
           MOVE WS-GRAND-USE-TAX TO WS-TL-USE-TAX.
           DISPLAY WS-TOTAL-LINE.
           IF WS-GRAND-INCL-COUNT NOT = ZERO
               MOVE WS-GRAND-INCL-TAXABLE TO WS-IT-TAXABLE-SALES
               MOVE WS-GRAND-INCL-EXEMPT TO WS-IT-EXEMPT-SALES
               MOVE WS-GRAND-INCL-TAX TO WS-IT-TOTAL-TAX
               DISPLAY WS-INCLUDED-TOTAL-LINE
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "TAX RESULT RECORDS READ . . . " WS-DISPLAY-COUNT.
           IF WS-PERIOD-SUPPLIED = "Y"
                   "INTERACTIVE (CALC1000) ACTIVITY IS NOT "
                   "INCLUDED IN THIS REPORT."
           END-IF.
           IF WS-USE-TAX-FOUND = "Y"
               MOVE WS-USE-TAX-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "USE TAX RESULT RECORDS  . . . " WS-DISPLAY-COUNT
           ELSE
               DISPLAY "NO USE TAX RESULT FILE - USE TAX ON UNTAXED "
                   "PURCHASES IS NOT INCLUDED IN THIS REPORT."
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "WARNING - THE REPORT TABLE OVERFLOWED AND "
                   "SOME JURISDICTIONS ARE NOT SHOWN ABOVE."
           MOVE RMT-EXEMPT-SALES(WS-PRINT-SUB) TO FL-EXEMPT-SALES.
           MOVE RMT-TOTAL-TAX(WS-PRINT-SUB) TO FL-TAX-REPORTED.
           MOVE RMT-TOTAL-TAX(WS-PRINT-SUB) TO FL-TAX-PAID.
           MOVE RMT-USE-TAX(WS-PRINT-SUB) TO FL-USE-TAX-REPORTED.
           MOVE WS-FILED-DATE TO FL-FILED-DATE.
           WRITE FILING-LEDGER-RECORD
               INVALID KEY
           MOVE RMT-OVERRIDE-TAX(WS-PRINT-SUB) TO
               WS-RL-OVERRIDE-TAX.
           MOVE RMT-TOTAL-TAX(WS-PRINT-SUB) TO WS-RL-TOTAL-TAX.
           MOVE RMT-USE-TAX(WS-PRINT-SUB) TO WS-RL-USE-TAX.
           DISPLAY WS-REPORT-LINE.
           IF RMT-INCL-COUNT(WS-PRINT-SUB) NOT = ZERO
               MOVE RMT-INCL-TAXABLE(WS-PRINT-SUB) TO
                   WS-IL-TAXABLE-SALES
               MOVE RMT-INCL-EXEMPT(WS-PRINT-SUB) TO
                   WS-IL-EXEMPT-SALES
               MOVE RMT-INCL-STATE-TAX(WS-PRINT-SUB) TO
                   WS-IL-STATE-TAX
               MOVE RMT-INCL-COUNTY-TAX(WS-PRINT-SUB) TO
                   WS-IL-COUNTY-TAX
               MOVE RMT-INCL-CITY-TAX(WS-PRINT-SUB) TO
                   WS-IL-CITY-TAX
               MOVE RMT-INCL-OVERRIDE-TAX(WS-PRINT-SUB) TO
                   WS-IL-OVERRIDE-TAX
               MOVE RMT-INCL-TOTAL-TAX(WS-PRINT-SUB) TO
                   WS-IL-TOTAL-TAX
               DISPLAY WS-INCLUDED-LINE
           END-IF.
