       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1066.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            SALES TAX TREND REPORT.  READS ONLY THE
      *                    MONTHLY SUMMARY HISTORY MASTER (TAXSUMM)
      *                    BUILT BY CALC1065 - NEVER THE TAXOUT
      *                    GENERATIONS - AND PRINTS, FOR EACH STORE
      *                    AND STATE/COUNTY/CITY, THE REPORT MONTH'S
      *                    NET SALES AND TAX COLLECTED AGAINST THE
      *                    PRIOR MONTH (MONTH OVER MONTH) AND THE
      *                    SAME MONTH A YEAR EARLIER (YEAR OVER
      *                    YEAR).  CATEGORIES ARE ADDED TOGETHER.  A
      *                    TAX CHANGE OF MORE THAN THE SWING
      *                    PERCENTAGE EITHER WAY - OR TAX WHERE THE
      *                    COMPARISON MONTH HAD NONE - IS FLAGGED.
      *                    THE EXEC PARM IS 'YYYYMM' OR
      *                    'YYYYMM,NNN' WHERE NNN IS THE SWING
      *                    PERCENTAGE (DEFAULT 10).  ENDS WITH RC=4
      *                    WHEN ANY LINE IS FLAGGED.  A MONTH THAT
      *                    HAS NOT BEEN SUMMARIZED SIMPLY SHOWS
      *                    ZERO - RUN CALC1065 FOR IT FIRST.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
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
       FD  TAX-SUMMARY-FILE.
       COPY TAXSUMM.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-TAX-SUMMARY-STATUS  PIC X(2)      VALUE "00".
       77  WS-SUMMARY-SCAN-DONE   PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(10)     VALUE SPACES.
       77  WS-REPORT-MONTH        PIC 9(6)      VALUE ZERO.
       77  WS-SWING-PERCENT       PIC 9(3)      VALUE 10.
       77  WS-YEAR-PART           PIC 9(4)      VALUE ZERO.
       77  WS-MONTH-PART          PIC 9(2)      VALUE ZERO.
       77  WS-SCAN-MONTH          PIC 9(6)      VALUE ZERO.
       77  WS-SLOT                PIC 9         VALUE ZERO.
      *
       77  WS-TREND-COUNT         PIC 9(4)      VALUE ZERO.
       77  WS-ENTRY-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-SCAN-SUB            PIC 9(4)      VALUE ZERO.
       77  WS-PRINT-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
       77  WS-FLAGGED-COUNT       PIC 9(4)      VALUE ZERO.
       77  WS-LINE-FLAGGED        PIC X         VALUE "N".
      *
       77  WS-NET-SALES           PIC S9(9)V99  VALUE ZERO.
       77  WS-CHANGE-PERCENT      PIC S9(5)V9   VALUE ZERO.
       77  WS-COMPARE-CURRENT     PIC S9(9)V99  VALUE ZERO.
       77  WS-COMPARE-PRIOR       PIC S9(9)V99  VALUE ZERO.
       77  WS-COMPARE-TEXT        PIC X(8)      VALUE SPACES.
       77  WS-COMPARE-FLAGGED     PIC X         VALUE "N".
       77  WS-DISPLAY-PERCENT     PIC ZZZZ9.9-.
       77  WS-DISPLAY-FLAGGED     PIC Z,ZZ9.
      *
       01  WS-MONTH-LIST.
           05  WS-MONTH-KEY OCCURS 3 TIMES PIC 9(6).
      *
       01  TREND-TOTALS-TABLE.
           05  TREND-ENTRY OCCURS 500 TIMES.
               10  TT-STORE-NUMBER        PIC X(4).
               10  TT-STATE-CODE          PIC X(2).
               10  TT-COUNTY-CODE         PIC X(3).
               10  TT-CITY-CODE           PIC X(3).
               10  TT-MONTH-FIGURES OCCURS 3 TIMES.
                   15  TT-NET-SALES       PIC S9(9)V99.
                   15  TT-TOTAL-TAX       PIC S9(9)V99.
      *
       01  WS-TREND-LINE.
           05  WS-TL-FLAG             PIC X(3).
           05  WS-TL-STORE-NUMBER     PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-STATE-CODE       PIC X(2).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-COUNTY-CODE      PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-CITY-CODE        PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-NET-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-CURRENT-TAX      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-PRIOR-MONTH-TAX  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-MOM-PERCENT      PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-PRIOR-YEAR-TAX   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-TL-YOY-PERCENT      PIC X(8).
      *
       LINKAGE SECTION.
      *
      *    THE REPORT MONTH ARRIVES VIA THE EXEC PARM AS 'YYYYMM',
      *    OPTIONALLY FOLLOWED BY ',NNN' - THE SWING PERCENTAGE.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(10).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-PRINT-TREND-REPORT.
      *
           PERFORM 050-PARSE-REPORT-MONTH.
           OPEN INPUT TAX-SUMMARY-FILE.
           IF WS-TAX-SUMMARY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE SUMMARY HISTORY MASTER - "
                   "FILE STATUS " WS-TAX-SUMMARY-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-ACCUMULATE-ONE-MONTH
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 3.
           CLOSE TAX-SUMMARY-FILE.
           PERFORM 500-PRINT-REPORT.
           IF WS-FLAGGED-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    SLOT 1 IS THE REPORT MONTH, SLOT 2 THE MONTH BEFORE IT
      *    (DECEMBER OF THE PRIOR YEAR FOR A JANUARY REPORT) AND
      *    SLOT 3 THE SAME MONTH ONE YEAR EARLIER.
      *
       050-PARSE-REPORT-MONTH.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 10
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           IF WS-PARM-TEXT(1:6) IS NOT NUMERIC
                   OR WS-PARM-TEXT(5:2) < "01"
                   OR WS-PARM-TEXT(5:2) > "12"
               DISPLAY "INVALID REPORT MONTH PARM '" WS-PARM-TEXT
                   "' - USE YYYYMM OR YYYYMM,NNN."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-TEXT(7:1) = ","
               IF WS-PARM-TEXT(8:3) IS NUMERIC
                   MOVE WS-PARM-TEXT(8:3) TO WS-SWING-PERCENT
               ELSE
                   DISPLAY "INVALID SWING PERCENTAGE '"
                       WS-PARM-TEXT(8:3) "' - USE THREE DIGITS, "
                       "E.G. 015."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-PARM-TEXT(1:6) TO WS-REPORT-MONTH.
           MOVE WS-PARM-TEXT(1:4) TO WS-YEAR-PART.
           MOVE WS-PARM-TEXT(5:2) TO WS-MONTH-PART.
           MOVE WS-REPORT-MONTH TO WS-MONTH-KEY(1).
           IF WS-MONTH-PART = 1
               COMPUTE WS-MONTH-KEY(2) = (WS-YEAR-PART - 1) * 100 + 12
           ELSE
               COMPUTE WS-MONTH-KEY(2) = WS-REPORT-MONTH - 1
           END-IF.
           COMPUTE WS-MONTH-KEY(3) = WS-REPORT-MONTH - 100.
      *
      *    EACH MONTH'S RECORDS SIT TOGETHER IN KEY ORDER (MONTH
      *    FIRST), SO ONE START PLUS A SHORT SCAN READS EXACTLY THE
      *    MONTH WANTED.
      *
       100-ACCUMULATE-ONE-MONTH.
      *
           MOVE WS-MONTH-KEY(WS-SLOT) TO WS-SCAN-MONTH.
           MOVE "N" TO WS-SUMMARY-SCAN-DONE.
           MOVE WS-SCAN-MONTH TO TS-SUMMARY-MONTH.
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
                       IF TS-SUMMARY-MONTH NOT = WS-SCAN-MONTH
                           MOVE "Y" TO WS-SUMMARY-SCAN-DONE
                       ELSE
                           PERFORM 200-POST-TO-TREND
                       END-IF
               END-READ
           END-PERFORM.
      *
       200-POST-TO-TREND.
      *
           PERFORM 300-FIND-TREND-ENTRY.
           IF WS-ENTRY-SUB = ZERO
               IF WS-TREND-COUNT = 500
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 500 STORE/JURISDICTION "
                           "COMBINATIONS - THE REPORT IS INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-TREND-COUNT
                   MOVE WS-TREND-COUNT TO WS-ENTRY-SUB
                   MOVE TS-STORE-NUMBER TO
                       TT-STORE-NUMBER(WS-ENTRY-SUB)
                   MOVE TS-STATE-CODE TO TT-STATE-CODE(WS-ENTRY-SUB)
                   MOVE TS-COUNTY-CODE TO
                       TT-COUNTY-CODE(WS-ENTRY-SUB)
                   MOVE TS-CITY-CODE TO TT-CITY-CODE(WS-ENTRY-SUB)
                   PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                           UNTIL WS-SCAN-SUB > 3
                       MOVE ZERO TO
                           TT-NET-SALES(WS-ENTRY-SUB, WS-SCAN-SUB)
                       MOVE ZERO TO
                           TT-TOTAL-TAX(WS-ENTRY-SUB, WS-SCAN-SUB)
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-ENTRY-SUB NOT = ZERO
               COMPUTE WS-NET-SALES = TS-TAXABLE-SALES +
                   TS-EXEMPT-SALES + TS-RETURN-AMOUNT
               ADD WS-NET-SALES TO
                   TT-NET-SALES(WS-ENTRY-SUB, WS-SLOT)
               ADD TS-TOTAL-TAX TO
                   TT-TOTAL-TAX(WS-ENTRY-SUB, WS-SLOT)
           END-IF.
      *
       300-FIND-TREND-ENTRY.
      *
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-TREND-COUNT
                      OR WS-ENTRY-SUB NOT = ZERO
               IF TT-STORE-NUMBER(WS-SCAN-SUB) = TS-STORE-NUMBER
                       AND TT-STATE-CODE(WS-SCAN-SUB) = TS-STATE-CODE
                       AND TT-COUNTY-CODE(WS-SCAN-SUB) =
                           TS-COUNTY-CODE
                       AND TT-CITY-CODE(WS-SCAN-SUB) = TS-CITY-CODE
                   MOVE WS-SCAN-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
      *
       500-PRINT-REPORT.
      *
           MOVE WS-SWING-PERCENT TO WS-DISPLAY-FLAGGED.
           DISPLAY "SALES TAX TREND REPORT - CALC1066 - MONTH "
               WS-MONTH-KEY(1) " VS " WS-MONTH-KEY(2) " AND "
               WS-MONTH-KEY(3) " - SWINGS OVER "
               WS-DISPLAY-FLAGGED " PERCENT FLAGGED ***".
           DISPLAY "   STOR ST CTY CIT       NET SALES        TAX "
               "THIS MO  TAX PRIOR MO   MOM PCT  TAX PRIOR YR   "
               "YOY PCT".
           DISPLAY "   ---- -- --- --- --------------- -------------- "
               "-------------- -------- -------------- --------".
           PERFORM 510-PRINT-ONE-TREND-LINE
               VARYING WS-PRINT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-SUB > WS-TREND-COUNT.
           DISPLAY "   ---- -- --- --- --------------- -------------- "
               "-------------- -------- -------------- --------".
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-FLAGGED.
           DISPLAY "LINES FLAGGED . . . . . . . . " WS-DISPLAY-FLAGGED.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "WARNING - THE REPORT TABLE OVERFLOWED AND "
                   "SOME STORES/JURISDICTIONS ARE NOT SHOWN ABOVE."
           END-IF.
      *
       510-PRINT-ONE-TREND-LINE.
      *
           MOVE "N" TO WS-LINE-FLAGGED.
           MOVE TT-STORE-NUMBER(WS-PRINT-SUB) TO WS-TL-STORE-NUMBER.
           MOVE TT-STATE-CODE(WS-PRINT-SUB) TO WS-TL-STATE-CODE.
           MOVE TT-COUNTY-CODE(WS-PRINT-SUB) TO WS-TL-COUNTY-CODE.
           MOVE TT-CITY-CODE(WS-PRINT-SUB) TO WS-TL-CITY-CODE.
           MOVE TT-NET-SALES(WS-PRINT-SUB, 1) TO WS-TL-NET-SALES.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 1) TO WS-TL-CURRENT-TAX.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 2) TO
               WS-TL-PRIOR-MONTH-TAX.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 3) TO
               WS-TL-PRIOR-YEAR-TAX.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 1) TO WS-COMPARE-CURRENT.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 2) TO WS-COMPARE-PRIOR.
           PERFORM 520-COMPARE-TWO-MONTHS.
           MOVE WS-COMPARE-TEXT TO WS-TL-MOM-PERCENT.
           IF WS-COMPARE-FLAGGED = "Y"
               MOVE "Y" TO WS-LINE-FLAGGED
           END-IF.
           MOVE TT-TOTAL-TAX(WS-PRINT-SUB, 3) TO WS-COMPARE-PRIOR.
           PERFORM 520-COMPARE-TWO-MONTHS.
           MOVE WS-COMPARE-TEXT TO WS-TL-YOY-PERCENT.
           IF WS-COMPARE-FLAGGED = "Y"
               MOVE "Y" TO WS-LINE-FLAGGED
           END-IF.
           IF WS-LINE-FLAGGED = "Y"
               MOVE "***" TO WS-TL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               MOVE SPACES TO WS-TL-FLAG
           END-IF.
           DISPLAY WS-TREND-LINE.
      *
      *    THE PERCENTAGE CHANGE IS TAKEN AGAINST THE COMPARISON
      *    MONTH'S TAX.  WHEN THAT MONTH HAD NO TAX THERE IS NO
      *    PERCENTAGE: TAX NOW WHERE THERE WAS NONE PRINTS "NEW" AND
      *    IS FLAGGED, AND NO TAX IN EITHER MONTH PRINTS A DASH.
      *
       520-COMPARE-TWO-MONTHS.
      *
           MOVE "N" TO WS-COMPARE-FLAGGED.
           IF WS-COMPARE-PRIOR = ZERO
               IF WS-COMPARE-CURRENT = ZERO
                   MOVE "       -" TO WS-COMPARE-TEXT
               ELSE
                   MOVE "     NEW" TO WS-COMPARE-TEXT
                   MOVE "Y" TO WS-COMPARE-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   (WS-COMPARE-CURRENT - WS-COMPARE-PRIOR) * 100 /
                   WS-COMPARE-PRIOR
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PERCENT
               END-COMPUTE
               MOVE WS-CHANGE-PERCENT TO WS-DISPLAY-PERCENT
               MOVE WS-DISPLAY-PERCENT TO WS-COMPARE-TEXT
               IF WS-CHANGE-PERCENT > WS-SWING-PERCENT
                       OR WS-CHANGE-PERCENT < ZERO - WS-SWING-PERCENT
                   MOVE "Y" TO WS-COMPARE-FLAGGED
               END-IF
           END-IF.
