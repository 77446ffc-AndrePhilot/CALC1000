       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1045.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            REGISTER DRAWER CLOSE (Z-TAPE)
      *                    RECONCILIATION.  CALC1040 PROVES THE
      *                    NIGHTLY FILES AGREE WITH EACH OTHER; THIS
      *                    PROGRAM PROVES THEY AGREE WITH WHAT THE
      *                    REGISTERS THEMSELVES SAY THEY RANG, SO A
      *                    REGISTER THAT DROPPED RECORDS BEFORE ITS
      *                    SALES FILE WAS CUT - OR NEVER UPLOADED AT
      *                    ALL - IS CAUGHT THE NEXT MORNING.
      *                    READS THE STORES' DRAWER CLOSE TOTALS
      *                    (ZTAPEIN DD, ONE RECORD PER STORE AND
      *                    REGISTER, SEE DRAWCLS.CPY) FOR THE
      *                    BUSINESS DATE AND COMPARES THEM WITH:
      *                      - THE DAY'S TAX RESULT GENERATION
      *                        (TAXOUT DD), BY STORE AND REGISTER;
      *                      - THE DAY'S INTERACTIVE CALC1000
      *                        POSTINGS (TAXINTR DD, SELECTED BY
      *                        TRANSACTION DATE), BY STORE - A
      *                        COUNTER POSTING CARRIES NO REGISTER;
      *                      - THE TRANSACTIONS THE NIGHTLY RUN
      *                        SUSPENDED UNDER THE BUSINESS DATE
      *                        (SUSPOUT DD), BY STORE AND REGISTER -
      *                        THE REGISTER RANG THEM EVEN THOUGH
      *                        THEY HAVE NOT POSTED YET.
      *                    PRINTS THE Z-TAPE, POSTED AND OVER/SHORT
      *                    FIGURES (SALES, RETURNS, TAX, COUNT) FOR
      *                    EVERY REGISTER AND EVERY STORE.  A
      *                    POSITIVE OVER/SHORT MEANS THE REGISTER
      *                    RANG MORE THAN WAS POSTED.  A STORE IS
      *                    OUT WHEN ITS SALES, RETURNS OR TAX DIFFER
      *                    BY MORE THAN THE TOLERANCE, OR ITS
      *                    TRANSACTION COUNT DIFFERS AT ALL.  THE TAX
      *                    ON A SUSPENDED TRANSACTION IS NOT KNOWN
      *                    UNTIL IT IS REPROCESSED, SO A STORE WITH
      *                    SUSPENDED ACTIVITY HAS ITS TAX DIFFERENCE
      *                    PRINTED BUT NOT TESTED.
      *                    THE EXEC PARM IS 'YYYYMMDD' OR
      *                    'YYYYMMDD,NNNNN' - THE BUSINESS DATE AND
      *                    THE TOLERANCE IN CENTS (DEFAULT 00100,
      *                    ONE DOLLAR).  ENDS WITH RC=8 WHEN ANY
      *                    STORE IS OUT OR THE REPORT TABLES
      *                    OVERFLOWED, AND RC=4 WHEN ONLY Z-TAPE
      *                    RECORDS FOR ANOTHER DATE WERE SKIPPED.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - COUNT A MULTI-LINE INVOICE AS THE ONE
      *                     TRANSACTION THE REGISTER RANG: ITS TAX
      *                     RESULT LINES ADD THEIR AMOUNTS AND TAX
      *                     BUT ONLY THE FIRST LINE OF THE INVOICE
      *                     COUNTS, AND A SUSPENDED INVOICE IS TAKEN
      *                     FROM ITS HEADER, WHICH CARRIES THE TOTAL,
      *                     STORE AND REGISTER, WITH ITS LINES
      *                     SKIPPED.  INTERACTIVE RECORD WIDENED TO
      *                     THE 122-BYTE TAX RESULT RECORD.
      *  OCTOBER 15, 2026 - A TAX-INCLUDED SALE OR RETURN IS COMPARED
      *                     AT THE GROSS PRICE THE REGISTER RANG -
      *                     ITS POSTED NET PLUS ITS TAX - THE SAME
      *                     WAY ITS SUSPENDED IMAGE ALREADY IS.
      *                     INTERACTIVE RECORD WIDENED TO THE
      *                     123-BYTE TAX RESULT RECORD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DRAWER-CLOSE-FILE ASSIGN TO "ZTAPEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-CLOSE-STATUS.
           SELECT TAX-RESULT-FILE ASSIGN TO "TAXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-OUT-STATUS.
           SELECT INTERACTIVE-RESULT-FILE ASSIGN TO "TAXINTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERACTIVE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DRAWER-CLOSE-FILE.
       COPY DRAWCLS.
      *
       FD  TAX-RESULT-FILE.
       COPY TAXRESLT.
      *
      *    THE INTERACTIVE TAX RESULT FILE HAS THE TAX RESULT
      *    LAYOUT; IT IS READ INTO TAX-RESULT-RECORD SO BOTH PASSES
      *    WORK FROM THE SAME FIELD NAMES.
      *
       FD  INTERACTIVE-RESULT-FILE.
       01  INTERACTIVE-RESULT-RECORD      PIC X(123).
      *
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-DRAWER-CLOSE-STATUS PIC X(2)      VALUE "00".
       77  WS-TAX-OUT-STATUS      PIC X(2)      VALUE "00".
       77  WS-INTERACTIVE-STATUS  PIC X(2)      VALUE "00".
       77  WS-SUSPENSE-STATUS     PIC X(2)      VALUE "00".
       77  WS-FILE-EOF            PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(14)     VALUE SPACES.
       77  WS-CURRENT-RUN-DATE    PIC 9(8)      VALUE ZERO.
       77  WS-TOLERANCE-TEXT      PIC X(5)      VALUE SPACES.
       77  WS-TOLERANCE-CENTS     PIC 9(5)      VALUE 100.
       77  WS-TOLERANCE           PIC 9(3)V99   VALUE 1.00.
      *
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
       77  WS-STORES-OUT          PIC 9(4)      VALUE ZERO.
       77  WS-STORE-OUT           PIC X         VALUE "N".
       77  WS-OTHER-DATE-COUNT    PIC 9(7)      VALUE ZERO.
       77  WS-DUPLICATE-COUNT     PIC 9(4)      VALUE ZERO.
       77  WS-ZTAPE-COUNT         PIC 9(7)      VALUE ZERO.
       77  WS-POSTED-COUNT        PIC 9(7)      VALUE ZERO.
       77  WS-COUNTER-COUNT       PIC 9(7)      VALUE ZERO.
       77  WS-SUSPENDED-COUNT     PIC 9(7)      VALUE ZERO.
      *
       77  WS-STORE-COUNT         PIC 9(4)      VALUE ZERO.
       77  WS-REGISTER-COUNT      PIC 9(4)      VALUE ZERO.
       77  WS-STORE-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-REGISTER-SUB        PIC 9(4)      VALUE ZERO.
       77  WS-PRINT-SUB           PIC 9(4)      VALUE ZERO.
       77  WS-PRINT-REG-SUB       PIC 9(4)      VALUE ZERO.
       77  WS-FIND-STORE          PIC X(4)      VALUE SPACES.
       77  WS-FIND-REGISTER       PIC X(3)      VALUE SPACES.
      *
       77  WS-ITEM-SALES          PIC S9(7)V99  VALUE ZERO.
       77  WS-ITEM-RETURNS        PIC S9(7)V99  VALUE ZERO.
       77  WS-ITEM-TAX            PIC S9(7)V99  VALUE ZERO.
       77  WS-ITEM-COUNT          PIC 9         VALUE ZERO.
       77  WS-LAST-TR-INVOICE     PIC X(10)     VALUE SPACES.
      *
       77  WS-DIFF-SALES          PIC S9(9)V99  VALUE ZERO.
       77  WS-DIFF-RETURNS        PIC S9(9)V99  VALUE ZERO.
       77  WS-DIFF-TAX            PIC S9(9)V99  VALUE ZERO.
       77  WS-DIFF-COUNT          PIC S9(7)     VALUE ZERO.
       77  WS-DISPLAY-COUNT       PIC Z,ZZZ,ZZ9.
      *
      *    OVERLAY FOR THE SALES TRANSACTION IMAGE EMBEDDED IN A
      *    SUSPENSE RECORD - ONLY THE AMOUNT, TYPE, STORE AND
      *    REGISTER ARE NEEDED HERE.  THE FILLER WIDTHS MIRROR
      *    SALESTXN AND MUST BE KEPT IN STEP WITH IT.
      *
       01  WS-SUSPENDED-TXN.
           05  FILLER                 PIC X(18).
           05  WS-SX-SALES-AMOUNT     PIC 9(5)V99.
           05  FILLER                 PIC X(12).
           05  WS-SX-TRANSACTION-TYPE PIC X.
           05  FILLER                 PIC X(8).
           05  WS-SX-STORE-NUMBER     PIC X(4).
           05  FILLER                 PIC X(10).
           05  WS-SX-REGISTER-NUMBER  PIC X(3).
           05  WS-SX-RECORD-TYPE      PIC X.
           05  FILLER                 PIC X(16).
      *
      *    ONE SET OF FIGURES TO PRINT - LOADED FROM A REGISTER OR
      *    STORE ENTRY BEFORE 590 FORMATS IT.
      *
       01  WS-PRINT-FIGURES.
           05  WS-PF-STORE-NUMBER     PIC X(4).
           05  WS-PF-REGISTER-NUMBER  PIC X(3).
           05  WS-PF-SOURCE           PIC X(10).
           05  WS-PF-SALES            PIC S9(9)V99.
           05  WS-PF-RETURNS          PIC S9(9)V99.
           05  WS-PF-TAX              PIC S9(9)V99.
           05  WS-PF-COUNT            PIC S9(7).
           05  WS-PF-FLAG             PIC X(26).
      *
       01  WS-REPORT-LINE.
           05  WS-RL-STORE-NUMBER     PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-REGISTER-NUMBER  PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-SOURCE           PIC X(10).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-RETURNS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-TAX              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-COUNT            PIC Z,ZZZ,ZZ9-.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-FLAG             PIC X(26).
      *
      *    REGISTER-LEVEL FIGURES: Z-TAPE (RGT-Z-), POSTED FROM THE
      *    DAY'S TAX RESULT GENERATION (RGT-P-) AND SUSPENDED
      *    (RGT-S-).  SALES AND RETURNS ARE MAGNITUDES; TAX IS NET.
      *
       01  REGISTER-TOTALS-TABLE.
           05  REGISTER-ENTRY OCCURS 500 TIMES
                                     INDEXED BY RGT-IDX.
               10  RGT-STORE-NUMBER       PIC X(4).
               10  RGT-REGISTER-NUMBER    PIC X(3).
               10  RGT-ZTAPE-FOUND        PIC X.
               10  RGT-Z-SALES            PIC S9(9)V99.
               10  RGT-Z-RETURNS          PIC S9(9)V99.
               10  RGT-Z-TAX              PIC S9(9)V99.
               10  RGT-Z-COUNT            PIC S9(7).
               10  RGT-P-SALES            PIC S9(9)V99.
               10  RGT-P-RETURNS          PIC S9(9)V99.
               10  RGT-P-TAX              PIC S9(9)V99.
               10  RGT-P-COUNT            PIC S9(7).
               10  RGT-S-SALES            PIC S9(9)V99.
               10  RGT-S-RETURNS          PIC S9(9)V99.
               10  RGT-S-COUNT            PIC S9(7).
      *
      *    STORE-LEVEL FIGURES: THE SAME THREE SOURCES ROLLED UP
      *    ACROSS THE STORE'S REGISTERS, PLUS THE COUNTER (CALC1000)
      *    POSTINGS (STT-C-), WHICH ONLY EXIST AT STORE LEVEL.
      *
       01  STORE-TOTALS-TABLE.
           05  STORE-ENTRY OCCURS 200 TIMES
                                     INDEXED BY STT-IDX.
               10  STT-STORE-NUMBER       PIC X(4).
               10  STT-Z-SALES            PIC S9(9)V99.
               10  STT-Z-RETURNS          PIC S9(9)V99.
               10  STT-Z-TAX              PIC S9(9)V99.
               10  STT-Z-COUNT            PIC S9(7).
               10  STT-P-SALES            PIC S9(9)V99.
               10  STT-P-RETURNS          PIC S9(9)V99.
               10  STT-P-TAX              PIC S9(9)V99.
               10  STT-P-COUNT            PIC S9(7).
               10  STT-C-SALES            PIC S9(9)V99.
               10  STT-C-RETURNS          PIC S9(9)V99.
               10  STT-C-TAX              PIC S9(9)V99.
               10  STT-C-COUNT            PIC S9(7).
               10  STT-S-SALES            PIC S9(9)V99.
               10  STT-S-RETURNS          PIC S9(9)V99.
               10  STT-S-COUNT            PIC S9(7).
      *
       LINKAGE SECTION.
      *
      *    THE BUSINESS DATE ARRIVES VIA THE EXEC PARM THE SAME WAY
      *    CALC1010 AND CALC1040 RECEIVE IT, OPTIONALLY FOLLOWED BY
      *    A COMMA AND THE TOLERANCE IN CENTS ('20260808,00500' IS
      *    FIVE DOLLARS).  ONLY LK-PARM-LENGTH BYTES ARE VALID.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(14).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-RECONCILE-DRAWER-CLOSE.
      *
           PERFORM 050-PARSE-PARM.
           PERFORM 100-LOAD-DRAWER-CLOSE.
           PERFORM 200-TOTAL-TAX-RESULTS.
           PERFORM 300-TOTAL-COUNTER-POSTINGS.
           PERFORM 400-TOTAL-SUSPENSE-FILE.
           PERFORM 500-PRINT-RECONCILIATION.
           IF WS-STORES-OUT > ZERO
                   OR WS-TABLE-OVERFLOW = "Y"
               DISPLAY "*** ONE OR MORE STORES DO NOT AGREE WITH "
                   "THEIR DRAWER CLOSE - CHECK FOR MISSING REGISTER "
                   "UPLOADS. ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OTHER-DATE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "EVERY STORE AGREES WITH ITS DRAWER CLOSE."
           END-IF.
           STOP RUN.
      *
       050-PARSE-PARM.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 14
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           IF WS-PARM-TEXT = SPACES
               ACCEPT WS-CURRENT-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE WS-PARM-TEXT(1:8) TO WS-CURRENT-RUN-DATE
               ELSE
                   DISPLAY "INVALID PARM '" WS-PARM-TEXT "' - USE "
                       "YYYYMMDD OR YYYYMMDD,NNNNN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-PARM-TEXT(10:5) TO WS-TOLERANCE-TEXT.
           IF WS-TOLERANCE-TEXT NOT = SPACES
               IF WS-TOLERANCE-TEXT IS NUMERIC
                   MOVE WS-TOLERANCE-TEXT TO WS-TOLERANCE-CENTS
               ELSE
                   DISPLAY "INVALID TOLERANCE '" WS-TOLERANCE-TEXT
                       "' ON THE PARM - GIVE IT IN CENTS AS NNNNN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           DIVIDE WS-TOLERANCE-CENTS BY 100 GIVING WS-TOLERANCE.
      *
      *    A MISSING DRAWER CLOSE FILE (STATUS 35) IS READ AS EMPTY -
      *    EVERY STORE WITH POSTED ACTIVITY THEN SHOWS SHORT, WHICH
      *    IS EXACTLY THE CONDITION THIS REPORT EXISTS TO CATCH.
      *
       100-LOAD-DRAWER-CLOSE.
      *
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT DRAWER-CLOSE-FILE.
           IF WS-DRAWER-CLOSE-STATUS = "35"
               DISPLAY "NO DRAWER CLOSE FILE WAS UPLOADED FOR THE "
                   "BUSINESS DATE."
               MOVE "Y" TO WS-FILE-EOF
           ELSE
               IF WS-DRAWER-CLOSE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE DRAWER CLOSE FILE - "
                       "FILE STATUS " WS-DRAWER-CLOSE-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DRAWER-CLOSE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF DC-BUSINESS-DATE NOT = WS-CURRENT-RUN-DATE
                           ADD 1 TO WS-OTHER-DATE-COUNT
                       ELSE
                           PERFORM 110-POST-DRAWER-CLOSE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DRAWER-CLOSE-STATUS NOT = "35"
               CLOSE DRAWER-CLOSE-FILE
           END-IF.
      *
       110-POST-DRAWER-CLOSE.
      *
           ADD 1 TO WS-ZTAPE-COUNT.
           MOVE DC-STORE-NUMBER TO WS-FIND-STORE.
           MOVE DC-REGISTER-NUMBER TO WS-FIND-REGISTER.
           PERFORM 600-FIND-REGISTER-ENTRY.
           PERFORM 610-FIND-STORE-ENTRY.
           IF WS-REGISTER-SUB NOT = ZERO
               IF RGT-ZTAPE-FOUND(WS-REGISTER-SUB) = "Y"
                   DISPLAY "DUPLICATE DRAWER CLOSE FOR STORE "
                       DC-STORE-NUMBER " REGISTER "
                       DC-REGISTER-NUMBER " - BOTH ARE COUNTED."
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
               MOVE "Y" TO RGT-ZTAPE-FOUND(WS-REGISTER-SUB)
               ADD DC-SALES-AMOUNT TO RGT-Z-SALES(WS-REGISTER-SUB)
               ADD DC-RETURNS-AMOUNT TO
                   RGT-Z-RETURNS(WS-REGISTER-SUB)
               ADD DC-TAX-COLLECTED TO RGT-Z-TAX(WS-REGISTER-SUB)
               ADD DC-TRANSACTION-COUNT TO
                   RGT-Z-COUNT(WS-REGISTER-SUB)
           END-IF.
           IF WS-STORE-SUB NOT = ZERO
               ADD DC-SALES-AMOUNT TO STT-Z-SALES(WS-STORE-SUB)
               ADD DC-RETURNS-AMOUNT TO STT-Z-RETURNS(WS-STORE-SUB)
               ADD DC-TAX-COLLECTED TO STT-Z-TAX(WS-STORE-SUB)
               ADD DC-TRANSACTION-COUNT TO STT-Z-COUNT(WS-STORE-SUB)
           END-IF.
      *
      *    THE TAXOUT DD IS THE BUSINESS DATE'S OWN GENERATION, SO
      *    EVERY RECORD ON IT IS THE DAY'S REGISTER ACTIVITY - THE
      *    SAME SCOPING CALC1040 RELIES ON.
      *
       200-TOTAL-TAX-RESULTS.
      *
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT TAX-RESULT-FILE.
           IF WS-TAX-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE TAX RESULT FILE - FILE "
                   "STATUS " WS-TAX-OUT-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TAX-RESULT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM 210-POST-TAX-RESULT
               END-READ
           END-PERFORM.
           CLOSE TAX-RESULT-FILE.
      *
       210-POST-TAX-RESULT.
      *
           PERFORM 220-SPLIT-TAX-RESULT.
           ADD WS-ITEM-COUNT TO WS-POSTED-COUNT.
           MOVE TR-STORE-NUMBER TO WS-FIND-STORE.
           MOVE TR-REGISTER-NUMBER TO WS-FIND-REGISTER.
           PERFORM 600-FIND-REGISTER-ENTRY.
           PERFORM 610-FIND-STORE-ENTRY.
           IF WS-REGISTER-SUB NOT = ZERO
               ADD WS-ITEM-SALES TO RGT-P-SALES(WS-REGISTER-SUB)
               ADD WS-ITEM-RETURNS TO RGT-P-RETURNS(WS-REGISTER-SUB)
               ADD WS-ITEM-TAX TO RGT-P-TAX(WS-REGISTER-SUB)
               ADD WS-ITEM-COUNT TO RGT-P-COUNT(WS-REGISTER-SUB)
           END-IF.
           IF WS-STORE-SUB NOT = ZERO
               ADD WS-ITEM-SALES TO STT-P-SALES(WS-STORE-SUB)
               ADD WS-ITEM-RETURNS TO STT-P-RETURNS(WS-STORE-SUB)
               ADD WS-ITEM-TAX TO STT-P-TAX(WS-STORE-SUB)
               ADD WS-ITEM-COUNT TO STT-P-COUNT(WS-STORE-SUB)
           END-IF.
      *
      *    A RETURN POSTS ITS AMOUNT AS A NEGATIVE ON THE TAX RESULT
      *    FILE; THE Z-TAPE CARRIES GROSS RETURNS AS A MAGNITUDE.
      *    THE LINES OF A MULTI-LINE INVOICE ARE WRITTEN TOGETHER
      *    UNDER ITS INVOICE NUMBER AND WERE RUNG AS ONE
      *    TRANSACTION, SO ONLY THE FIRST OF THEM COUNTS.  A
      *    SINGLE-RECORD TRANSACTION CARRIES LINE NUMBER ZERO.  A
      *    TAX-INCLUDED PRICE POSTS NET OF ITS TAX, BUT THE REGISTER
      *    RANG THE GROSS, SO THE TAX IS ADDED BACK.
      *
       220-SPLIT-TAX-RESULT.
      *
           MOVE 1 TO WS-ITEM-COUNT.
           IF TR-LINE-NUMBER IS NUMERIC
                   AND TR-LINE-NUMBER NOT = ZERO
                   AND TR-INVOICE-NUMBER = WS-LAST-TR-INVOICE
               MOVE ZERO TO WS-ITEM-COUNT
           END-IF.
           MOVE TR-INVOICE-NUMBER TO WS-LAST-TR-INVOICE.
           MOVE ZERO TO WS-ITEM-SALES.
           MOVE ZERO TO WS-ITEM-RETURNS.
           IF TR-TRANSACTION-TYPE = "R"
               SUBTRACT TR-SALES-AMOUNT FROM ZERO
                   GIVING WS-ITEM-RETURNS
               IF TR-TAX-INCLUDED-FLAG = "Y"
                   SUBTRACT TR-SALES-TAX FROM WS-ITEM-RETURNS
               END-IF
           ELSE
               MOVE TR-SALES-AMOUNT TO WS-ITEM-SALES
               IF TR-TAX-INCLUDED-FLAG = "Y"
                   ADD TR-SALES-TAX TO WS-ITEM-SALES
               END-IF
           END-IF.
           MOVE TR-SALES-TAX TO WS-ITEM-TAX.
      *
      *    THE INTERACTIVE TAX RESULT FILE IS APPEND-FOREVER, SO
      *    ONLY THE BUSINESS DATE'S POSTINGS ARE TAKEN.  A MISSING
      *    FILE (STATUS 35) MEANS NO COUNTER POSTING HAS EVER BEEN
      *    MADE.
      *
       300-TOTAL-COUNTER-POSTINGS.
      *
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT INTERACTIVE-RESULT-FILE.
           IF WS-INTERACTIVE-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF
           ELSE
               IF WS-INTERACTIVE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE INTERACTIVE TAX RESULT "
                       "FILE - FILE STATUS " WS-INTERACTIVE-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ INTERACTIVE-RESULT-FILE INTO TAX-RESULT-RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TR-TRANSACTION-DATE = WS-CURRENT-RUN-DATE
                           PERFORM 310-POST-COUNTER-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-INTERACTIVE-STATUS NOT = "35"
               CLOSE INTERACTIVE-RESULT-FILE
           END-IF.
      *
       310-POST-COUNTER-RESULT.
      *
           PERFORM 220-SPLIT-TAX-RESULT.
           ADD WS-ITEM-COUNT TO WS-COUNTER-COUNT.
           MOVE TR-STORE-NUMBER TO WS-FIND-STORE.
           PERFORM 610-FIND-STORE-ENTRY.
           IF WS-STORE-SUB NOT = ZERO
               ADD WS-ITEM-SALES TO STT-C-SALES(WS-STORE-SUB)
               ADD WS-ITEM-RETURNS TO STT-C-RETURNS(WS-STORE-SUB)
               ADD WS-ITEM-TAX TO STT-C-TAX(WS-STORE-SUB)
               ADD WS-ITEM-COUNT TO STT-C-COUNT(WS-STORE-SUB)
           END-IF.
      *
      *    A MISSING SUSPENSE FILE (STATUS 35) JUST MEANS NO RECORD
      *    HAS EVER BEEN SUSPENDED.  ONLY RECORDS FIRST SUSPENDED
      *    UNDER THE BUSINESS DATE WERE RUNG THAT DAY.  A SUSPENDED
      *    INVOICE IS TAKEN FROM ITS HEADER, WHICH CARRIES THE
      *    INVOICE TOTAL, STORE AND REGISTER; ITS LINE RECORDS
      *    CARRY NEITHER AND ARE SKIPPED.
      *
       400-TOTAL-SUSPENSE-FILE.
      *
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               MOVE "Y" TO WS-FILE-EOF
           ELSE
               IF WS-SUSPENSE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE SUSPENSE FILE - FILE "
                       "STATUS " WS-SUSPENSE-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE SU-SALES-TRANSACTION TO WS-SUSPENDED-TXN
                       IF SU-RUN-DATE = WS-CURRENT-RUN-DATE
                               AND WS-SX-RECORD-TYPE NOT = "L"
                           PERFORM 410-POST-SUSPENDED-TXN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SUSPENSE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.
      *
       410-POST-SUSPENDED-TXN.
      *
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE ZERO TO WS-ITEM-SALES.
           MOVE ZERO TO WS-ITEM-RETURNS.
           IF WS-SX-TRANSACTION-TYPE = "R"
               MOVE WS-SX-SALES-AMOUNT TO WS-ITEM-RETURNS
           ELSE
               MOVE WS-SX-SALES-AMOUNT TO WS-ITEM-SALES
           END-IF.
           MOVE WS-SX-STORE-NUMBER TO WS-FIND-STORE.
           MOVE WS-SX-REGISTER-NUMBER TO WS-FIND-REGISTER.
           PERFORM 600-FIND-REGISTER-ENTRY.
           PERFORM 610-FIND-STORE-ENTRY.
           IF WS-REGISTER-SUB NOT = ZERO
               ADD WS-ITEM-SALES TO RGT-S-SALES(WS-REGISTER-SUB)
               ADD WS-ITEM-RETURNS TO RGT-S-RETURNS(WS-REGISTER-SUB)
               ADD 1 TO RGT-S-COUNT(WS-REGISTER-SUB)
           END-IF.
           IF WS-STORE-SUB NOT = ZERO
               ADD WS-ITEM-SALES TO STT-S-SALES(WS-STORE-SUB)
               ADD WS-ITEM-RETURNS TO STT-S-RETURNS(WS-STORE-SUB)
               ADD 1 TO STT-S-COUNT(WS-STORE-SUB)
           END-IF.
      *
       500-PRINT-RECONCILIATION.
      *
           DISPLAY "REGISTER DRAWER CLOSE RECONCILIATION - CALC1045 - "
               "BUSINESS DATE " WS-CURRENT-RUN-DATE.
           DISPLAY "OVER/SHORT IS Z-TAPE MINUS POSTED; TOLERANCE "
               WS-TOLERANCE " PER STORE.".
           DISPLAY "STOR REG SOURCE               SALES         "
               "RETURNS            TAX      COUNT".
           DISPLAY "---- --- ---------- --------------- "
               "--------------- -------------- ----------".
           PERFORM 510-PRINT-ONE-STORE
               VARYING WS-PRINT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-SUB > WS-STORE-COUNT.
           DISPLAY "---- --- ---------- --------------- "
               "--------------- -------------- ----------".
           MOVE WS-ZTAPE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "DRAWER CLOSE RECORDS READ . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "POSTED TRANSACTIONS . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-COUNTER-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "COUNTER POSTINGS FOR THE DATE . . "
               WS-DISPLAY-COUNT.
           MOVE WS-SUSPENDED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "SUSPENDED UNDER THE DATE  . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-STORES-OUT TO WS-DISPLAY-COUNT.
           DISPLAY "STORES OUT OF TOLERANCE . . . . . "
               WS-DISPLAY-COUNT.
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE WS-DUPLICATE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "DUPLICATE DRAWER CLOSE RECORDS  . "
                   WS-DISPLAY-COUNT
           END-IF.
           IF WS-OTHER-DATE-COUNT > ZERO
               MOVE WS-OTHER-DATE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "WARNING - " WS-DISPLAY-COUNT " DRAWER CLOSE "
                   "RECORD(S) FOR ANOTHER BUSINESS DATE SKIPPED."
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "WARNING - THE REPORT TABLES OVERFLOWED AND "
                   "THE RECONCILIATION IS INCOMPLETE."
           END-IF.
      *
       510-PRINT-ONE-STORE.
      *
           PERFORM 520-PRINT-ONE-REGISTER
               VARYING WS-PRINT-REG-SUB FROM 1 BY 1
               UNTIL WS-PRINT-REG-SUB > WS-REGISTER-COUNT.
           MOVE STT-STORE-NUMBER(WS-PRINT-SUB) TO WS-PF-STORE-NUMBER.
           MOVE "ALL" TO WS-PF-REGISTER-NUMBER.
           IF STT-C-COUNT(WS-PRINT-SUB) NOT = ZERO
               MOVE "COUNTER" TO WS-PF-SOURCE
               MOVE STT-C-SALES(WS-PRINT-SUB) TO WS-PF-SALES
               MOVE STT-C-RETURNS(WS-PRINT-SUB) TO WS-PF-RETURNS
               MOVE STT-C-TAX(WS-PRINT-SUB) TO WS-PF-TAX
               MOVE STT-C-COUNT(WS-PRINT-SUB) TO WS-PF-COUNT
               MOVE SPACES TO WS-PF-FLAG
               PERFORM 590-PRINT-FIGURES
           END-IF.
           MOVE "Z-TAPE" TO WS-PF-SOURCE.
           MOVE STT-Z-SALES(WS-PRINT-SUB) TO WS-PF-SALES.
           MOVE STT-Z-RETURNS(WS-PRINT-SUB) TO WS-PF-RETURNS.
           MOVE STT-Z-TAX(WS-PRINT-SUB) TO WS-PF-TAX.
           MOVE STT-Z-COUNT(WS-PRINT-SUB) TO WS-PF-COUNT.
           MOVE SPACES TO WS-PF-FLAG.
           PERFORM 590-PRINT-FIGURES.
           MOVE "POSTED" TO WS-PF-SOURCE.
           COMPUTE WS-PF-SALES = STT-P-SALES(WS-PRINT-SUB)
               + STT-C-SALES(WS-PRINT-SUB)
               + STT-S-SALES(WS-PRINT-SUB).
           COMPUTE WS-PF-RETURNS = STT-P-RETURNS(WS-PRINT-SUB)
               + STT-C-RETURNS(WS-PRINT-SUB)
               + STT-S-RETURNS(WS-PRINT-SUB).
           COMPUTE WS-PF-TAX = STT-P-TAX(WS-PRINT-SUB)
               + STT-C-TAX(WS-PRINT-SUB).
           COMPUTE WS-PF-COUNT = STT-P-COUNT(WS-PRINT-SUB)
               + STT-C-COUNT(WS-PRINT-SUB)
               + STT-S-COUNT(WS-PRINT-SUB).
           MOVE SPACES TO WS-PF-FLAG.
           IF STT-S-COUNT(WS-PRINT-SUB) NOT = ZERO
               MOVE "INCL SUSPENDED, TAX UNKNOWN" TO WS-PF-FLAG
           END-IF.
           PERFORM 590-PRINT-FIGURES.
           COMPUTE WS-DIFF-SALES = STT-Z-SALES(WS-PRINT-SUB)
               - WS-PF-SALES.
           COMPUTE WS-DIFF-RETURNS = STT-Z-RETURNS(WS-PRINT-SUB)
               - WS-PF-RETURNS.
           COMPUTE WS-DIFF-TAX = STT-Z-TAX(WS-PRINT-SUB)
               - WS-PF-TAX.
           COMPUTE WS-DIFF-COUNT = STT-Z-COUNT(WS-PRINT-SUB)
               - WS-PF-COUNT.
           MOVE "N" TO WS-STORE-OUT.
           IF WS-DIFF-SALES > WS-TOLERANCE
                   OR WS-DIFF-SALES < ZERO - WS-TOLERANCE
                   OR WS-DIFF-RETURNS > WS-TOLERANCE
                   OR WS-DIFF-RETURNS < ZERO - WS-TOLERANCE
                   OR WS-DIFF-COUNT NOT = ZERO
               MOVE "Y" TO WS-STORE-OUT
           END-IF.
           IF STT-S-COUNT(WS-PRINT-SUB) = ZERO
                   AND (WS-DIFF-TAX > WS-TOLERANCE
                     OR WS-DIFF-TAX < ZERO - WS-TOLERANCE)
               MOVE "Y" TO WS-STORE-OUT
           END-IF.
           MOVE "OVER/SHORT" TO WS-PF-SOURCE.
           MOVE WS-DIFF-SALES TO WS-PF-SALES.
           MOVE WS-DIFF-RETURNS TO WS-PF-RETURNS.
           MOVE WS-DIFF-TAX TO WS-PF-TAX.
           MOVE WS-DIFF-COUNT TO WS-PF-COUNT.
           IF WS-STORE-OUT = "Y"
               MOVE "*** STORE OUT ***" TO WS-PF-FLAG
               ADD 1 TO WS-STORES-OUT
           ELSE
               MOVE "STORE IN TOLERANCE" TO WS-PF-FLAG
           END-IF.
           PERFORM 590-PRINT-FIGURES.
           DISPLAY " ".
      *
      *    A REGISTER IS PRINTED UNDER ITS STORE: ITS Z-TAPE, WHAT
      *    POSTED FOR IT (INCLUDING WHAT SUSPENDED) AND THE
      *    DIFFERENCE.  REGISTER DIFFERENCES ARE INFORMATIONAL - A
      *    COUNTER POSTING CAN STAND IN FOR A REGISTER SALE, SO THE
      *    TOLERANCE IS APPLIED TO THE STORE AS A WHOLE.
      *
       520-PRINT-ONE-REGISTER.
      *
           IF RGT-STORE-NUMBER(WS-PRINT-REG-SUB) =
                   STT-STORE-NUMBER(WS-PRINT-SUB)
               MOVE RGT-STORE-NUMBER(WS-PRINT-REG-SUB) TO
                   WS-PF-STORE-NUMBER
               MOVE RGT-REGISTER-NUMBER(WS-PRINT-REG-SUB) TO
                   WS-PF-REGISTER-NUMBER
               MOVE "Z-TAPE" TO WS-PF-SOURCE
               MOVE RGT-Z-SALES(WS-PRINT-REG-SUB) TO WS-PF-SALES
               MOVE RGT-Z-RETURNS(WS-PRINT-REG-SUB) TO WS-PF-RETURNS
               MOVE RGT-Z-TAX(WS-PRINT-REG-SUB) TO WS-PF-TAX
               MOVE RGT-Z-COUNT(WS-PRINT-REG-SUB) TO WS-PF-COUNT
               IF RGT-ZTAPE-FOUND(WS-PRINT-REG-SUB) = "Y"
                   MOVE SPACES TO WS-PF-FLAG
               ELSE
                   MOVE "NO DRAWER CLOSE RECEIVED" TO WS-PF-FLAG
               END-IF
               PERFORM 590-PRINT-FIGURES
               MOVE "POSTED" TO WS-PF-SOURCE
               COMPUTE WS-PF-SALES = RGT-P-SALES(WS-PRINT-REG-SUB)
                   + RGT-S-SALES(WS-PRINT-REG-SUB)
               COMPUTE WS-PF-RETURNS =
                   RGT-P-RETURNS(WS-PRINT-REG-SUB)
                   + RGT-S-RETURNS(WS-PRINT-REG-SUB)
               MOVE RGT-P-TAX(WS-PRINT-REG-SUB) TO WS-PF-TAX
               COMPUTE WS-PF-COUNT = RGT-P-COUNT(WS-PRINT-REG-SUB)
                   + RGT-S-COUNT(WS-PRINT-REG-SUB)
               MOVE SPACES TO WS-PF-FLAG
               IF RGT-S-COUNT(WS-PRINT-REG-SUB) NOT = ZERO
                   MOVE "INCL SUSPENDED, TAX UNKNOWN" TO WS-PF-FLAG
               END-IF
               PERFORM 590-PRINT-FIGURES
               MOVE "OVER/SHORT" TO WS-PF-SOURCE
               COMPUTE WS-PF-SALES = RGT-Z-SALES(WS-PRINT-REG-SUB)
                   - WS-PF-SALES
               COMPUTE WS-PF-RETURNS =
                   RGT-Z-RETURNS(WS-PRINT-REG-SUB) - WS-PF-RETURNS
               COMPUTE WS-PF-TAX = RGT-Z-TAX(WS-PRINT-REG-SUB)
                   - WS-PF-TAX
               COMPUTE WS-PF-COUNT = RGT-Z-COUNT(WS-PRINT-REG-SUB)
                   - WS-PF-COUNT
               MOVE SPACES TO WS-PF-FLAG
               PERFORM 590-PRINT-FIGURES
           END-IF.
      *
       590-PRINT-FIGURES.
      *
           MOVE WS-PF-STORE-NUMBER TO WS-RL-STORE-NUMBER.
           MOVE WS-PF-REGISTER-NUMBER TO WS-RL-REGISTER-NUMBER.
           MOVE WS-PF-SOURCE TO WS-RL-SOURCE.
           MOVE WS-PF-SALES TO WS-RL-SALES.
           MOVE WS-PF-RETURNS TO WS-RL-RETURNS.
           MOVE WS-PF-TAX TO WS-RL-TAX.
           MOVE WS-PF-COUNT TO WS-RL-COUNT.
           MOVE WS-PF-FLAG TO WS-RL-FLAG.
           DISPLAY WS-REPORT-LINE.
      *
       600-FIND-REGISTER-ENTRY.
      *
           MOVE ZERO TO WS-REGISTER-SUB.
           PERFORM VARYING RGT-IDX FROM 1 BY 1
                   UNTIL RGT-IDX > WS-REGISTER-COUNT
                      OR WS-REGISTER-SUB NOT = ZERO
               IF RGT-STORE-NUMBER(RGT-IDX) = WS-FIND-STORE
                       AND RGT-REGISTER-NUMBER(RGT-IDX) =
                           WS-FIND-REGISTER
                   SET WS-REGISTER-SUB TO RGT-IDX
               END-IF
           END-PERFORM.
           IF WS-REGISTER-SUB = ZERO
               IF WS-REGISTER-COUNT = 500
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 500 REGISTERS FOR THE DATE "
                           "- THE RECONCILIATION IS INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE WS-REGISTER-COUNT TO WS-REGISTER-SUB
                   MOVE WS-FIND-STORE TO
                       RGT-STORE-NUMBER(WS-REGISTER-SUB)
                   MOVE WS-FIND-REGISTER TO
                       RGT-REGISTER-NUMBER(WS-REGISTER-SUB)
                   MOVE "N" TO RGT-ZTAPE-FOUND(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-Z-SALES(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-Z-RETURNS(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-Z-TAX(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-Z-COUNT(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-P-SALES(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-P-RETURNS(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-P-TAX(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-P-COUNT(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-S-SALES(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-S-RETURNS(WS-REGISTER-SUB)
                   MOVE ZERO TO RGT-S-COUNT(WS-REGISTER-SUB)
               END-IF
           END-IF.
      *
       610-FIND-STORE-ENTRY.
      *
           MOVE ZERO TO WS-STORE-SUB.
           PERFORM VARYING STT-IDX FROM 1 BY 1
                   UNTIL STT-IDX > WS-STORE-COUNT
                      OR WS-STORE-SUB NOT = ZERO
               IF STT-STORE-NUMBER(STT-IDX) = WS-FIND-STORE
                   SET WS-STORE-SUB TO STT-IDX
               END-IF
           END-PERFORM.
           IF WS-STORE-SUB = ZERO
               IF WS-STORE-COUNT = 200
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 200 STORES FOR THE DATE "
                           "- THE RECONCILIATION IS INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-STORE-COUNT
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
                   MOVE WS-FIND-STORE TO
                       STT-STORE-NUMBER(WS-STORE-SUB)
                   MOVE ZERO TO STT-Z-SALES(WS-STORE-SUB)
                   MOVE ZERO TO STT-Z-RETURNS(WS-STORE-SUB)
                   MOVE ZERO TO STT-Z-TAX(WS-STORE-SUB)
                   MOVE ZERO TO STT-Z-COUNT(WS-STORE-SUB)
                   MOVE ZERO TO STT-P-SALES(WS-STORE-SUB)
                   MOVE ZERO TO STT-P-RETURNS(WS-STORE-SUB)
                   MOVE ZERO TO STT-P-TAX(WS-STORE-SUB)
                   MOVE ZERO TO STT-P-COUNT(WS-STORE-SUB)
                   MOVE ZERO TO STT-C-SALES(WS-STORE-SUB)
                   MOVE ZERO TO STT-C-RETURNS(WS-STORE-SUB)
                   MOVE ZERO TO STT-C-TAX(WS-STORE-SUB)
                   MOVE ZERO TO STT-C-COUNT(WS-STORE-SUB)
                   MOVE ZERO TO STT-S-SALES(WS-STORE-SUB)
                   MOVE ZERO TO STT-S-RETURNS(WS-STORE-SUB)
                   MOVE ZERO TO STT-S-COUNT(WS-STORE-SUB)
               END-IF
           END-IF.
