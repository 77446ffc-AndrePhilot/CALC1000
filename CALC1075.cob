       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1075.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            AUDIT LOG VERIFICATION.  READS THE AUDIT
      *                    LOG (AUDITLOG DD - THE LIVE LOG, ONE
      *                    ARCHIVE GENERATION, OR GENERATIONS
      *                    CONCATENATED OLDEST FIRST, WITH OR
      *                    WITHOUT THE LIVE LOG AFTER THEM) AND
      *                    PROVES EACH SOURCE'S SERIES:
      *                      - EVERY SEQUENCE NUMBER IS ONE MORE
      *                        THAN THE SOURCE'S LAST - A JUMP IS A
      *                        GAP (RECORDS DELETED), A REPEAT OR A
      *                        STEP BACK IS A DUPLICATE OR AN
      *                        OUT-OF-SEQUENCE RECORD;
      *                      - EVERY CHECK VALUE RECOMPUTES (SEE
      *                        AUDSTAMP) FROM THE SOURCE'S PREVIOUS
      *                        ONE - A MISMATCH IS AN ALTERED OR
      *                        SPLICED RECORD;
      *                      - EVERY RUN TRAILER'S DETAIL COUNT,
      *                        NET AMOUNT AND TAX TOTALS AND FIRST
      *                        SEQUENCE AGREE WITH THE RECORDS
      *                        BETWEEN IT AND ITS HEADER.
      *                    THE FIRST RECORD SEEN FOR A SOURCE SEEDS
      *                    ITS CHAIN (UNLESS IT IS THE SOURCE'S
      *                    FIRST RECORD EVER), SO A LOG THAT STARTS
      *                    PART WAY THROUGH A SERIES - A LATER
      *                    ARCHIVE GENERATION, OR THE LIVE LOG AFTER
      *                    AN ARCHIVE - VERIFIES FROM WHERE IT
      *                    STARTS.  RECORDS WRITTEN BEFORE THE
      *                    SEQUENCING EXISTED ARE COUNTED AND
      *                    SKIPPED, BUT AN UNSEQUENCED RECORD AFTER
      *                    THE FIRST SEQUENCED ONE IS AN ERROR.
      *                    WITH PARM='LIVE' THE LAST SEQUENCE NUMBER
      *                    AND CHECK VALUE SEEN FOR EACH SOURCE ARE
      *                    ALSO PROVED AGAINST THE AUDIT SEQUENCE
      *                    MASTER (AUDSEQ DD), WHICH CATCHES RECORDS
      *                    CUT FROM THE END OF THE LIVE LOG - RUN IT
      *                    THAT WAY ONLY AGAINST THE LIVE LOG AND
      *                    ONLY WHILE NOTHING IS WRITING IT.
      *                    EACH EXCEPTION PRINTS WITH ITS SOURCE,
      *                    DATE AND SEQUENCE NUMBER, FOLLOWED BY A
      *                    SUMMARY BY SOURCE AND DATE.  ENDS WITH
      *                    RC=8 WHEN ANY ERROR WAS FOUND, RC=4 WHEN
      *                    ONLY WARNINGS WERE (A RUN WITH NO TRAILER
      *                    - STILL RUNNING, OR ENDED ABNORMALLY), AND
      *                    RC=16 WHEN A FILE CANNOT BE READ.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-SOURCE-ID
               FILE STATUS IS WS-AUDIT-SEQ-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
      *
       FD  AUDIT-SEQUENCE-FILE.
       COPY AUDSEQ.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-AUDIT-LOG-STATUS    PIC X(2)      VALUE "00".
       77  WS-AUDIT-LOG-EOF       PIC X         VALUE "N".
       77  WS-AUDIT-SEQ-STATUS    PIC X(2)      VALUE "00".
       77  WS-AUDIT-SEQ-EOF       PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(8)      VALUE SPACES.
       77  WS-LIVE-MODE           PIC X         VALUE "N".
       77  WS-TODAY-DATE          PIC 9(8)      VALUE ZERO.
      *
      *    THE ARGUMENTS PASSED TO AUDSTAMP TO RECOMPUTE A CHECK
      *    VALUE.
      *
       77  WS-STAMP-ACTION        PIC X         VALUE "K".
       77  WS-STAMP-PROGRAM-ID    PIC X(8)      VALUE "CALC1075".
       77  WS-CHAIN-VALUE         PIC 9(9)      VALUE ZERO.
       77  WS-STAMP-RESULT        PIC 9(2)      VALUE ZERO.
       77  WS-STAMP-MESSAGE       PIC X(132)    VALUE SPACES.
      *
       77  WS-SEQUENCING-STARTED  PIC X         VALUE "N".
       77  WS-SOURCE-SUB          PIC 9(4)      VALUE ZERO.
       77  WS-SOURCE-FOUND-SUB    PIC 9(4)      VALUE ZERO.
       77  WS-SOURCE-COUNT        PIC 9(4)      VALUE ZERO.
       77  WS-DATE-SUB            PIC 9(4)      VALUE ZERO.
       77  WS-DATE-FOUND-SUB      PIC 9(4)      VALUE ZERO.
       77  WS-DATE-COUNT          PIC 9(4)      VALUE ZERO.
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
       77  WS-EXPECTED-SEQUENCE   PIC 9(10)     VALUE ZERO.
       77  WS-MISSING-THRU        PIC 9(9)      VALUE ZERO.
       77  WS-KEY-SOURCE-ID       PIC X(8)      VALUE SPACES.
       77  WS-KEY-DATE            PIC X(8)      VALUE SPACES.
      *
       77  WS-READ-COUNT          PIC 9(9)      VALUE ZERO.
       77  WS-LEGACY-COUNT        PIC 9(9)      VALUE ZERO.
       77  WS-SEQUENCED-COUNT     PIC 9(9)      VALUE ZERO.
       77  WS-ERROR-COUNT         PIC 9(7)      VALUE ZERO.
       77  WS-WARNING-COUNT       PIC 9(7)      VALUE ZERO.
       77  WS-NOTE-COUNT          PIC 9(7)      VALUE ZERO.
      *
      *    ONE EXCEPTION, SET BY THE CHECK THAT FOUND IT BEFORE
      *    880-REPORT-EXCEPTION IS PERFORMED.  THE SEVERITY IS
      *    "ERROR", "WARNING" OR "NOTE"; THE CATEGORY NAMES THE
      *    SUMMARY COLUMN IT IS COUNTED IN - G GAP, D DUPLICATE OR
      *    OUT OF SEQUENCE, C CHECK VALUE, T TRAILER OR RUN
      *    BOUNDARY, O ANY OTHER.  A NOTE IS NOT COUNTED.
      *
       77  WS-EXC-SEVERITY        PIC X(7)      VALUE SPACES.
       77  WS-EXC-CATEGORY        PIC X         VALUE SPACE.
       77  WS-EXC-SEQUENCE        PIC 9(9)      VALUE ZERO.
       77  WS-EXC-TEXT            PIC X(90)     VALUE SPACES.
      *
       77  WS-DISPLAY-COUNT       PIC ZZZ,ZZZ,ZZ9.
       77  WS-DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  WS-DISPLAY-TAX         PIC Z,ZZZ,ZZZ,ZZZ.99-.
       77  WS-DISPLAY-SEQ-A       PIC 9(9).
       77  WS-DISPLAY-SEQ-B       PIC 9(9).
      *
       01  WS-TIMESTAMP-PARTS.
           05  WS-TS-DATE             PIC X(8).
           05  FILLER                 PIC X(13).
      *
      *    ONE ENTRY PER AUDIT SOURCE SEEN ON THE LOG.  THE RUN
      *    STATE IS "N" BETWEEN RUNS, "O" WHEN THE RUN'S HEADER WAS
      *    SEEN AND ITS DETAIL IS BEING TALLIED, AND "P" WHEN THE
      *    RUN'S START IS NOT ON THIS LOG (THE SOURCE WAS FIRST
      *    SEEN PART WAY THROUGH IT, OR A GAP CUT INTO IT) SO ITS
      *    TRAILER CANNOT BE PROVED.
      *
       01  SOURCE-VERIFY-TABLE.
           05  SOURCE-VERIFY-ENTRY OCCURS 50 TIMES.
               10  VS-SOURCE-ID           PIC X(8).
               10  VS-FIRST-SEQUENCE      PIC 9(9).
               10  VS-LAST-SEQUENCE       PIC 9(9).
               10  VS-LAST-CHECK-VALUE    PIC 9(9).
               10  VS-LAST-DATE           PIC X(8).
               10  VS-RECORD-COUNT        PIC 9(9).
               10  VS-EXCEPTION-COUNT     PIC 9(7).
               10  VS-RUN-STATE           PIC X.
               10  VS-RUN-HEADER-SEQUENCE PIC 9(9).
               10  VS-RUN-COUNT           PIC 9(9).
               10  VS-RUN-AMOUNT          PIC S9(11)V99.
               10  VS-RUN-TAX             PIC S9(11)V99.
               10  VS-RUNS-PROVED         PIC 9(7).
               10  VS-ON-MASTER           PIC X.
      *
      *    ONE ENTRY PER SOURCE AND TIMESTAMP DATE, FOR THE SUMMARY.
      *
       01  SOURCE-DATE-TABLE.
           05  SOURCE-DATE-ENTRY OCCURS 3000 TIMES.
               10  SD-SOURCE-ID           PIC X(8).
               10  SD-DATE                PIC X(8).
               10  SD-RECORD-COUNT        PIC 9(7).
               10  SD-GAP-COUNT           PIC 9(5).
               10  SD-DUPLICATE-COUNT     PIC 9(5).
               10  SD-CHAIN-COUNT         PIC 9(5).
               10  SD-TRAILER-COUNT       PIC 9(5).
               10  SD-OTHER-COUNT         PIC 9(5).
      *
       01  WS-EXCEPTION-LINE.
           05  WS-EL-SEVERITY         PIC X(7).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-EL-SOURCE-ID        PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-EL-DATE             PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-EL-SEQUENCE         PIC Z(8)9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-EL-TEXT             PIC X(90).
      *
       01  WS-SUMMARY-LINE.
           05  WS-SL-SOURCE-ID        PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-DATE             PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-GAPS             PIC ZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-DUPLICATES       PIC ZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-CHAIN            PIC ZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-TRAILER          PIC ZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-SL-OTHER            PIC ZZ,ZZ9.
      *
       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                 PIC X(9)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "SEQUENCES".
           05  WS-ST-FIRST-SEQUENCE   PIC Z(8)9.
           05  FILLER                 PIC X(6)  VALUE " THRU ".
           05  WS-ST-LAST-SEQUENCE    PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-ST-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE " RECORDS, ".
           05  WS-ST-RUNS             PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE
                                           " TRAILERS PROVED".
      *
       LINKAGE SECTION.
      *
      *    THE EXEC PARM IS 'LIVE' TO PROVE THE LOG AGAINST THE
      *    AUDIT SEQUENCE MASTER AS WELL, OR OMITTED.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(8).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-VERIFY-AUDIT-LOG.
      *
           PERFORM 050-PARSE-PARM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE AUDIT LOG FILE - FILE "
                   "STATUS " WS-AUDIT-LOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "AUDIT LOG VERIFICATION - CALC1075 - RUN "
               WS-TODAY-DATE.
           IF WS-LIVE-MODE = "Y"
               DISPLAY "MODE: LIVE LOG, PROVED AGAINST THE AUDIT "
                   "SEQUENCE MASTER"
           ELSE
               DISPLAY "MODE: LOG ONLY"
           END-IF.
           DISPLAY "LEVEL   SOURCE   DATE      SEQUENCE EXCEPTION".
           DISPLAY "------- -------- -------- --------- ----------"
               "-----------------------------------------------".
           PERFORM UNTIL WS-AUDIT-LOG-EOF = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-LOG-EOF
                   NOT AT END
                       PERFORM 100-VERIFY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 400-CHECK-OPEN-RUNS
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
           IF WS-LIVE-MODE = "Y"
               PERFORM 450-COMPARE-SEQUENCE-MASTER
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM 500-PRINT-SUMMARY.
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       050-PARSE-PARM.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 8
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           IF WS-PARM-TEXT = "LIVE"
               MOVE "Y" TO WS-LIVE-MODE
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY "INVALID PARM '" WS-PARM-TEXT "' - USE "
                       "'LIVE' OR OMIT THE PARM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *    A RECORD WITH NO SOURCE OR SEQUENCE NUMBER WAS EITHER
      *    WRITTEN BEFORE THE SEQUENCING EXISTED - ONLY POSSIBLE
      *    AHEAD OF THE FIRST SEQUENCED RECORD - OR ADDED TO THE
      *    LOG BY SOMETHING OTHER THAN THE SYSTEM'S OWN WRITERS.
      *
       100-VERIFY-ONE-RECORD.
      *
           ADD 1 TO WS-READ-COUNT.
           MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS.
           IF AL-SOURCE-ID = SPACES
                   OR AL-SEQUENCE-NUMBER IS NOT NUMERIC
               IF WS-SEQUENCING-STARTED = "N"
                   ADD 1 TO WS-LEGACY-COUNT
               ELSE
                   MOVE AL-TERMINAL-ID TO WS-KEY-SOURCE-ID
                   MOVE WS-TS-DATE TO WS-KEY-DATE
                   PERFORM 140-FIND-DATE-ENTRY
                   MOVE ZERO TO WS-SOURCE-FOUND-SUB
                   MOVE "ERROR" TO WS-EXC-SEVERITY
                   MOVE "O" TO WS-EXC-CATEGORY
                   MOVE ZERO TO WS-EXC-SEQUENCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "UNSEQUENCED RECORD AFTER SEQUENCING BEGAN - "
                       "NOT WRITTEN BY THE SYSTEM"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 880-REPORT-EXCEPTION
               END-IF
           ELSE
               MOVE "Y" TO WS-SEQUENCING-STARTED
               ADD 1 TO WS-SEQUENCED-COUNT
               MOVE AL-SOURCE-ID TO WS-KEY-SOURCE-ID
               MOVE WS-TS-DATE TO WS-KEY-DATE
               PERFORM 130-FIND-SOURCE-ENTRY
               PERFORM 140-FIND-DATE-ENTRY
               IF WS-SOURCE-FOUND-SUB NOT = ZERO
                   PERFORM 120-VERIFY-SEQUENCED-RECORD
               END-IF
           END-IF.
      *
       120-VERIFY-SEQUENCED-RECORD.
      *
           MOVE WS-SOURCE-FOUND-SUB TO WS-SOURCE-SUB.
           ADD 1 TO VS-RECORD-COUNT(WS-SOURCE-SUB).
           MOVE WS-TS-DATE TO VS-LAST-DATE(WS-SOURCE-SUB).
           IF AL-SOURCE-ID NOT = AL-TERMINAL-ID
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "O" TO WS-EXC-CATEGORY
               MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "SOURCE ID DOES NOT MATCH THE TERMINAL ID "
                   AL-TERMINAL-ID " THE RECORD CARRIES"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
           IF AL-RECORD-TYPE NOT = "D" AND AL-RECORD-TYPE NOT = "H"
                   AND AL-RECORD-TYPE NOT = "T"
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "O" TO WS-EXC-CATEGORY
               MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "UNKNOWN RECORD TYPE '" AL-RECORD-TYPE "'"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
           PERFORM 200-CHECK-SEQUENCE.
      *
      *    A NEW SOURCE STARTS IN RUN STATE "P" - UNTIL ITS FIRST
      *    HEADER IS SEEN, THE LOG MAY HAVE PICKED IT UP PART WAY
      *    THROUGH A RUN.
      *
       130-FIND-SOURCE-ENTRY.
      *
           MOVE ZERO TO WS-SOURCE-FOUND-SUB.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                      OR WS-SOURCE-FOUND-SUB NOT = ZERO
               IF VS-SOURCE-ID(WS-SOURCE-SUB) = WS-KEY-SOURCE-ID
                   MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-SOURCE-FOUND-SUB = ZERO
               IF WS-SOURCE-COUNT = 50
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 50 AUDIT SOURCES ON THE LOG "
                           "- SOURCE " WS-KEY-SOURCE-ID
                           " AND LATER ONES ARE NOT VERIFIED."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-FOUND-SUB
                   MOVE WS-KEY-SOURCE-ID TO
                       VS-SOURCE-ID(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-FIRST-SEQUENCE(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-LAST-SEQUENCE(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO
                       VS-LAST-CHECK-VALUE(WS-SOURCE-FOUND-SUB)
                   MOVE SPACES TO VS-LAST-DATE(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-RECORD-COUNT(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO
                       VS-EXCEPTION-COUNT(WS-SOURCE-FOUND-SUB)
                   MOVE "P" TO VS-RUN-STATE(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO
                       VS-RUN-HEADER-SEQUENCE(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-RUN-COUNT(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-RUN-AMOUNT(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO VS-RUN-TAX(WS-SOURCE-FOUND-SUB)
                   MOVE ZERO TO
                       VS-RUNS-PROVED(WS-SOURCE-FOUND-SUB)
                   MOVE "N" TO VS-ON-MASTER(WS-SOURCE-FOUND-SUB)
               END-IF
           END-IF.
      *
       140-FIND-DATE-ENTRY.
      *
           MOVE ZERO TO WS-DATE-FOUND-SUB.
           PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT BY -1
                   UNTIL WS-DATE-SUB < 1
                      OR WS-DATE-FOUND-SUB NOT = ZERO
               IF SD-SOURCE-ID(WS-DATE-SUB) = WS-KEY-SOURCE-ID
                       AND SD-DATE(WS-DATE-SUB) = WS-KEY-DATE
                   MOVE WS-DATE-SUB TO WS-DATE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-DATE-FOUND-SUB = ZERO
               IF WS-DATE-COUNT = 3000
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 3000 SOURCE/DATE "
                           "COMBINATIONS ON THE LOG - THE SUMMARY "
                           "IS INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-DATE-COUNT
                   MOVE WS-DATE-COUNT TO WS-DATE-FOUND-SUB
                   MOVE WS-KEY-SOURCE-ID TO
                       SD-SOURCE-ID(WS-DATE-FOUND-SUB)
                   MOVE WS-KEY-DATE TO SD-DATE(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-RECORD-COUNT(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-GAP-COUNT(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-DUPLICATE-COUNT(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-CHAIN-COUNT(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-TRAILER-COUNT(WS-DATE-FOUND-SUB)
                   MOVE ZERO TO SD-OTHER-COUNT(WS-DATE-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-DATE-FOUND-SUB NOT = ZERO
               ADD 1 TO SD-RECORD-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
      *
      *    THE SOURCE'S FIRST RECORD ON THE LOG SEEDS ITS CHAIN -
      *    UNLESS IT IS SEQUENCE 1, WHOSE CHECK VALUE CHAINS FROM
      *    ZERO AND IS PROVED.  A GAP RE-SEEDS THE CHAIN FROM THE
      *    RECORD AFTER IT, SO ONE DELETION IS REPORTED ONCE.  A
      *    DUPLICATE OR A STEP BACK IS REPORTED AND OTHERWISE
      *    IGNORED - THE SERIES CARRIES ON FROM WHERE IT WAS.
      *
       200-CHECK-SEQUENCE.
      *
           IF VS-RECORD-COUNT(WS-SOURCE-SUB) = 1
               MOVE AL-SEQUENCE-NUMBER TO
                   VS-FIRST-SEQUENCE(WS-SOURCE-SUB)
               IF AL-SEQUENCE-NUMBER = 1
                   MOVE ZERO TO VS-LAST-CHECK-VALUE(WS-SOURCE-SUB)
                   PERFORM 210-CHECK-CHAIN
               ELSE
                   MOVE "NOTE" TO WS-EXC-SEVERITY
                   MOVE SPACE TO WS-EXC-CATEGORY
                   MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "SERIES PICKED UP PART WAY - CHECK VALUE "
                       "TAKEN AS THE SEED"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 880-REPORT-EXCEPTION
               END-IF
               PERFORM 220-ADVANCE-SERIES
           ELSE
               COMPUTE WS-EXPECTED-SEQUENCE =
                   VS-LAST-SEQUENCE(WS-SOURCE-SUB) + 1
               IF AL-SEQUENCE-NUMBER = WS-EXPECTED-SEQUENCE
                   PERFORM 210-CHECK-CHAIN
                   PERFORM 220-ADVANCE-SERIES
               ELSE
                   IF AL-SEQUENCE-NUMBER > WS-EXPECTED-SEQUENCE
                       COMPUTE WS-MISSING-THRU =
                           AL-SEQUENCE-NUMBER - 1
                       MOVE WS-EXPECTED-SEQUENCE TO WS-DISPLAY-SEQ-A
                       MOVE WS-MISSING-THRU TO WS-DISPLAY-SEQ-B
                       MOVE "ERROR" TO WS-EXC-SEVERITY
                       MOVE "G" TO WS-EXC-CATEGORY
                       MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "GAP - SEQUENCES " WS-DISPLAY-SEQ-A
                           " THRU " WS-DISPLAY-SEQ-B
                           " ARE MISSING"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 880-REPORT-EXCEPTION
                       IF VS-RUN-STATE(WS-SOURCE-SUB) = "O"
                           MOVE "P" TO VS-RUN-STATE(WS-SOURCE-SUB)
                       END-IF
                       PERFORM 220-ADVANCE-SERIES
                   ELSE
                       MOVE VS-LAST-SEQUENCE(WS-SOURCE-SUB) TO
                           WS-DISPLAY-SEQ-A
                       MOVE "ERROR" TO WS-EXC-SEVERITY
                       MOVE "D" TO WS-EXC-CATEGORY
                       MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "DUPLICATE OR OUT OF SEQUENCE - "
                           "FOLLOWS SEQUENCE " WS-DISPLAY-SEQ-A
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 880-REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      *
      *    THE CHECK VALUE IS RECOMPUTED BY AUDSTAMP ITSELF, SO THE
      *    VERIFIER CAN NEVER DRIFT FROM THE WRITERS.
      *
       210-CHECK-CHAIN.
      *
           MOVE "K" TO WS-STAMP-ACTION.
           MOVE VS-LAST-CHECK-VALUE(WS-SOURCE-SUB) TO WS-CHAIN-VALUE.
           CALL "AUDSTAMP" USING WS-STAMP-ACTION WS-STAMP-PROGRAM-ID
               AUDIT-LOG-RECORD WS-CHAIN-VALUE WS-STAMP-RESULT
               WS-STAMP-MESSAGE.
           IF AL-CHECK-VALUE IS NOT NUMERIC
                   OR WS-CHAIN-VALUE NOT = AL-CHECK-VALUE
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "C" TO WS-EXC-CATEGORY
               MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "CHECK VALUE DOES NOT PROVE - RECORD ALTERED, OR "
                   "THE RECORD BEFORE IT REPLACED"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
      *
      *    THE SERIES CARRIES ON FROM THE CHECK VALUE THE RECORD
      *    CARRIES, PROVED OR NOT, SO AN ALTERED RECORD IS REPORTED
      *    ONCE RATHER THAN ON EVERY RECORD AFTER IT.
      *
       220-ADVANCE-SERIES.
      *
           MOVE AL-SEQUENCE-NUMBER TO VS-LAST-SEQUENCE(WS-SOURCE-SUB).
           IF AL-CHECK-VALUE IS NUMERIC
               MOVE AL-CHECK-VALUE TO
                   VS-LAST-CHECK-VALUE(WS-SOURCE-SUB)
           ELSE
               MOVE ZERO TO VS-LAST-CHECK-VALUE(WS-SOURCE-SUB)
           END-IF.
           IF AL-RECORD-TYPE = "H"
               PERFORM 300-START-RUN
           ELSE
               IF AL-RECORD-TYPE = "T"
                   PERFORM 310-END-RUN
               ELSE
                   PERFORM 320-TALLY-DETAIL
               END-IF
           END-IF.
      *
      *    A HEADER WHILE A RUN IS STILL OPEN MEANS THAT RUN NEVER
      *    WROTE ITS TRAILER - IT ENDED ABNORMALLY.
      *
       300-START-RUN.
      *
           IF VS-RUN-STATE(WS-SOURCE-SUB) = "O"
               MOVE VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB) TO
                   WS-DISPLAY-SEQ-A
               MOVE "WARNING" TO WS-EXC-SEVERITY
               MOVE "T" TO WS-EXC-CATEGORY
               MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "RUN STARTED AT SEQUENCE " WS-DISPLAY-SEQ-A
                   " HAS NO TRAILER - IT ENDED ABNORMALLY"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
           MOVE "O" TO VS-RUN-STATE(WS-SOURCE-SUB).
           MOVE AL-SEQUENCE-NUMBER TO
               VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB).
           MOVE ZERO TO VS-RUN-COUNT(WS-SOURCE-SUB).
           MOVE ZERO TO VS-RUN-AMOUNT(WS-SOURCE-SUB).
           MOVE ZERO TO VS-RUN-TAX(WS-SOURCE-SUB).
      *
       310-END-RUN.
      *
           IF VS-RUN-STATE(WS-SOURCE-SUB) = "O"
               IF AC-FIRST-SEQUENCE NOT =
                       VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB)
                       OR AC-RECORD-COUNT NOT =
                           VS-RUN-COUNT(WS-SOURCE-SUB)
                       OR AC-SALES-TOTAL NOT =
                           VS-RUN-AMOUNT(WS-SOURCE-SUB)
                       OR AC-TAX-TOTAL NOT = VS-RUN-TAX(WS-SOURCE-SUB)
                   PERFORM 315-REPORT-TRAILER-MISMATCH
               ELSE
                   ADD 1 TO VS-RUNS-PROVED(WS-SOURCE-SUB)
               END-IF
           ELSE
               IF VS-RUN-STATE(WS-SOURCE-SUB) = "P"
                   MOVE "NOTE" TO WS-EXC-SEVERITY
                   MOVE SPACE TO WS-EXC-CATEGORY
                   MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "TRAILER NOT PROVED - ITS RUN STARTED BEFORE "
                       "THIS LOG OR A GAP"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 880-REPORT-EXCEPTION
               ELSE
                   MOVE "ERROR" TO WS-EXC-SEVERITY
                   MOVE "T" TO WS-EXC-CATEGORY
                   MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                   MOVE "TRAILER WITH NO RUN HEADER BEFORE IT"
                       TO WS-EXC-TEXT
                   PERFORM 880-REPORT-EXCEPTION
               END-IF
           END-IF.
           MOVE "N" TO VS-RUN-STATE(WS-SOURCE-SUB).
      *
       315-REPORT-TRAILER-MISMATCH.
      *
           MOVE "ERROR" TO WS-EXC-SEVERITY.
           MOVE "T" TO WS-EXC-CATEGORY.
           MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE.
           MOVE VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB) TO
               WS-DISPLAY-SEQ-A.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING "TRAILER DOES NOT MATCH ITS RUN (HEADER AT "
               WS-DISPLAY-SEQ-A ") - TRAILER/LOG:"
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-STRING.
           PERFORM 880-REPORT-EXCEPTION.
           MOVE AC-RECORD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "                                    TRAILER  "
               "COUNT " WS-DISPLAY-COUNT " FIRST "
               AC-FIRST-SEQUENCE.
           MOVE AC-SALES-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE AC-TAX-TOTAL TO WS-DISPLAY-TAX.
           DISPLAY "                                             "
               "AMOUNT " WS-DISPLAY-AMOUNT " TAX " WS-DISPLAY-TAX.
           MOVE VS-RUN-COUNT(WS-SOURCE-SUB) TO WS-DISPLAY-COUNT.
           DISPLAY "                                    ON LOG   "
               "COUNT " WS-DISPLAY-COUNT " FIRST "
               VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB).
           MOVE VS-RUN-AMOUNT(WS-SOURCE-SUB) TO WS-DISPLAY-AMOUNT.
           MOVE VS-RUN-TAX(WS-SOURCE-SUB) TO WS-DISPLAY-TAX.
           DISPLAY "                                             "
               "AMOUNT " WS-DISPLAY-AMOUNT " TAX " WS-DISPLAY-TAX.
      *
      *    THE SYSTEM'S WRITERS NEVER WRITE DETAIL OUTSIDE A RUN,
      *    SO DETAIL AFTER A TRAILER AND BEFORE THE NEXT HEADER WAS
      *    PUT THERE BY SOMETHING ELSE.
      *
       320-TALLY-DETAIL.
      *
           IF VS-RUN-STATE(WS-SOURCE-SUB) = "O"
               ADD 1 TO VS-RUN-COUNT(WS-SOURCE-SUB)
               ADD AL-SALES-AMOUNT TO VS-RUN-AMOUNT(WS-SOURCE-SUB)
               ADD AL-SALES-TAX TO VS-RUN-TAX(WS-SOURCE-SUB)
           ELSE
               IF VS-RUN-STATE(WS-SOURCE-SUB) = "N"
                   MOVE "ERROR" TO WS-EXC-SEVERITY
                   MOVE "T" TO WS-EXC-CATEGORY
                   MOVE AL-SEQUENCE-NUMBER TO WS-EXC-SEQUENCE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "DETAIL RECORD OUTSIDE A RUN - AFTER A "
                       "TRAILER AND BEFORE ANY HEADER"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 880-REPORT-EXCEPTION
               END-IF
           END-IF.
      *
      *    A RUN STILL OPEN AT THE END OF THE LOG IS EITHER STILL
      *    WRITING OR ENDED ABNORMALLY.
      *
       400-CHECK-OPEN-RUNS.
      *
           IF VS-RUN-STATE(WS-SOURCE-SUB) = "O"
               MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB
               MOVE VS-SOURCE-ID(WS-SOURCE-SUB) TO WS-KEY-SOURCE-ID
               MOVE VS-LAST-DATE(WS-SOURCE-SUB) TO WS-KEY-DATE
               PERFORM 145-LOCATE-DATE-ENTRY
               MOVE "WARNING" TO WS-EXC-SEVERITY
               MOVE "T" TO WS-EXC-CATEGORY
               MOVE VS-RUN-HEADER-SEQUENCE(WS-SOURCE-SUB) TO
                   WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "RUN HAS NO TRAILER AT END OF LOG - STILL "
                   "RUNNING, OR ENDED ABNORMALLY"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
      *
      *    LOCATES AN EXISTING SOURCE/DATE ENTRY WITHOUT COUNTING A
      *    RECORD AGAINST IT.
      *
       145-LOCATE-DATE-ENTRY.
      *
           MOVE ZERO TO WS-DATE-FOUND-SUB.
           PERFORM VARYING WS-DATE-SUB FROM WS-DATE-COUNT BY -1
                   UNTIL WS-DATE-SUB < 1
                      OR WS-DATE-FOUND-SUB NOT = ZERO
               IF SD-SOURCE-ID(WS-DATE-SUB) = WS-KEY-SOURCE-ID
                       AND SD-DATE(WS-DATE-SUB) = WS-KEY-DATE
                   MOVE WS-DATE-SUB TO WS-DATE-FOUND-SUB
               END-IF
           END-PERFORM.
      *
      *    EVERY SOURCE ON THE MASTER MUST END ON THE LOG WHERE THE
      *    MASTER SAYS IT DOES - A MASTER AHEAD OF THE LOG MEANS
      *    RECORDS WERE CUT FROM THE END OF THE SERIES.  A SOURCE ON
      *    THE MASTER WITH NOTHING ON THE LOG IS ONLY A WARNING, AS
      *    ITS RECORDS MAY ALL HAVE BEEN ARCHIVED.
      *
       450-COMPARE-SEQUENCE-MASTER.
      *
           OPEN INPUT AUDIT-SEQUENCE-FILE.
           IF WS-AUDIT-SEQ-STATUS = "35"
               MOVE "Y" TO WS-AUDIT-SEQ-EOF
           ELSE
               IF WS-AUDIT-SEQ-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE AUDIT SEQUENCE MASTER "
                       "- FILE STATUS " WS-AUDIT-SEQ-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-AUDIT-SEQ-EOF = "Y"
               READ AUDIT-SEQUENCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-SEQ-EOF
                   NOT AT END
                       PERFORM 460-COMPARE-ONE-SOURCE
               END-READ
           END-PERFORM.
           IF WS-AUDIT-SEQ-STATUS NOT = "35"
               CLOSE AUDIT-SEQUENCE-FILE
           END-IF.
           PERFORM 470-CHECK-SOURCE-ON-MASTER
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
      *
       460-COMPARE-ONE-SOURCE.
      *
           MOVE AQ-SOURCE-ID TO WS-KEY-SOURCE-ID.
           MOVE ZERO TO WS-SOURCE-FOUND-SUB.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                      OR WS-SOURCE-FOUND-SUB NOT = ZERO
               IF VS-SOURCE-ID(WS-SOURCE-SUB) = WS-KEY-SOURCE-ID
                   MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE AQ-LAST-SEQUENCE TO WS-DISPLAY-SEQ-B.
           IF WS-SOURCE-FOUND-SUB = ZERO
               MOVE AQ-LAST-TIMESTAMP(1:8) TO WS-KEY-DATE
               MOVE ZERO TO WS-DATE-FOUND-SUB
               MOVE "WARNING" TO WS-EXC-SEVERITY
               MOVE "O" TO WS-EXC-CATEGORY
               MOVE AQ-LAST-SEQUENCE TO WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "SOURCE ON THE SEQUENCE MASTER HAS NOTHING ON "
                   "THE LOG - ARCHIVED, OR THE LOG WAS CUT"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 880-REPORT-EXCEPTION
           ELSE
               MOVE WS-SOURCE-FOUND-SUB TO WS-SOURCE-SUB
               MOVE "Y" TO VS-ON-MASTER(WS-SOURCE-SUB)
               MOVE VS-LAST-DATE(WS-SOURCE-SUB) TO WS-KEY-DATE
               PERFORM 145-LOCATE-DATE-ENTRY
               MOVE VS-LAST-SEQUENCE(WS-SOURCE-SUB) TO
                   WS-DISPLAY-SEQ-A
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE VS-LAST-SEQUENCE(WS-SOURCE-SUB) TO
                   WS-EXC-SEQUENCE
               MOVE SPACES TO WS-EXC-TEXT
               IF AQ-LAST-SEQUENCE > VS-LAST-SEQUENCE(WS-SOURCE-SUB)
                   MOVE "G" TO WS-EXC-CATEGORY
                   STRING "LOG ENDS AT " WS-DISPLAY-SEQ-A
                       " BUT THE MASTER AT " WS-DISPLAY-SEQ-B
                       " - RECORDS CUT FROM THE END"
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 880-REPORT-EXCEPTION
               ELSE
                   IF AQ-LAST-SEQUENCE <
                           VS-LAST-SEQUENCE(WS-SOURCE-SUB)
                       MOVE "O" TO WS-EXC-CATEGORY
                       STRING "LOG ENDS AT " WS-DISPLAY-SEQ-A
                           " BEYOND THE MASTER'S " WS-DISPLAY-SEQ-B
                           " - NOT WRITTEN BY THE SYSTEM"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 880-REPORT-EXCEPTION
                   ELSE
                       IF AQ-LAST-CHECK-VALUE NOT =
                               VS-LAST-CHECK-VALUE(WS-SOURCE-SUB)
                           MOVE "C" TO WS-EXC-CATEGORY
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "LAST CHECK VALUE ON THE LOG "
                               "DIFFERS FROM THE MASTER - LAST "
                               "RECORD REPLACED"
                               DELIMITED BY SIZE INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM 880-REPORT-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       470-CHECK-SOURCE-ON-MASTER.
      *
           IF VS-ON-MASTER(WS-SOURCE-SUB) = "N"
               MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB
               MOVE VS-SOURCE-ID(WS-SOURCE-SUB) TO WS-KEY-SOURCE-ID
               MOVE VS-LAST-DATE(WS-SOURCE-SUB) TO WS-KEY-DATE
               PERFORM 145-LOCATE-DATE-ENTRY
               MOVE "ERROR" TO WS-EXC-SEVERITY
               MOVE "O" TO WS-EXC-CATEGORY
               MOVE VS-LAST-SEQUENCE(WS-SOURCE-SUB) TO
                   WS-EXC-SEQUENCE
               MOVE "SOURCE IS NOT ON THE AUDIT SEQUENCE MASTER"
                   TO WS-EXC-TEXT
               PERFORM 880-REPORT-EXCEPTION
           END-IF.
      *
      *    THE SUMMARY LISTS EACH SOURCE'S DATES IN THE ORDER THEY
      *    FIRST APPEAR ON THE LOG, THEN THE SOURCE'S SERIES.
      *
       500-PRINT-SUMMARY.
      *
           DISPLAY " ".
           DISPLAY "SUMMARY BY SOURCE AND DATE".
           DISPLAY "SOURCE   DATE       RECORDS   GAPS   DUPS  CHAIN "
               "TRAILR  OTHER".
           DISPLAY "-------- -------- --------- ------ ------ ------ "
               "------ ------".
           PERFORM 510-PRINT-ONE-SOURCE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
           DISPLAY " ".
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "AUDIT RECORDS READ . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-LEGACY-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "WRITTEN BEFORE SEQUENCING BEGAN  "
               WS-DISPLAY-COUNT.
           MOVE WS-SEQUENCED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "SEQUENCED RECORDS  . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-SOURCE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "AUDIT SOURCES  . . . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "ERRORS . . . . . . . . . . . . . "
               WS-DISPLAY-COUNT.
           MOVE WS-WARNING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "WARNINGS . . . . . . . . . . . . "
               WS-DISPLAY-COUNT.
           IF WS-ERROR-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
               DISPLAY "THE AUDIT LOG PROVES COMPLETE AND UNALTERED."
           END-IF.
      *
       510-PRINT-ONE-SOURCE.
      *
           PERFORM 520-PRINT-DATE-LINE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT.
           MOVE VS-FIRST-SEQUENCE(WS-SOURCE-SUB) TO
               WS-ST-FIRST-SEQUENCE.
           MOVE VS-LAST-SEQUENCE(WS-SOURCE-SUB) TO WS-ST-LAST-SEQUENCE.
           MOVE VS-RECORD-COUNT(WS-SOURCE-SUB) TO WS-ST-RECORDS.
           MOVE VS-RUNS-PROVED(WS-SOURCE-SUB) TO WS-ST-RUNS.
           DISPLAY WS-SOURCE-TOTAL-LINE.
      *
       520-PRINT-DATE-LINE.
      *
           IF SD-SOURCE-ID(WS-DATE-SUB) = VS-SOURCE-ID(WS-SOURCE-SUB)
               MOVE SD-SOURCE-ID(WS-DATE-SUB) TO WS-SL-SOURCE-ID
               MOVE SD-DATE(WS-DATE-SUB) TO WS-SL-DATE
               MOVE SD-RECORD-COUNT(WS-DATE-SUB) TO WS-SL-RECORDS
               MOVE SD-GAP-COUNT(WS-DATE-SUB) TO WS-SL-GAPS
               MOVE SD-DUPLICATE-COUNT(WS-DATE-SUB) TO
                   WS-SL-DUPLICATES
               MOVE SD-CHAIN-COUNT(WS-DATE-SUB) TO WS-SL-CHAIN
               MOVE SD-TRAILER-COUNT(WS-DATE-SUB) TO WS-SL-TRAILER
               MOVE SD-OTHER-COUNT(WS-DATE-SUB) TO WS-SL-OTHER
               DISPLAY WS-SUMMARY-LINE
           END-IF.
      *
      *    PRINTS ONE EXCEPTION AND COUNTS IT AGAINST ITS SOURCE
      *    (WS-SOURCE-FOUND-SUB, ZERO FOR NONE) AND ITS SOURCE/DATE
      *    ENTRY (WS-DATE-FOUND-SUB, ZERO FOR NONE).
      *
       880-REPORT-EXCEPTION.
      *
           MOVE WS-EXC-SEVERITY TO WS-EL-SEVERITY.
           MOVE WS-KEY-SOURCE-ID TO WS-EL-SOURCE-ID.
           MOVE WS-KEY-DATE TO WS-EL-DATE.
           MOVE WS-EXC-SEQUENCE TO WS-EL-SEQUENCE.
           MOVE WS-EXC-TEXT TO WS-EL-TEXT.
           DISPLAY WS-EXCEPTION-LINE.
           IF WS-EXC-SEVERITY = "NOTE"
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               IF WS-EXC-SEVERITY = "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               IF WS-SOURCE-FOUND-SUB NOT = ZERO
                   ADD 1 TO VS-EXCEPTION-COUNT(WS-SOURCE-FOUND-SUB)
               END-IF
               IF WS-DATE-FOUND-SUB NOT = ZERO
                   PERFORM 885-COUNT-BY-CATEGORY
               END-IF
           END-IF.
      *
       885-COUNT-BY-CATEGORY.
      *
           IF WS-EXC-CATEGORY = "G"
               ADD 1 TO SD-GAP-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
           IF WS-EXC-CATEGORY = "D"
               ADD 1 TO SD-DUPLICATE-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
           IF WS-EXC-CATEGORY = "C"
               ADD 1 TO SD-CHAIN-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
           IF WS-EXC-CATEGORY = "T"
               ADD 1 TO SD-TRAILER-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
           IF WS-EXC-CATEGORY = "O"
               ADD 1 TO SD-OTHER-COUNT(WS-DATE-FOUND-SUB)
           END-IF.
