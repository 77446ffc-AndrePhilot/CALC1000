       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. AUDSTAMP.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            SHARED AUDIT LOG SEQUENCING SUBPROGRAM.
      *                    CALLED BY EVERY PROGRAM THAT WRITES THE
      *                    AUDIT LOG (CALC1000, AND CALC1010 IN BOTH
      *                    ITS NIGHTLY AND CALC1015 REPROCESS MODES)
      *                    SO THE SEQUENCE NUMBER AND THE CHAINED
      *                    CHECK VALUE ARE ASSIGNED ONE WAY, AND BY
      *                    THE VERIFIER CALC1075 SO THE CHECK VALUE
      *                    IS RECOMPUTED THE SAME WAY.  THE AUDIT
      *                    SOURCE IS THE RECORD'S OWN TERMINAL ID.
      *                    LK-STAMP-ACTION:
      *                      "S" STAMP - READS THE SOURCE'S LAST
      *                          SEQUENCE NUMBER AND CHECK VALUE
      *                          FROM THE AUDIT SEQUENCE MASTER
      *                          (AUDSEQ.CPY), AND FILLS IN THE
      *                          RECORD'S SOURCE ID, THE NEXT
      *                          SEQUENCE NUMBER AND THE CHECK VALUE
      *                          CHAINED FROM THE LAST ONE.  THE
      *                          CALLER SETS THE RECORD TYPE AND
      *                          EVERY OTHER FIELD FIRST.
      *                      "C" COMMIT - AFTER THE CALLER HAS
      *                          WRITTEN THE STAMPED RECORD, RECORDS
      *                          IT ON THE MASTER AS THE SOURCE'S
      *                          LAST, SO A RECORD THAT FAILED TO
      *                          WRITE NEVER USES UP A NUMBER.
      *                      "X" CLOSE THE MASTER AT END OF RUN.
      *                      "K" CHECK VALUE ONLY - RETURNS IN
      *                          LK-CHAIN-VALUE THE CHECK VALUE OF
      *                          THE RECORD CHAINED FROM THE VALUE
      *                          PASSED IN LK-CHAIN-VALUE.  THE
      *                          MASTER IS NOT TOUCHED.
      *                    THE CHECK VALUE IS A RUNNING POLYNOMIAL
      *                    REMAINDER OVER EVERY BYTE OF THE RECORD
      *                    AHEAD OF THE CHECK VALUE ITSELF, STARTING
      *                    FROM THE SOURCE'S PREVIOUS CHECK VALUE
      *                    (ZERO FOR ITS FIRST RECORD EVER), SO
      *                    CHANGING ANY BYTE OF A RECORD CHANGES ITS
      *                    VALUE AND EVERY VALUE AFTER IT.
      *                    THE MASTER IS OPENED ON THE FIRST STAMP
      *                    AND STAYS OPEN UNTIL "X".  LK-STAMP-RESULT
      *                    IS 0 WHEN THE ACTION WAS DONE AND 16 WHEN
      *                    THE MASTER COULD NOT BE READ OR UPDATED -
      *                    LK-STAMP-MESSAGE THEN SAYS WHY AND THE
      *                    CALLER DISPLAYS IT.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
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
       FD  AUDIT-SEQUENCE-FILE.
       COPY AUDSEQ.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-AUDIT-SEQ-STATUS    PIC X(2)      VALUE "00".
       77  WS-AUDIT-SEQ-OPEN      PIC X         VALUE "N".
       77  WS-SOURCE-FOUND        PIC X         VALUE "N".
      *
      *    THE NUMBER AND VALUE JUST STAMPED, HELD UNTIL THE CALLER
      *    COMMITS THEM.
      *
       77  WS-PENDING-SOURCE-ID   PIC X(8)      VALUE SPACES.
       77  WS-PENDING-SEQUENCE    PIC 9(9)      VALUE ZERO.
       77  WS-PENDING-CHECK-VALUE PIC 9(9)      VALUE ZERO.
       77  WS-PENDING-TIMESTAMP   PIC X(21)     VALUE SPACES.
       77  WS-PENDING-STAMPED     PIC X         VALUE "N".
      *
       77  WS-CHAIN-MODULUS       PIC 9(9)      VALUE 999999937.
       77  WS-CHAIN-WORK          PIC 9(12)     VALUE ZERO.
       77  WS-BYTE-SUB            PIC 9(3)      VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  LK-STAMP-ACTION        PIC X.
       01  LK-PROGRAM-ID          PIC X(8).
      *
      *    THE AUDIT RECORD BEING STAMPED OR CHECKED.  THE LAYOUT
      *    MIRRORS THE POSITIONS OF THE TERMINAL ID AND THE FOUR
      *    TRAILING SEQUENCING FIELDS IN AUDITLOG.CPY (THE SAME ON
      *    THE DETAIL AND THE HEADER/TRAILER RECORD) AND MUST BE
      *    KEPT IN STEP WITH IT.  THE CHECK VALUE COVERS THE FIRST
      *    172 BYTES - EVERYTHING AHEAD OF THE CHECK VALUE ITSELF.
      *
       01  LK-AUDIT-RECORD.
           05  FILLER                 PIC X(29).
           05  LK-TERMINAL-ID         PIC X(8).
           05  FILLER                 PIC X(117).
           05  LK-RECORD-TYPE         PIC X.
           05  LK-SOURCE-ID           PIC X(8).
           05  LK-SEQUENCE-NUMBER     PIC 9(9).
           05  LK-CHECK-VALUE         PIC 9(9).
       01  LK-CHAIN-VALUE         PIC 9(9).
       01  LK-STAMP-RESULT        PIC 9(2).
       01  LK-STAMP-MESSAGE       PIC X(132).
      *
       PROCEDURE DIVISION USING LK-STAMP-ACTION LK-PROGRAM-ID
           LK-AUDIT-RECORD LK-CHAIN-VALUE LK-STAMP-RESULT
           LK-STAMP-MESSAGE.
      *
       000-PROCESS-AUDIT-STAMP.
      *
           MOVE ZERO TO LK-STAMP-RESULT.
           MOVE SPACES TO LK-STAMP-MESSAGE.
           IF LK-STAMP-ACTION = "K"
               PERFORM 400-COMPUTE-CHECK-VALUE
           ELSE
               IF LK-STAMP-ACTION = "S"
                   PERFORM 200-STAMP-RECORD
               ELSE
                   IF LK-STAMP-ACTION = "C"
                       PERFORM 300-COMMIT-STAMP
                   ELSE
                       IF LK-STAMP-ACTION = "X"
                           IF WS-AUDIT-SEQ-OPEN = "Y"
                               CLOSE AUDIT-SEQUENCE-FILE
                               MOVE "N" TO WS-AUDIT-SEQ-OPEN
                           END-IF
                       ELSE
                           MOVE 16 TO LK-STAMP-RESULT
                           STRING "AUDIT STAMP ACTION '"
                               LK-STAMP-ACTION "' IS NOT S, C, X "
                               "OR K."
                               DELIMITED BY SIZE
                               INTO LK-STAMP-MESSAGE
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GOBACK.
      *
      *    THE FIRST STAMP EVER FINDS NO MASTER (FILE STATUS 35)
      *    AND CREATES AN EMPTY ONE.
      *
       100-OPEN-AUDIT-SEQUENCE.
      *
           OPEN I-O AUDIT-SEQUENCE-FILE.
           IF WS-AUDIT-SEQ-STATUS = "35"
               OPEN OUTPUT AUDIT-SEQUENCE-FILE
               CLOSE AUDIT-SEQUENCE-FILE
               OPEN I-O AUDIT-SEQUENCE-FILE
           END-IF.
           IF WS-AUDIT-SEQ-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-SEQ-OPEN
           ELSE
               MOVE 16 TO LK-STAMP-RESULT
               STRING "UNABLE TO OPEN THE AUDIT SEQUENCE MASTER - "
                   "FILE STATUS " WS-AUDIT-SEQ-STATUS "."
                   DELIMITED BY SIZE INTO LK-STAMP-MESSAGE
               END-STRING
           END-IF.
      *
      *    THE SOURCE'S RECORD IS READ AFRESH FOR EVERY STAMP, SO
      *    TWO SESSIONS SHARING A TERMINAL ID STILL DRAW FROM ONE
      *    SERIES.
      *
       200-STAMP-RECORD.
      *
           IF WS-AUDIT-SEQ-OPEN = "N"
               PERFORM 100-OPEN-AUDIT-SEQUENCE
           END-IF.
           IF LK-STAMP-RESULT = ZERO
               MOVE LK-TERMINAL-ID TO AQ-SOURCE-ID
               READ AUDIT-SEQUENCE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SOURCE-FOUND
                       MOVE ZERO TO AQ-LAST-SEQUENCE
                       MOVE ZERO TO AQ-LAST-CHECK-VALUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SOURCE-FOUND
               END-READ
               IF WS-AUDIT-SEQ-STATUS NOT = "00"
                       AND WS-AUDIT-SEQ-STATUS NOT = "23"
                   MOVE 16 TO LK-STAMP-RESULT
                   STRING "UNABLE TO READ THE AUDIT SEQUENCE MASTER "
                       "FOR SOURCE " LK-TERMINAL-ID " - FILE STATUS "
                       WS-AUDIT-SEQ-STATUS "."
                       DELIMITED BY SIZE INTO LK-STAMP-MESSAGE
                   END-STRING
               ELSE
                   IF AQ-LAST-SEQUENCE = 999999999
                       MOVE 16 TO LK-STAMP-RESULT
                       STRING "THE AUDIT SEQUENCE FOR SOURCE "
                           LK-TERMINAL-ID " IS EXHAUSTED."
                           DELIMITED BY SIZE INTO LK-STAMP-MESSAGE
                       END-STRING
                   ELSE
                       MOVE LK-TERMINAL-ID TO LK-SOURCE-ID
                       COMPUTE LK-SEQUENCE-NUMBER =
                           AQ-LAST-SEQUENCE + 1
                       MOVE AQ-LAST-CHECK-VALUE TO LK-CHAIN-VALUE
                       PERFORM 400-COMPUTE-CHECK-VALUE
                       MOVE LK-CHAIN-VALUE TO LK-CHECK-VALUE
                       MOVE LK-SOURCE-ID TO WS-PENDING-SOURCE-ID
                       MOVE LK-SEQUENCE-NUMBER TO WS-PENDING-SEQUENCE
                       MOVE LK-CHECK-VALUE TO WS-PENDING-CHECK-VALUE
                       MOVE LK-AUDIT-RECORD(1:21) TO
                           WS-PENDING-TIMESTAMP
                       MOVE "Y" TO WS-PENDING-STAMPED
                   END-IF
               END-IF
           END-IF.
      *
       300-COMMIT-STAMP.
      *
           IF WS-PENDING-STAMPED = "Y"
               MOVE WS-PENDING-SOURCE-ID TO AQ-SOURCE-ID
               READ AUDIT-SEQUENCE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SOURCE-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SOURCE-FOUND
               END-READ
               MOVE SPACES TO AUDIT-SEQUENCE-RECORD
               MOVE WS-PENDING-SOURCE-ID TO AQ-SOURCE-ID
               MOVE WS-PENDING-SEQUENCE TO AQ-LAST-SEQUENCE
               MOVE WS-PENDING-CHECK-VALUE TO AQ-LAST-CHECK-VALUE
               MOVE WS-PENDING-TIMESTAMP TO AQ-LAST-TIMESTAMP
               MOVE LK-PROGRAM-ID TO AQ-LAST-PROGRAM-ID
               IF WS-SOURCE-FOUND = "Y"
                   REWRITE AUDIT-SEQUENCE-RECORD
               ELSE
                   WRITE AUDIT-SEQUENCE-RECORD
               END-IF
               IF WS-AUDIT-SEQ-STATUS NOT = "00"
                   MOVE 16 TO LK-STAMP-RESULT
                   STRING "UNABLE TO UPDATE THE AUDIT SEQUENCE "
                       "MASTER FOR SOURCE " WS-PENDING-SOURCE-ID
                       " - FILE STATUS " WS-AUDIT-SEQ-STATUS "."
                       DELIMITED BY SIZE INTO LK-STAMP-MESSAGE
                   END-STRING
               END-IF
               MOVE "N" TO WS-PENDING-STAMPED
           END-IF.
      *
       400-COMPUTE-CHECK-VALUE.
      *
           MOVE LK-CHAIN-VALUE TO WS-CHAIN-WORK.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > 172
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * 31 +
                   FUNCTION ORD(LK-AUDIT-RECORD(WS-BYTE-SUB:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM.
           MOVE WS-CHAIN-WORK TO LK-CHAIN-VALUE.
