       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1021.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            BATCH IMPORT OF THE STATE'S PUBLISHED
      *                    JURISDICTION RATE FILE (STRATEIN DD, SEE
      *                    STRATEIN.CPY) INTO THE TAX-RATE MASTER, IN
      *                    PLACE OF KEYING EVERY QUARTER'S CHANGES
      *                    THROUGH CALC1020 ONE JURISDICTION AT A
      *                    TIME.  EACH STATE FILE RECORD IS COMPARED
      *                    WITH THE MASTER ENTRY IN FORCE FOR THE
      *                    SAME STATE/COUNTY/CITY ON THE STATE'S
      *                    EFFECTIVE DATE AND REPORTED AS:
      *                      NEW       - NO ENTRY IN FORCE ON THAT
      *                                  DATE;
      *                      CHANGED   - AN ENTRY IS IN FORCE BUT ONE
      *                                  OR MORE OF ITS RATES DIFFER;
      *                      UNCHANGED - THE ENTRY IN FORCE ALREADY
      *                                  CARRIES THE STATE'S RATES.
      *                    AFTER THE STATE FILE, EVERY MASTER
      *                    JURISDICTION IN A STATE THE FILE COVERS
      *                    THAT IS STILL IN FORCE BUT IS NOT ON THE
      *                    STATE FILE IS REPORTED AS MISSING - IT IS
      *                    NEVER CLOSED AUTOMATICALLY; THE RATE
      *                    ANALYST EXPIRES IT THROUGH CALC1020 ONCE
      *                    THE STATE CONFIRMS IT IS GONE.
      *                    THE EXEC PARM SELECTS THE MODE:
      *                      REPORT[,OPERATOR] - PRINT THE CHANGE
      *                        REPORT ONLY.  THE MASTER IS OPENED
      *                        FOR INPUT AND NOTHING IS CHANGED OR
      *                        LOGGED.  THIS IS THE DEFAULT.
      *                      APPLY[,OPERATOR]  - PRINT THE SAME
      *                        REPORT AND POST EVERY NEW AND CHANGED
      *                        RATE.
      *                    A POSTED RATE IS ADDED AS A NEW ENTRY
      *                    EFFECTIVE FROM THE STATE'S DATE, OPEN-
      *                    ENDED, UNDER EXACTLY THE RULES CALC1020
      *                    APPLIES TO A KEYED ADD: IT IS REJECTED IF
      *                    IT OVERLAPS MORE THAN ONE EXISTING ENTRY
      *                    OR AN ENTRY THAT DOES NOT BEGIN BEFORE IT,
      *                    AND THE SINGLE PRIOR ENTRY STILL IN FORCE
      *                    IS CLOSED AT THE DAY BEFORE.  A CHANGED
      *                    RATE CARRIES FORWARD THE CAP AND BRACKET
      *                    RULES OF THE ENTRY IT SUPERSEDES, SINCE THE
      *                    STATE FILE DOES NOT PUBLISH THEM.  EVERY
      *                    ADD AND AUTOMATIC CLOSE IS WRITTEN TO THE
      *                    RATE-CHANGE LOG UNDER THE OPERATOR ID ON
      *                    THE PARM (DEFAULT RATEIMPT).  THE REPORT
      *                    RUN SHOWS WHAT THE APPLY RUN WILL DO,
      *                    INCLUDING EVERY ADD IT WILL REJECT.
      *                    ENDS WITH RC=8 WHEN ANY STATE FILE RECORD
      *                    IS INVALID OR A RATE IS (OR WOULD BE)
      *                    REJECTED, RC=4 WHEN A REPORT RUN FOUND
      *                    CHANGES TO APPLY OR EITHER RUN FOUND
      *                    MISSING JURISDICTIONS, AND RC=16 ON A
      *                    FILE ERROR.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - CARRY THE NEW INVOICE-LEVEL ROUNDING FLAG
      *                     FORWARD FROM THE SUPERSEDED ENTRY WITH
      *                     THE OTHER RULE FIELDS ("N" ON A NEW
      *                     JURISDICTION).  CHANGE LOG IMAGES WIDENED
      *                     TO THE NEW RATE RECORD LENGTH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STATE-RATE-FILE ASSIGN TO "STRATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-RATE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRT-RATE-KEY
               FILE STATUS IS WS-TAX-RATE-STATUS.
           SELECT RATE-CHANGE-LOG-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CHANGE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STATE-RATE-FILE.
       COPY STRATEIN.
      *
       FD  TAX-RATE-FILE.
       COPY TAXRATE.
      *
       FD  RATE-CHANGE-LOG-FILE.
       COPY RATECHG.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-STATE-RATE-STATUS   PIC X(2)      VALUE "00".
       77  WS-TAX-RATE-STATUS     PIC X(2)      VALUE "00".
       77  WS-RATE-CHANGE-STATUS  PIC X(2)      VALUE "00".
       77  WS-STATE-FILE-EOF      PIC X         VALUE "N".
       77  WS-FATAL-ERROR         PIC X         VALUE "N".
      *
       77  WS-PARM-TEXT           PIC X(20)     VALUE SPACES.
       77  WS-RUN-MODE            PIC X(8)      VALUE SPACES.
       77  WS-APPLY-MODE          PIC X         VALUE "N".
       77  WS-OPERATOR-ID         PIC X(8)      VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(21).
      *
       77  WS-ENTRY-VALID         PIC X         VALUE "N".
       77  WS-SCAN-DONE           PIC X         VALUE "N".
       77  WS-ACTION              PIC X(9)      VALUE SPACES.
       77  WS-RESULT              PIC X(40)     VALUE SPACES.
       77  WS-EARLIEST-EFFECTIVE  PIC 9(8)      VALUE 99991231.
       77  WS-TABLE-OVERFLOW      PIC X         VALUE "N".
       77  WS-LAST-MISSING-KEY    PIC X(8)      VALUE SPACES.
      *
       77  WS-RECORDS-READ        PIC 9(5)      VALUE ZERO.
       77  WS-NEW-COUNT           PIC 9(5)      VALUE ZERO.
       77  WS-CHANGED-COUNT       PIC 9(5)      VALUE ZERO.
       77  WS-UNCHANGED-COUNT     PIC 9(5)      VALUE ZERO.
       77  WS-MISSING-COUNT       PIC 9(5)      VALUE ZERO.
       77  WS-INVALID-COUNT       PIC 9(5)      VALUE ZERO.
       77  WS-REJECTED-COUNT      PIC 9(5)      VALUE ZERO.
       77  WS-CHANGES-APPLIED     PIC 9(5)      VALUE ZERO.
       77  WS-DISPLAY-COUNT       PIC ZZ,ZZ9.
      *
       77  WS-NEW-STATE-CODE      PIC X(2).
       77  WS-NEW-COUNTY-CODE     PIC X(3).
       77  WS-NEW-CITY-CODE       PIC X(3).
       77  WS-NEW-FROM-DATE       PIC 9(8).
       77  WS-NEW-TO-DATE         PIC 9(8).
      *
      *    THE ENTRY IN FORCE ON THE STATE'S EFFECTIVE DATE, SAVED
      *    BEFORE THE OVERLAP SCAN REUSES THE MASTER RECORD AREA.
      *
       77  WS-ANY-ENTRY-FOUND     PIC X         VALUE "N".
       77  WS-IF-FOUND            PIC X         VALUE "N".
       77  WS-IF-FROM-DATE        PIC 9(8)      VALUE ZERO.
       77  WS-IF-STATE-RATE       PIC 9V9(4)    VALUE ZERO.
       77  WS-IF-COUNTY-RATE      PIC 9V9(4)    VALUE ZERO.
       77  WS-IF-CITY-RATE        PIC 9V9(4)    VALUE ZERO.
       77  WS-IF-CAP-THRESHOLD    PIC 9(5)V99   VALUE ZERO.
       77  WS-IF-CAP-AMOUNT       PIC 9(5)V99   VALUE ZERO.
       77  WS-IF-BRACKET-FLAG     PIC X         VALUE "N".
       77  WS-IF-BRACKET-COUNT    PIC 9(2)      VALUE ZERO.
       77  WS-IF-BRACKET-SCHEDULE PIC X(60)     VALUE ZEROS.
       77  WS-IF-ROUNDING-FLAG    PIC X         VALUE "N".
      *
       77  WS-DATE-CHECK          PIC 9(8)      VALUE ZERO.
       77  WS-DATE-MMDD           PIC 9(4)      VALUE ZERO.
       77  WS-DATE-MONTH          PIC 9(2)      VALUE ZERO.
       77  WS-DATE-DAY            PIC 9(2)      VALUE ZERO.
       77  WS-DATE-YEAR           PIC 9(4)      VALUE ZERO.
       77  WS-MONTH-LIMIT         PIC 9(2)      VALUE ZERO.
       77  WS-DATE-INTEGER        PIC 9(8)      VALUE ZERO.
      *
       77  WS-OVERLAP-COUNT       PIC 9(4)      VALUE ZERO.
       77  WS-OVERLAP-FROM-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-OVERLAP-TO-DATE     PIC 9(8)      VALUE ZERO.
       77  WS-EXCLUDE-FROM-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-EXCLUDE-ACTIVE      PIC X         VALUE "N".
      *
       77  WS-LOG-FILE-CODE       PIC X.
       77  WS-LOG-FUNCTION-CODE   PIC X.
       77  WS-LOG-OLD-IMAGE       PIC X(117).
       77  WS-LOG-NEW-IMAGE       PIC X(117).
      *
       77  WS-JURISDICTION-COUNT  PIC 9(4)      VALUE ZERO.
       77  WS-STATE-COUNT         PIC 9(3)      VALUE ZERO.
       77  WS-FIND-KEY            PIC X(8)      VALUE SPACES.
       77  WS-FIND-STATE          PIC X(2)      VALUE SPACES.
       77  WS-KEY-FOUND           PIC X         VALUE "N".
      *
      *    EVERY JURISDICTION ON THE STATE FILE, FOR THE DUPLICATE
      *    CHECK AND THE MISSING-JURISDICTION PASS.
      *
       01  STATE-FILE-JURISDICTIONS.
           05  SFJ-ENTRY OCCURS 3000 TIMES
                                     INDEXED BY SFJ-IDX.
               10  SFJ-JURISDICTION-KEY   PIC X(8).
      *
      *    EVERY STATE THE STATE FILE COVERS - ONLY THOSE STATES'
      *    MASTER ENTRIES ARE CHECKED FOR MISSING JURISDICTIONS.
      *
       01  STATE-FILE-STATES.
           05  SFS-ENTRY OCCURS 60 TIMES
                                     INDEXED BY SFS-IDX.
               10  SFS-STATE-CODE         PIC X(2).
      *
       01  WS-JURISDICTION-KEY.
           05  WS-JK-STATE-CODE       PIC X(2).
           05  WS-JK-COUNTY-CODE      PIC X(3).
           05  WS-JK-CITY-CODE        PIC X(3).
      *
       01  WS-REPORT-LINE.
           05  WS-RL-ACTION           PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-STATE-CODE       PIC X(2).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-COUNTY-CODE      PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-CITY-CODE        PIC X(3).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-EFFECTIVE-DATE   PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-STATE-RATE       PIC 9.9999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-COUNTY-RATE      PIC 9.9999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-CITY-RATE        PIC 9.9999.
           05  FILLER                 PIC X(3)  VALUE " | ".
           05  WS-RL-ON-FILE-FROM     PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-OLD-STATE-RATE   PIC 9.9999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-OLD-COUNTY-RATE  PIC 9.9999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-OLD-CITY-RATE    PIC 9.9999.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-RESULT           PIC X(40).
      *
       LINKAGE SECTION.
      *
      *    THE MODE AND OPTIONAL OPERATOR ID ARRIVE VIA THE EXEC
      *    PARM ('REPORT' OR 'APPLY,RATEIMPT').  ONLY LK-PARM-LENGTH
      *    BYTES ARE VALID.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(20).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-IMPORT-STATE-RATES.
      *
           PERFORM 050-PARSE-PARM.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-PRINT-HEADINGS.
           PERFORM 200-PROCESS-STATE-FILE.
           IF WS-FATAL-ERROR = "N"
               PERFORM 500-REPORT-MISSING-JURISDICTIONS
           END-IF.
           CLOSE STATE-RATE-FILE TAX-RATE-FILE.
           IF WS-APPLY-MODE = "Y"
               CLOSE RATE-CHANGE-LOG-FILE
           END-IF.
           PERFORM 800-PRINT-TOTALS.
           IF WS-FATAL-ERROR = "Y"
               DISPLAY "RUN TERMINATED DUE TO A FATAL ERROR - "
                   "CHANGES ALREADY LOGGED WERE APPLIED."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-INVALID-COUNT > ZERO
                       OR WS-REJECTED-COUNT > ZERO
                       OR WS-TABLE-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-MISSING-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS-APPLY-MODE = "N"
                       AND (WS-NEW-COUNT > ZERO
                         OR WS-CHANGED-COUNT > ZERO)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
       050-PARSE-PARM.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 20
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-RUN-MODE WS-OPERATOR-ID
           END-UNSTRING.
           IF WS-RUN-MODE = SPACES
               MOVE "REPORT" TO WS-RUN-MODE
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               MOVE "RATEIMPT" TO WS-OPERATOR-ID
           END-IF.
           IF WS-RUN-MODE = "APPLY"
               MOVE "Y" TO WS-APPLY-MODE
           ELSE
               IF WS-RUN-MODE NOT = "REPORT"
                   DISPLAY "INVALID PARM '" WS-PARM-TEXT "' - USE "
                       "REPORT OR APPLY, OPTIONALLY FOLLOWED BY "
                       ",OPERATOR-ID."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *    A REPORT RUN OPENS THE MASTER FOR INPUT SO IT CANNOT
      *    CHANGE ANYTHING, AND NEVER OPENS THE CHANGE LOG.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT STATE-RATE-FILE.
           IF WS-STATE-RATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE STATE RATE FILE - FILE "
                   "STATUS " WS-STATE-RATE-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPLY-MODE = "Y"
               OPEN I-O TAX-RATE-FILE
           ELSE
               OPEN INPUT TAX-RATE-FILE
           END-IF.
           IF WS-TAX-RATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE TAX RATE MASTER - FILE "
                   "STATUS " WS-TAX-RATE-STATUS "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPLY-MODE = "Y"
               OPEN EXTEND RATE-CHANGE-LOG-FILE
               IF WS-RATE-CHANGE-STATUS = "35"
                   OPEN OUTPUT RATE-CHANGE-LOG-FILE
               END-IF
               IF WS-RATE-CHANGE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE RATE CHANGE LOG FILE "
                       "- FILE STATUS " WS-RATE-CHANGE-STATUS "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       150-PRINT-HEADINGS.
      *
           IF WS-APPLY-MODE = "Y"
               DISPLAY "STATE RATE FILE IMPORT - CALC1021 - APPLY "
                   "RUN UNDER OPERATOR " WS-OPERATOR-ID
           ELSE
               DISPLAY "STATE RATE FILE IMPORT - CALC1021 - REPORT "
                   "ONLY, NO CHANGES MADE"
           END-IF.
           DISPLAY "                                STATE FILE"
               "              | ON MASTER IN FORCE".
           DISPLAY "ACTION    ST CTY CIT EFFECTIV  STATE COUNTY"
               "   CITY | FROM      STATE COUNTY   CITY RESULT".
           DISPLAY "--------- -- --- --- -------- ------ ------ "
               "------ | -------- ------ ------ ------ "
               "----------------------------------------".
      *
       200-PROCESS-STATE-FILE.
      *
           PERFORM UNTIL WS-STATE-FILE-EOF = "Y"
                      OR WS-FATAL-ERROR = "Y"
               READ STATE-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-STATE-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 210-PROCESS-ONE-JURISDICTION
               END-READ
           END-PERFORM.
      *
       210-PROCESS-ONE-JURISDICTION.
      *
           MOVE SR-STATE-CODE TO WS-NEW-STATE-CODE.
           MOVE SR-COUNTY-CODE TO WS-NEW-COUNTY-CODE.
           MOVE SR-CITY-CODE TO WS-NEW-CITY-CODE.
           MOVE SPACES TO WS-RESULT.
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 220-VALIDATE-STATE-RECORD.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 230-RECORD-JURISDICTION
           END-IF.
           IF WS-ENTRY-VALID = "N"
               MOVE "INVALID" TO WS-ACTION
               ADD 1 TO WS-INVALID-COUNT
               MOVE "N" TO WS-IF-FOUND
               PERFORM 700-PRINT-DETAIL-LINE
           ELSE
               MOVE SR-EFFECTIVE-DATE TO WS-NEW-FROM-DATE
               MOVE 99991231 TO WS-NEW-TO-DATE
               IF SR-EFFECTIVE-DATE < WS-EARLIEST-EFFECTIVE
                   MOVE SR-EFFECTIVE-DATE TO WS-EARLIEST-EFFECTIVE
               END-IF
               PERFORM 300-FIND-IN-FORCE-ENTRY
               IF WS-IF-FOUND = "N"
                   MOVE "NEW" TO WS-ACTION
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM 400-POST-STATE-RATE
               ELSE
                   IF WS-IF-STATE-RATE = SR-STATE-RATE
                           AND WS-IF-COUNTY-RATE = SR-COUNTY-RATE
                           AND WS-IF-CITY-RATE = SR-CITY-RATE
                       MOVE "UNCHANGED" TO WS-ACTION
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE "CHANGED" TO WS-ACTION
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 400-POST-STATE-RATE
                   END-IF
               END-IF
               PERFORM 700-PRINT-DETAIL-LINE
           END-IF.
      *
      *    THE SAME RANGE CHECKS CALC1020 APPLIES TO A KEYED RATE.
      *
       220-VALIDATE-STATE-RECORD.
      *
           IF SR-STATE-CODE = SPACES
               MOVE "NO STATE CODE" TO WS-RESULT
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               IF SR-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-RESULT
                   MOVE "N" TO WS-ENTRY-VALID
               ELSE
                   MOVE SR-EFFECTIVE-DATE TO WS-DATE-CHECK
                   PERFORM 520-VALIDATE-DATE-PARTS
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               IF SR-STATE-RATE IS NOT NUMERIC
                       OR SR-COUNTY-RATE IS NOT NUMERIC
                       OR SR-CITY-RATE IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-RESULT
                   MOVE "N" TO WS-ENTRY-VALID
               ELSE
                   IF SR-STATE-RATE > 0.2500
                           OR SR-COUNTY-RATE > 0.2500
                           OR SR-CITY-RATE > 0.2500
                       MOVE "RATE ABOVE 0.2500" TO WS-RESULT
                       MOVE "N" TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
      *
      *    A JURISDICTION LISTED TWICE ON THE STATE FILE IS REJECTED
      *    THE SECOND TIME - WHICH OF THE TWO THE STATE MEANT IS FOR
      *    THE ANALYST TO DECIDE, NOT RECORD ORDER.
      *
       230-RECORD-JURISDICTION.
      *
           MOVE SR-STATE-CODE TO WS-JK-STATE-CODE.
           MOVE SR-COUNTY-CODE TO WS-JK-COUNTY-CODE.
           MOVE SR-CITY-CODE TO WS-JK-CITY-CODE.
           MOVE WS-JURISDICTION-KEY TO WS-FIND-KEY.
           PERFORM 600-FIND-STATE-FILE-KEY.
           IF WS-KEY-FOUND = "Y"
               MOVE "DUPLICATE JURISDICTION ON STATE FILE" TO
                   WS-RESULT
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               IF WS-JURISDICTION-COUNT = 3000
                   IF WS-TABLE-OVERFLOW = "N"
                       DISPLAY "MORE THAN 3000 JURISDICTIONS ON THE "
                           "STATE FILE - DUPLICATE AND MISSING "
                           "CHECKS ARE INCOMPLETE."
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   ADD 1 TO WS-JURISDICTION-COUNT
                   MOVE WS-JURISDICTION-KEY TO
                       SFJ-JURISDICTION-KEY(WS-JURISDICTION-COUNT)
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               MOVE SR-STATE-CODE TO WS-FIND-STATE
               PERFORM 605-FIND-STATE-FILE-STATE
               IF WS-KEY-FOUND = "N"
                   IF WS-STATE-COUNT = 60
                       IF WS-TABLE-OVERFLOW = "N"
                           DISPLAY "MORE THAN 60 STATES ON THE STATE "
                               "FILE - MISSING CHECKS ARE "
                               "INCOMPLETE."
                           MOVE "Y" TO WS-TABLE-OVERFLOW
                       END-IF
                   ELSE
                       ADD 1 TO WS-STATE-COUNT
                       MOVE SR-STATE-CODE TO
                           SFS-STATE-CODE(WS-STATE-COUNT)
                   END-IF
               END-IF
           END-IF.
      *
      *    READS THE JURISDICTION'S ENTRIES VIA START/READ NEXT AND
      *    SAVES THE ONE IN FORCE ON THE STATE'S EFFECTIVE DATE.
      *
       300-FIND-IN-FORCE-ENTRY.
      *
           MOVE "N" TO WS-ANY-ENTRY-FOUND.
           MOVE "N" TO WS-IF-FOUND.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-NEW-STATE-CODE TO TRT-STATE-CODE.
           MOVE WS-NEW-COUNTY-CODE TO TRT-COUNTY-CODE.
           MOVE WS-NEW-CITY-CODE TO TRT-CITY-CODE.
           MOVE ZERO TO TRT-EFFECTIVE-FROM-DATE.
           START TAX-RATE-FILE KEY IS NOT LESS THAN TRT-RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ TAX-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF TRT-STATE-CODE NOT = WS-NEW-STATE-CODE
                               OR TRT-COUNTY-CODE NOT =
                                   WS-NEW-COUNTY-CODE
                               OR TRT-CITY-CODE NOT =
                                   WS-NEW-CITY-CODE
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           MOVE "Y" TO WS-ANY-ENTRY-FOUND
                           IF TRT-EFFECTIVE-FROM-DATE <=
                                   WS-NEW-FROM-DATE
                               AND TRT-EFFECTIVE-TO-DATE >=
                                   WS-NEW-FROM-DATE
                               MOVE "Y" TO WS-IF-FOUND
                               MOVE TRT-EFFECTIVE-FROM-DATE TO
                                   WS-IF-FROM-DATE
                               MOVE TRT-STATE-RATE TO
                                   WS-IF-STATE-RATE
                               MOVE TRT-COUNTY-RATE TO
                                   WS-IF-COUNTY-RATE
                               MOVE TRT-CITY-RATE TO WS-IF-CITY-RATE
                               MOVE TRT-LOCAL-CAP-THRESHOLD TO
                                   WS-IF-CAP-THRESHOLD
                               MOVE TRT-LOCAL-CAP-AMOUNT TO
                                   WS-IF-CAP-AMOUNT
                               MOVE TRT-BRACKET-FLAG TO
                                   WS-IF-BRACKET-FLAG
                               MOVE TRT-BRACKET-COUNT TO
                                   WS-IF-BRACKET-COUNT
                               MOVE TRT-BRACKET-SCHEDULE TO
                                   WS-IF-BRACKET-SCHEDULE
                               MOVE TRT-INVOICE-ROUNDING-FLAG TO
                                   WS-IF-ROUNDING-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *    RUNS CALC1020'S ADD RULES AGAINST THE NEW OR CHANGED RATE.
      *    A REPORT RUN STOPS AT THE VERDICT; AN APPLY RUN CLOSES
      *    THE PRIOR ENTRY, WRITES THE NEW ONE AND LOGS BOTH.
      *
       400-POST-STATE-RATE.
      *
           MOVE "N" TO WS-EXCLUDE-ACTIVE.
           PERFORM 540-CHECK-FOR-OVERLAP.
           IF WS-OVERLAP-COUNT > 1
               MOVE "REJECTED - OVERLAPS 2 OR MORE ENTRIES" TO
                   WS-RESULT
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               IF WS-OVERLAP-COUNT = 1
                       AND WS-OVERLAP-FROM-DATE NOT <
                           WS-NEW-FROM-DATE
                   STRING "REJECTED - OVERLAPS ENTRY FROM "
                       WS-OVERLAP-FROM-DATE
                       DELIMITED BY SIZE INTO WS-RESULT
                   END-STRING
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "N"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-APPLY-MODE = "N"
                   IF WS-OVERLAP-COUNT = 1
                       MOVE "TO ADD - PRIOR ENTRY WILL BE CLOSED" TO
                           WS-RESULT
                   ELSE
                       MOVE "TO ADD" TO WS-RESULT
                   END-IF
               ELSE
                   PERFORM 450-ADD-RATE-ENTRY
               END-IF
           END-IF.
      *
       450-ADD-RATE-ENTRY.
      *
           IF WS-OVERLAP-COUNT = 1
               PERFORM 550-AUTO-CLOSE-PRIOR-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               MOVE WS-NEW-STATE-CODE TO TRT-STATE-CODE
               MOVE WS-NEW-COUNTY-CODE TO TRT-COUNTY-CODE
               MOVE WS-NEW-CITY-CODE TO TRT-CITY-CODE
               MOVE WS-NEW-FROM-DATE TO TRT-EFFECTIVE-FROM-DATE
               MOVE WS-NEW-TO-DATE TO TRT-EFFECTIVE-TO-DATE
               MOVE SR-STATE-RATE TO TRT-STATE-RATE
               MOVE SR-COUNTY-RATE TO TRT-COUNTY-RATE
               MOVE SR-CITY-RATE TO TRT-CITY-RATE
               IF WS-IF-FOUND = "Y"
                   MOVE WS-IF-CAP-THRESHOLD TO
                       TRT-LOCAL-CAP-THRESHOLD
                   MOVE WS-IF-CAP-AMOUNT TO TRT-LOCAL-CAP-AMOUNT
                   MOVE WS-IF-BRACKET-FLAG TO TRT-BRACKET-FLAG
                   MOVE WS-IF-BRACKET-COUNT TO TRT-BRACKET-COUNT
                   MOVE WS-IF-BRACKET-SCHEDULE TO
                       TRT-BRACKET-SCHEDULE
                   MOVE WS-IF-ROUNDING-FLAG TO
                       TRT-INVOICE-ROUNDING-FLAG
               ELSE
                   MOVE ZERO TO TRT-LOCAL-CAP-THRESHOLD
                   MOVE ZERO TO TRT-LOCAL-CAP-AMOUNT
                   MOVE "N" TO TRT-BRACKET-FLAG
                   MOVE ZERO TO TRT-BRACKET-COUNT
                   MOVE ZEROS TO TRT-BRACKET-SCHEDULE
                   MOVE "N" TO TRT-INVOICE-ROUNDING-FLAG
               END-IF
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       MOVE "REJECTED - ENTRY ALREADY ON FILE" TO
                           WS-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "N" TO WS-ENTRY-VALID
               END-WRITE
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-RATE-IMAGE
               MOVE "R" TO WS-LOG-FILE-CODE
               MOVE "A" TO WS-LOG-FUNCTION-CODE
               MOVE SPACES TO WS-LOG-OLD-IMAGE
               PERFORM 650-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               IF WS-OVERLAP-COUNT = 1
                   MOVE "ADDED - PRIOR ENTRY CLOSED" TO WS-RESULT
               ELSE
                   MOVE "ADDED" TO WS-RESULT
               END-IF
           END-IF.
      *
      *    EVERY MASTER JURISDICTION IN A STATE THE FILE COVERS,
      *    STILL IN FORCE ON OR AFTER THE STATE FILE'S EARLIEST
      *    EFFECTIVE DATE, THAT THE STATE FILE DID NOT LIST.  KEY
      *    ORDER KEEPS A JURISDICTION'S ENTRIES TOGETHER, SO EACH IS
      *    REPORTED ONCE.
      *
       500-REPORT-MISSING-JURISDICTIONS.
      *
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "MISSING JURISDICTION CHECK SKIPPED - THE "
                   "STATE FILE TABLES OVERFLOWED."
           ELSE
               MOVE "N" TO WS-SCAN-DONE
               MOVE LOW-VALUES TO TRT-RATE-KEY
               START TAX-RATE-FILE KEY IS NOT LESS THAN TRT-RATE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ TAX-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           PERFORM 510-CHECK-ONE-MASTER-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
      *
       510-CHECK-ONE-MASTER-ENTRY.
      *
           MOVE TRT-STATE-CODE TO WS-JK-STATE-CODE.
           MOVE TRT-COUNTY-CODE TO WS-JK-COUNTY-CODE.
           MOVE TRT-CITY-CODE TO WS-JK-CITY-CODE.
           IF TRT-EFFECTIVE-TO-DATE >= WS-EARLIEST-EFFECTIVE
                   AND WS-JURISDICTION-KEY NOT = WS-LAST-MISSING-KEY
               MOVE TRT-STATE-CODE TO WS-FIND-STATE
               PERFORM 605-FIND-STATE-FILE-STATE
               IF WS-KEY-FOUND = "Y"
                   MOVE WS-JURISDICTION-KEY TO WS-FIND-KEY
                   PERFORM 600-FIND-STATE-FILE-KEY
                   IF WS-KEY-FOUND = "N"
                       MOVE WS-JURISDICTION-KEY TO
                           WS-LAST-MISSING-KEY
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "MISSING" TO WS-ACTION
                       MOVE "Y" TO WS-IF-FOUND
                       MOVE TRT-EFFECTIVE-FROM-DATE TO
                           WS-IF-FROM-DATE
                       MOVE TRT-STATE-RATE TO WS-IF-STATE-RATE
                       MOVE TRT-COUNTY-RATE TO WS-IF-COUNTY-RATE
                       MOVE TRT-CITY-RATE TO WS-IF-CITY-RATE
                       MOVE "NOT ON STATE FILE - REVIEW, NOT CLOSED"
                           TO WS-RESULT
                       PERFORM 710-PRINT-MISSING-LINE
                   END-IF
               END-IF
           END-IF.
      *
       520-VALIDATE-DATE-PARTS.
      *
           DIVIDE WS-DATE-CHECK BY 10000 GIVING WS-DATE-YEAR
               REMAINDER WS-DATE-MMDD.
           DIVIDE WS-DATE-MMDD BY 100 GIVING WS-DATE-MONTH
               REMAINDER WS-DATE-DAY.
           MOVE 31 TO WS-MONTH-LIMIT.
           IF WS-DATE-MONTH = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-MONTH-LIMIT
           END-IF.
           IF WS-DATE-MONTH = 02
               IF FUNCTION MOD(WS-DATE-YEAR, 4) = ZERO
                       AND (FUNCTION MOD(WS-DATE-YEAR, 100)
                           NOT = ZERO
                        OR FUNCTION MOD(WS-DATE-YEAR, 400) = ZERO)
                   MOVE 29 TO WS-MONTH-LIMIT
               ELSE
                   MOVE 28 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-DATE-YEAR < 1900
                   OR WS-DATE-MONTH < 01 OR WS-DATE-MONTH > 12
                   OR WS-DATE-DAY < 01
                   OR WS-DATE-DAY > WS-MONTH-LIMIT
               MOVE "EFFECTIVE DATE NOT A CALENDAR DATE" TO WS-RESULT
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
      *
      *    COUNTS THE EXISTING ENTRIES FOR THE JURISDICTION WHOSE
      *    EFFECTIVE-DATE RANGES OVERLAP WS-NEW-FROM-DATE THROUGH
      *    WS-NEW-TO-DATE - THE SAME SCAN AS CALC1020'S, SO AN
      *    IMPORTED RATE IS HELD TO THE SAME RULES AS A KEYED ONE.
      *    THE KEY AND RANGE OF THE LAST OVERLAP FOUND ARE LEFT IN
      *    WS-OVERLAP-FROM/TO-DATE FOR THE AUTO-CLOSE CHECK.
      *
       540-CHECK-FOR-OVERLAP.
      *
           MOVE ZERO TO WS-OVERLAP-COUNT.
           MOVE ZERO TO WS-OVERLAP-FROM-DATE.
           MOVE ZERO TO WS-OVERLAP-TO-DATE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-NEW-STATE-CODE TO TRT-STATE-CODE.
           MOVE WS-NEW-COUNTY-CODE TO TRT-COUNTY-CODE.
           MOVE WS-NEW-CITY-CODE TO TRT-CITY-CODE.
           MOVE ZERO TO TRT-EFFECTIVE-FROM-DATE.
           START TAX-RATE-FILE KEY IS NOT LESS THAN TRT-RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ TAX-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF TRT-STATE-CODE NOT = WS-NEW-STATE-CODE
                               OR TRT-COUNTY-CODE NOT =
                                   WS-NEW-COUNTY-CODE
                               OR TRT-CITY-CODE NOT =
                                   WS-NEW-CITY-CODE
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           IF WS-EXCLUDE-ACTIVE = "Y"
                                   AND TRT-EFFECTIVE-FROM-DATE =
                                       WS-EXCLUDE-FROM-DATE
                               CONTINUE
                           ELSE
                               IF WS-NEW-FROM-DATE <=
                                       TRT-EFFECTIVE-TO-DATE
                                   AND WS-NEW-TO-DATE >=
                                       TRT-EFFECTIVE-FROM-DATE
                                   ADD 1 TO WS-OVERLAP-COUNT
                                   MOVE TRT-EFFECTIVE-FROM-DATE TO
                                       WS-OVERLAP-FROM-DATE
                                   MOVE TRT-EFFECTIVE-TO-DATE TO
                                       WS-OVERLAP-TO-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *    THE SINGLE OVERLAPPING ENTRY BEGAN BEFORE THE NEW RATE
      *    TAKES EFFECT, SO IT IS THE RATE BEING SUPERSEDED - CLOSE
      *    ITS EFFECTIVE-TO DATE AT THE DAY BEFORE THE NEW
      *    EFFECTIVE-FROM DATE AND LOG THE CLOSE AS ITS OWN CHANGE.
      *
       550-AUTO-CLOSE-PRIOR-ENTRY.
      *
           MOVE WS-NEW-STATE-CODE TO TRT-STATE-CODE.
           MOVE WS-NEW-COUNTY-CODE TO TRT-COUNTY-CODE.
           MOVE WS-NEW-CITY-CODE TO TRT-CITY-CODE.
           MOVE WS-OVERLAP-FROM-DATE TO TRT-EFFECTIVE-FROM-DATE.
           READ TAX-RATE-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO RE-READ THE PRIOR RATE ENTRY "
                       "- FILE STATUS " WS-TAX-RATE-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
                   MOVE "N" TO WS-ENTRY-VALID
                   MOVE "NOT APPLIED - FILE ERROR" TO WS-RESULT
           END-READ.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-RATE-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-FROM-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
                   TRT-EFFECTIVE-TO-DATE
               PERFORM 660-REWRITE-RATE-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-RATE-IMAGE
               MOVE "R" TO WS-LOG-FILE-CODE
               MOVE "X" TO WS-LOG-FUNCTION-CODE
               PERFORM 650-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.
      *
       600-FIND-STATE-FILE-KEY.
      *
           MOVE "N" TO WS-KEY-FOUND.
           PERFORM VARYING SFJ-IDX FROM 1 BY 1
                   UNTIL SFJ-IDX > WS-JURISDICTION-COUNT
                      OR WS-KEY-FOUND = "Y"
               IF SFJ-JURISDICTION-KEY(SFJ-IDX) = WS-FIND-KEY
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
      *
       605-FIND-STATE-FILE-STATE.
      *
           MOVE "N" TO WS-KEY-FOUND.
           PERFORM VARYING SFS-IDX FROM 1 BY 1
                   UNTIL SFS-IDX > WS-STATE-COUNT
                      OR WS-KEY-FOUND = "Y"
               IF SFS-STATE-CODE(SFS-IDX) = WS-FIND-STATE
                   MOVE "Y" TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
      *
      *    THE LOG IMAGES ARE TAKEN STRAIGHT FROM THE MASTER RECORD
      *    AREA, THE SAME WAY CALC1020 TAKES THEM.
      *
       610-CAPTURE-RATE-IMAGE.
      *
           MOVE TAX-RATE-RECORD TO WS-LOG-NEW-IMAGE.
      *
       650-WRITE-CHANGE-LOG-RECORD.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RCH-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO RCH-OPERATOR-ID.
           MOVE WS-LOG-FILE-CODE TO RCH-FILE-CODE.
           MOVE WS-LOG-FUNCTION-CODE TO RCH-FUNCTION-CODE.
           MOVE WS-LOG-OLD-IMAGE TO RCH-OLD-RECORD-IMAGE.
           MOVE WS-LOG-NEW-IMAGE TO RCH-NEW-RECORD-IMAGE.
           WRITE RATE-CHANGE-RECORD.
           IF WS-RATE-CHANGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE THE RATE CHANGE LOG - FILE "
                   "STATUS " WS-RATE-CHANGE-STATUS "."
               MOVE "Y" TO WS-FATAL-ERROR
           END-IF.
      *
       660-REWRITE-RATE-ENTRY.
      *
           REWRITE TAX-RATE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE RATE ENTRY - "
                       "FILE STATUS " WS-TAX-RATE-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
                   MOVE "N" TO WS-ENTRY-VALID
                   MOVE "NOT APPLIED - FILE ERROR" TO WS-RESULT
           END-REWRITE.
      *
       700-PRINT-DETAIL-LINE.
      *
           MOVE WS-ACTION TO WS-RL-ACTION.
           MOVE SR-STATE-CODE TO WS-RL-STATE-CODE.
           MOVE SR-COUNTY-CODE TO WS-RL-COUNTY-CODE.
           MOVE SR-CITY-CODE TO WS-RL-CITY-CODE.
           MOVE SR-EFFECTIVE-DATE TO WS-RL-EFFECTIVE-DATE.
           IF WS-ACTION = "INVALID"
               MOVE ZERO TO WS-RL-STATE-RATE
               MOVE ZERO TO WS-RL-COUNTY-RATE
               MOVE ZERO TO WS-RL-CITY-RATE
           ELSE
               MOVE SR-STATE-RATE TO WS-RL-STATE-RATE
               MOVE SR-COUNTY-RATE TO WS-RL-COUNTY-RATE
               MOVE SR-CITY-RATE TO WS-RL-CITY-RATE
           END-IF.
           PERFORM 720-MOVE-IN-FORCE-FIGURES.
           MOVE WS-RESULT TO WS-RL-RESULT.
           DISPLAY WS-REPORT-LINE.
      *
       710-PRINT-MISSING-LINE.
      *
           MOVE WS-ACTION TO WS-RL-ACTION.
           MOVE TRT-STATE-CODE TO WS-RL-STATE-CODE.
           MOVE TRT-COUNTY-CODE TO WS-RL-COUNTY-CODE.
           MOVE TRT-CITY-CODE TO WS-RL-CITY-CODE.
           MOVE SPACES TO WS-RL-EFFECTIVE-DATE.
           MOVE ZERO TO WS-RL-STATE-RATE.
           MOVE ZERO TO WS-RL-COUNTY-RATE.
           MOVE ZERO TO WS-RL-CITY-RATE.
           PERFORM 720-MOVE-IN-FORCE-FIGURES.
           MOVE WS-RESULT TO WS-RL-RESULT.
           DISPLAY WS-REPORT-LINE.
      *
       720-MOVE-IN-FORCE-FIGURES.
      *
           IF WS-IF-FOUND = "Y"
               MOVE WS-IF-FROM-DATE TO WS-RL-ON-FILE-FROM
               MOVE WS-IF-STATE-RATE TO WS-RL-OLD-STATE-RATE
               MOVE WS-IF-COUNTY-RATE TO WS-RL-OLD-COUNTY-RATE
               MOVE WS-IF-CITY-RATE TO WS-RL-OLD-CITY-RATE
           ELSE
               MOVE "NONE" TO WS-RL-ON-FILE-FROM
               MOVE ZERO TO WS-RL-OLD-STATE-RATE
               MOVE ZERO TO WS-RL-OLD-COUNTY-RATE
               MOVE ZERO TO WS-RL-OLD-CITY-RATE
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           DISPLAY "====================================".
           MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT.
           DISPLAY "STATE FILE RECORDS READ . . " WS-DISPLAY-COUNT.
           MOVE WS-NEW-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "NEW JURISDICTIONS . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-CHANGED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "CHANGED RATES . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-UNCHANGED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "UNCHANGED . . . . . . . . . " WS-DISPLAY-COUNT.
           MOVE WS-MISSING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "MISSING FROM STATE FILE . . " WS-DISPLAY-COUNT.
           MOVE WS-INVALID-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "INVALID STATE FILE RECORDS  " WS-DISPLAY-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "REJECTED BY OVERLAP RULES . " WS-DISPLAY-COUNT.
           MOVE WS-CHANGES-APPLIED TO WS-DISPLAY-COUNT.
           DISPLAY "CHANGES APPLIED AND LOGGED  " WS-DISPLAY-COUNT.
           DISPLAY "====================================".
           IF WS-APPLY-MODE = "N"
               DISPLAY "REPORT ONLY - THE TAX RATE MASTER WAS NOT "
                   "CHANGED."
           END-IF.
