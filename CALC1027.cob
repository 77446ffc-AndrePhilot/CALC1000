       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1027.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            INTERACTIVE LOAD AND MAINTENANCE PROGRAM
      *                    FOR THE ZIP CODE TO TAXING JURISDICTION
      *                    MASTER (ZIPJURIS DD).  ADDS A ZIP CODE,
      *                    CORRECTS ONE, RETIRES ONE THE POSTAL
      *                    SERVICE HAS WITHDRAWN, LISTS THE MASTER
      *                    FROM A STARTING ZIP, AND LOADS THE ZIP
      *                    FILE (ZIPIN DD, IN THE ZIPJURIS LAYOUT)
      *                    WHEN A NEW EDITION OF THE BOUNDARY DATA
      *                    ARRIVES - A ZIP NOT ON FILE IS ADDED, A
      *                    ZIP WHOSE JURISDICTION, NAME OR FLAGS
      *                    DIFFER IS CORRECTED, AND AN IDENTICAL ONE
      *                    IS LEFT ALONE.  A ZIP IS NEVER DELETED -
      *                    RETIRING IT MAKES CALC1000 AND CALC1010
      *                    TREAT IT AS NOT ON FILE.  EVERY CHANGE
      *                    APPLIED, KEYED OR LOADED, IS WRITTEN TO
      *                    THE MASTER-CHANGE LOG (MSTRCHG DD) UNDER
      *                    FILE CODE "Z" WITH THE OPERATOR ID AND A
      *                    BEFORE AND AFTER IMAGE OF THE ZIP RECORD,
      *                    THE SAME WAY CALC1026 LOGS THE EXEMPTION
      *                    CERTIFICATE MASTER.
      *                    THE MASTER IS A VSAM KSDS (SEE
      *                    ZIPJURIS.CPY) MAINTAINED IN PLACE WITH
      *                    KEYED READS, WRITES AND REWRITES - EACH
      *                    CHANGE IS ON DISK THE MOMENT IT IS
      *                    CONFIRMED.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ZIP-JURISDICTION-FILE ASSIGN TO "ZIPJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZJ-ZIP-CODE
               FILE STATUS IS WS-ZIP-MASTER-STATUS.
           SELECT ZIP-LOAD-FILE ASSIGN TO "ZIPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-LOAD-STATUS.
           SELECT MASTER-CHANGE-LOG-FILE ASSIGN TO "MSTRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CHANGE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ZIP-JURISDICTION-FILE.
       COPY ZIPJURIS.
      *
       FD  ZIP-LOAD-FILE.
       01  ZIP-LOAD-RECORD            PIC X(60).
      *
       FD  MASTER-CHANGE-LOG-FILE.
       COPY MSTRCHG.
      *
       WORKING-STORAGE SECTION.
      *
       77  END-OF-SESSION-SWITCH  PIC X         VALUE "N".
       77  WS-OPERATOR-ID         PIC X(8)      VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(21).
      *
       77  WS-ZIP-MASTER-STATUS   PIC X(2)      VALUE "00".
       77  WS-ZIP-LOAD-STATUS     PIC X(2)      VALUE "00".
       77  WS-MASTER-CHANGE-STATUS PIC X(2)     VALUE "00".
       77  WS-FATAL-ERROR         PIC X         VALUE "N".
      *
       77  WS-CHANGES-APPLIED     PIC 9(5)      VALUE ZERO.
       77  WS-DISPLAY-CHANGES     PIC ZZ,ZZ9.
      *
       77  WS-FUNCTION-CHOICE     PIC X         VALUE SPACE.
       77  WS-CONSECUTIVE-INVALID PIC 9(4)      VALUE ZERO.
       77  WS-ENTRY-VALID         PIC X         VALUE "N".
       77  WS-ENTRY-FOUND         PIC X         VALUE "N".
      *
       77  WS-NEW-ZIP-CODE        PIC X(5).
       77  WS-NEW-STATE-CODE      PIC X(2).
       77  WS-NEW-COUNTY-CODE     PIC X(3).
       77  WS-NEW-CITY-CODE       PIC X(3).
       77  WS-NEW-MULTI-FLAG      PIC X.
       77  WS-NEW-PLACE-NAME      PIC X(25).
      *
       77  WS-LIST-DONE           PIC X         VALUE "N".
       77  WS-LIST-COUNT          PIC 9(5)      VALUE ZERO.
       77  WS-LIST-LIMIT          PIC 9(5)      VALUE 20.
       77  WS-DISPLAY-LIST-COUNT  PIC ZZ,ZZ9.
       77  WS-LIST-STATUS-TEXT    PIC X(8)      VALUE SPACES.
      *
       77  WS-LOAD-EOF            PIC X         VALUE "N".
       77  WS-LOAD-READ           PIC 9(7)      VALUE ZERO.
       77  WS-LOAD-ADDED          PIC 9(7)      VALUE ZERO.
       77  WS-LOAD-CHANGED        PIC 9(7)      VALUE ZERO.
       77  WS-LOAD-UNCHANGED      PIC 9(7)      VALUE ZERO.
       77  WS-LOAD-REJECTED       PIC 9(7)      VALUE ZERO.
       77  WS-DISPLAY-COUNT       PIC Z,ZZZ,ZZ9.
      *
       77  WS-LOG-FILE-CODE       PIC X.
       77  WS-LOG-FUNCTION-CODE   PIC X.
       77  WS-LOG-OLD-IMAGE       PIC X(80).
       77  WS-LOG-NEW-IMAGE       PIC X(80).
      *
      *    ONE ZIPIN RECORD, IN THE ZIPJURIS LAYOUT.
      *
       01  WS-LOAD-RECORD.
           05  WS-LD-ZIP-CODE         PIC X(5).
           05  WS-LD-STATE-CODE       PIC X(2).
           05  WS-LD-COUNTY-CODE      PIC X(3).
           05  WS-LD-CITY-CODE        PIC X(3).
           05  WS-LD-MULTI-JURIS-FLAG PIC X.
           05  WS-LD-PLACE-NAME       PIC X(25).
           05  WS-LD-ACTIVE-FLAG      PIC X.
           05  FILLER                 PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-ZIP-CODES.
      *
           PERFORM 050-OPERATOR-SIGN-ON.
           IF END-OF-SESSION-SWITCH = "N"
               PERFORM 100-OPEN-ZIP-MASTER
           END-IF.
           IF WS-FATAL-ERROR = "N"
                   AND END-OF-SESSION-SWITCH = "N"
               PERFORM 200-PROCESS-ONE-REQUEST
                UNTIL END-OF-SESSION-SWITCH = "Y"
               CLOSE ZIP-JURISDICTION-FILE
           END-IF.
           MOVE WS-CHANGES-APPLIED TO WS-DISPLAY-CHANGES.
           DISPLAY "====================================".
           DISPLAY "CHANGES APPLIED THIS SESSION . . "
               WS-DISPLAY-CHANGES.
           DISPLAY "====================================".
           IF WS-FATAL-ERROR = "Y"
               DISPLAY "END OF SESSION - TERMINATED DUE TO A FATAL "
                   "ERROR."
               DISPLAY "CHANGES ALREADY CONFIRMED WERE APPLIED TO "
                   "THE MASTER BEFORE THE ERROR."
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "END OF SESSION."
           END-IF.
           STOP RUN.
      *
       050-OPERATOR-SIGN-ON.
      *
           MOVE ZERO TO WS-CONSECUTIVE-INVALID.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                      OR END-OF-SESSION-SWITCH = "Y"
               DISPLAY "ENTER YOUR OPERATOR ID, OR 0 TO EXIT."
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = "0"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               ELSE
                   IF WS-OPERATOR-ID = SPACES
                       ADD 1 TO WS-CONSECUTIVE-INVALID
                       DISPLAY "AN OPERATOR ID IS REQUIRED - EVERY "
                           "CHANGE IS LOGGED UNDER IT."
                       IF WS-CONSECUTIVE-INVALID > 25
                           DISPLAY "NO VALID ENTRY RECEIVED - ENDING "
                               "THE SESSION."
                           MOVE "Y" TO END-OF-SESSION-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    THE MASTER IS OPENED FOR UPDATE FOR THE WHOLE SESSION.
      *    FILE STATUS 35 MEANS THE CLUSTER HAS NEVER BEEN LOADED -
      *    IT IS CREATED EMPTY AND REOPENED, THE SAME WAY CALC1026
      *    HANDLES THE EXEMPTION CERTIFICATE MASTER.
      *
       100-OPEN-ZIP-MASTER.
      *
           OPEN I-O ZIP-JURISDICTION-FILE.
           IF WS-ZIP-MASTER-STATUS = "35"
               OPEN OUTPUT ZIP-JURISDICTION-FILE
               IF WS-ZIP-MASTER-STATUS = "00"
                   CLOSE ZIP-JURISDICTION-FILE
                   OPEN I-O ZIP-JURISDICTION-FILE
               END-IF
           END-IF.
           IF WS-ZIP-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE ZIP CODE MASTER - FILE "
                   "STATUS " WS-ZIP-MASTER-STATUS "."
               MOVE "Y" TO WS-FATAL-ERROR
           END-IF.
      *
       200-PROCESS-ONE-REQUEST.
      *
           DISPLAY "------------".
           DISPLAY "ENTER A TO ADD A ZIP CODE, C TO CORRECT ONE, ".
           DISPLAY "R TO RETIRE ONE, L TO LIST THE MASTER, F TO ".
           DISPLAY "LOAD THE ZIP FILE, OR 0 TO EXIT.".
           MOVE SPACE TO WS-FUNCTION-CHOICE.
           ACCEPT WS-FUNCTION-CHOICE.
           IF WS-FUNCTION-CHOICE = "0"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF WS-FUNCTION-CHOICE = "A"
                   MOVE ZERO TO WS-CONSECUTIVE-INVALID
                   PERFORM 300-ADD-ZIP-ENTRY
               ELSE
                   IF WS-FUNCTION-CHOICE = "C"
                       MOVE ZERO TO WS-CONSECUTIVE-INVALID
                       PERFORM 360-CORRECT-ZIP-ENTRY
                   ELSE
                       IF WS-FUNCTION-CHOICE = "R"
                           MOVE ZERO TO WS-CONSECUTIVE-INVALID
                           PERFORM 330-RETIRE-ZIP-ENTRY
                       ELSE
                           IF WS-FUNCTION-CHOICE = "L"
                               MOVE ZERO TO WS-CONSECUTIVE-INVALID
                               PERFORM 400-LIST-ZIP-ENTRIES
                           ELSE
                               IF WS-FUNCTION-CHOICE = "F"
                                   MOVE ZERO TO
                                       WS-CONSECUTIVE-INVALID
                                   PERFORM 450-LOAD-ZIP-FILE
                               ELSE
                                   PERFORM 210-COUNT-INVALID-CHOICE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    A CLOSED OR REDIRECTED INPUT STREAM LEAVES THE CHOICE
      *    FIELD UNCHANGED ON EVERY ACCEPT, SO A LONG RUN OF
      *    CONSECUTIVE INVALID ENTRIES IS TREATED AS THE OPERATOR
      *    HAVING PRESSED 0 TO EXIT, THE SAME WAY CALC1026 HANDLES
      *    IT.
      *
       210-COUNT-INVALID-CHOICE.
      *
           ADD 1 TO WS-CONSECUTIVE-INVALID.
           DISPLAY "INVALID ENTRY - ENTER A, C, R, L, F OR 0.".
           IF WS-CONSECUTIVE-INVALID > 25
               DISPLAY "NO VALID ENTRY RECEIVED - ENDING THE "
                   "SESSION."
               MOVE "Y" TO END-OF-SESSION-SWITCH
           END-IF.
      *
       300-ADD-ZIP-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-ZIP-CODE.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-ZIP-ENTRY
               IF WS-ENTRY-FOUND = "Y"
                   DISPLAY "REJECTED - ZIP CODE " WS-NEW-ZIP-CODE
                       " IS ALREADY ON FILE - USE C TO CORRECT IT."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 510-ACCEPT-ZIP-FIELDS
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               MOVE SPACES TO ZIP-JURISDICTION-RECORD
               MOVE WS-NEW-ZIP-CODE TO ZJ-ZIP-CODE
               MOVE WS-NEW-STATE-CODE TO ZJ-STATE-CODE
               MOVE WS-NEW-COUNTY-CODE TO ZJ-COUNTY-CODE
               MOVE WS-NEW-CITY-CODE TO ZJ-CITY-CODE
               MOVE WS-NEW-MULTI-FLAG TO ZJ-MULTI-JURIS-FLAG
               MOVE WS-NEW-PLACE-NAME TO ZJ-PLACE-NAME
               MOVE "Y" TO ZJ-ACTIVE-FLAG
               WRITE ZIP-JURISDICTION-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - ZIP CODE " WS-NEW-ZIP-CODE
                           " IS ALREADY ON FILE."
                       MOVE "N" TO WS-ENTRY-VALID
               END-WRITE
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE "Z" TO WS-LOG-FILE-CODE
               MOVE "A" TO WS-LOG-FUNCTION-CODE
               MOVE SPACES TO WS-LOG-OLD-IMAGE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "ZIP CODE ENTRY ADDED."
           END-IF.
      *
      *    RETIRING A ZIP CODE STOPS IT SOURCING ANY FURTHER
      *    DELIVERED SALE - THEY SUSPEND UNTIL THE ADDRESS IS
      *    CORRECTED - WHILE THE ENTRY STAYS ON FILE FOR THE LOG
      *    AND FOR A LATER CORRECTION, WHICH REINSTATES IT.
      *
       330-RETIRE-ZIP-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-ZIP-CODE.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-ZIP-ENTRY
               IF WS-ENTRY-FOUND = "N"
                   DISPLAY "NO ZIP CODE ENTRY ON FILE FOR "
                       WS-NEW-ZIP-CODE "."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
                   AND ZJ-ACTIVE-FLAG = "N"
               DISPLAY "ZIP CODE " WS-NEW-ZIP-CODE " IS ALREADY "
                   "RETIRED."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE
               MOVE "N" TO ZJ-ACTIVE-FLAG
               PERFORM 650-REWRITE-ZIP-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE "Z" TO WS-LOG-FILE-CODE
               MOVE "D" TO WS-LOG-FUNCTION-CODE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "ZIP CODE " WS-NEW-ZIP-CODE " RETIRED."
           END-IF.
      *
       360-CORRECT-ZIP-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-ZIP-CODE.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-ZIP-ENTRY
               IF WS-ENTRY-FOUND = "N"
                   DISPLAY "NO ZIP CODE ENTRY ON FILE FOR "
                       WS-NEW-ZIP-CODE "."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 410-DISPLAY-ZIP-ENTRY
               IF ZJ-ACTIVE-FLAG = "N"
                   DISPLAY "THIS ZIP CODE IS RETIRED - CORRECTING IT "
                       "REINSTATES IT."
               END-IF
               PERFORM 510-ACCEPT-ZIP-FIELDS
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE
               MOVE WS-NEW-STATE-CODE TO ZJ-STATE-CODE
               MOVE WS-NEW-COUNTY-CODE TO ZJ-COUNTY-CODE
               MOVE WS-NEW-CITY-CODE TO ZJ-CITY-CODE
               MOVE WS-NEW-MULTI-FLAG TO ZJ-MULTI-JURIS-FLAG
               MOVE WS-NEW-PLACE-NAME TO ZJ-PLACE-NAME
               MOVE "Y" TO ZJ-ACTIVE-FLAG
               PERFORM 650-REWRITE-ZIP-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE "Z" TO WS-LOG-FILE-CODE
               MOVE "C" TO WS-LOG-FUNCTION-CODE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "ZIP CODE ENTRY CORRECTED."
           END-IF.
      *
      *    THE MASTER IS LISTED IN ZIP ORDER FROM THE ZIP THE
      *    OPERATOR KEYS, A SCREENFUL AT A TIME.
      *
       400-LIST-ZIP-ENTRIES.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-ZIP-CODE.
           IF WS-ENTRY-VALID = "Y"
               MOVE ZERO TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-DONE
               MOVE WS-NEW-ZIP-CODE TO ZJ-ZIP-CODE
               START ZIP-JURISDICTION-FILE
                   KEY IS NOT LESS THAN ZJ-ZIP-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-LIST-DONE
               END-START
               PERFORM UNTIL WS-LIST-DONE = "Y"
                   READ ZIP-JURISDICTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIST-DONE
                       NOT AT END
                           PERFORM 410-DISPLAY-ZIP-ENTRY
                           IF WS-LIST-COUNT NOT < WS-LIST-LIMIT
                               MOVE "Y" TO WS-LIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-LIST-COUNT TO WS-DISPLAY-LIST-COUNT
               DISPLAY "ZIP CODES LISTED . . " WS-DISPLAY-LIST-COUNT
           END-IF.
      *
       410-DISPLAY-ZIP-ENTRY.
      *
           ADD 1 TO WS-LIST-COUNT.
           IF ZJ-ACTIVE-FLAG = "N"
               MOVE "RETIRED" TO WS-LIST-STATUS-TEXT
           ELSE
               IF ZJ-MULTI-JURIS-FLAG = "Y"
                   MOVE "SPLIT" TO WS-LIST-STATUS-TEXT
               ELSE
                   MOVE "ACTIVE" TO WS-LIST-STATUS-TEXT
               END-IF
           END-IF.
           DISPLAY ZJ-ZIP-CODE " " ZJ-STATE-CODE " " ZJ-COUNTY-CODE
               " " ZJ-CITY-CODE " " WS-LIST-STATUS-TEXT " "
               ZJ-PLACE-NAME.
      *
      *    THE LOAD FILE IS APPLIED RECORD BY RECORD AGAINST THE
      *    MASTER.  A RECORD THAT FAILS VALIDATION IS REPORTED AND
      *    SKIPPED; THE REST OF THE FILE STILL LOADS, AND THE FILE
      *    CAN SIMPLY BE LOADED AGAIN ONCE IT IS CORRECTED SINCE AN
      *    IDENTICAL ZIP IS LEFT ALONE.
      *
       450-LOAD-ZIP-FILE.
      *
           OPEN INPUT ZIP-LOAD-FILE.
           IF WS-ZIP-LOAD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE ZIP LOAD FILE - FILE "
                   "STATUS " WS-ZIP-LOAD-STATUS " - NOTHING LOADED."
           ELSE
               MOVE "N" TO WS-LOAD-EOF
               MOVE ZERO TO WS-LOAD-READ
               MOVE ZERO TO WS-LOAD-ADDED
               MOVE ZERO TO WS-LOAD-CHANGED
               MOVE ZERO TO WS-LOAD-UNCHANGED
               MOVE ZERO TO WS-LOAD-REJECTED
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                          OR WS-FATAL-ERROR = "Y"
                   READ ZIP-LOAD-FILE INTO WS-LOAD-RECORD
                       AT END
                           MOVE "Y" TO WS-LOAD-EOF
                       NOT AT END
                           ADD 1 TO WS-LOAD-READ
                           PERFORM 460-LOAD-ONE-ZIP
                   END-READ
               END-PERFORM
               CLOSE ZIP-LOAD-FILE
               DISPLAY "ZIP FILE LOAD"
               MOVE WS-LOAD-READ TO WS-DISPLAY-COUNT
               DISPLAY "  RECORDS READ . . . . . . . . "
                   WS-DISPLAY-COUNT
               MOVE WS-LOAD-ADDED TO WS-DISPLAY-COUNT
               DISPLAY "  ZIP CODES ADDED  . . . . . . "
                   WS-DISPLAY-COUNT
               MOVE WS-LOAD-CHANGED TO WS-DISPLAY-COUNT
               DISPLAY "  ZIP CODES CORRECTED  . . . . "
                   WS-DISPLAY-COUNT
               MOVE WS-LOAD-UNCHANGED TO WS-DISPLAY-COUNT
               DISPLAY "  ZIP CODES UNCHANGED  . . . . "
                   WS-DISPLAY-COUNT
               MOVE WS-LOAD-REJECTED TO WS-DISPLAY-COUNT
               DISPLAY "  RECORDS REJECTED . . . . . . "
                   WS-DISPLAY-COUNT
           END-IF.
      *
      *    A LOAD RECORD NEEDS A NUMERIC ZIP, A STATE CODE UNLESS THE
      *    ZIP IS FLAGGED AS SPANNING MORE THAN ONE JURISDICTION, AND
      *    Y/N FLAGS.  A BLANK MULTI-JURISDICTION FLAG MEANS "N" AND
      *    A BLANK ACTIVE FLAG MEANS "Y".
      *
       460-LOAD-ONE-ZIP.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           IF WS-LD-MULTI-JURIS-FLAG = SPACE
               MOVE "N" TO WS-LD-MULTI-JURIS-FLAG
           END-IF.
           IF WS-LD-ACTIVE-FLAG = SPACE
               MOVE "Y" TO WS-LD-ACTIVE-FLAG
           END-IF.
           IF WS-LD-ZIP-CODE NOT NUMERIC
               DISPLAY "REJECTED - LOAD RECORD " WS-LOAD-READ
                   " - ZIP CODE " WS-LD-ZIP-CODE " IS NOT NUMERIC."
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               IF WS-LD-MULTI-JURIS-FLAG NOT = "Y"
                       AND WS-LD-MULTI-JURIS-FLAG NOT = "N"
                   DISPLAY "REJECTED - ZIP CODE " WS-LD-ZIP-CODE
                       " - MULTI-JURISDICTION FLAG MUST BE Y OR N."
                   MOVE "N" TO WS-ENTRY-VALID
               ELSE
                   IF WS-LD-ACTIVE-FLAG NOT = "Y"
                           AND WS-LD-ACTIVE-FLAG NOT = "N"
                       DISPLAY "REJECTED - ZIP CODE " WS-LD-ZIP-CODE
                           " - ACTIVE FLAG MUST BE Y OR N."
                       MOVE "N" TO WS-ENTRY-VALID
                   ELSE
                       IF WS-LD-MULTI-JURIS-FLAG = "N"
                               AND WS-LD-STATE-CODE = SPACES
                           DISPLAY "REJECTED - ZIP CODE "
                               WS-LD-ZIP-CODE " - A STATE CODE IS "
                               "REQUIRED."
                           MOVE "N" TO WS-ENTRY-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "N"
               ADD 1 TO WS-LOAD-REJECTED
           ELSE
               MOVE WS-LD-ZIP-CODE TO WS-NEW-ZIP-CODE
               PERFORM 560-FIND-ZIP-ENTRY
               IF WS-ENTRY-FOUND = "N"
                   PERFORM 470-LOAD-ADD-ZIP
               ELSE
                   IF ZIP-JURISDICTION-RECORD = WS-LOAD-RECORD
                       ADD 1 TO WS-LOAD-UNCHANGED
                   ELSE
                       PERFORM 480-LOAD-CORRECT-ZIP
                   END-IF
               END-IF
           END-IF.
      *
       470-LOAD-ADD-ZIP.
      *
           MOVE WS-LOAD-RECORD TO ZIP-JURISDICTION-RECORD.
           WRITE ZIP-JURISDICTION-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - ZIP CODE " WS-LD-ZIP-CODE
                       " IS ALREADY ON FILE."
                   MOVE "N" TO WS-ENTRY-VALID
                   ADD 1 TO WS-LOAD-REJECTED
           END-WRITE.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE "Z" TO WS-LOG-FILE-CODE
               MOVE "A" TO WS-LOG-FUNCTION-CODE
               MOVE SPACES TO WS-LOG-OLD-IMAGE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               ADD 1 TO WS-LOAD-ADDED
           END-IF.
      *
       480-LOAD-CORRECT-ZIP.
      *
           PERFORM 610-CAPTURE-ZIP-IMAGE.
           MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE.
           MOVE WS-LOAD-RECORD TO ZIP-JURISDICTION-RECORD.
           PERFORM 650-REWRITE-ZIP-ENTRY.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-ZIP-IMAGE
               MOVE "Z" TO WS-LOG-FILE-CODE
               MOVE "C" TO WS-LOG-FUNCTION-CODE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               ADD 1 TO WS-LOAD-CHANGED
           END-IF.
      *
       500-ACCEPT-ZIP-CODE.
      *
           DISPLAY "ENTER THE ZIP CODE (5 DIGITS).".
           MOVE SPACES TO WS-NEW-ZIP-CODE.
           ACCEPT WS-NEW-ZIP-CODE.
           IF WS-NEW-ZIP-CODE NOT NUMERIC
               DISPLAY "INVALID ENTRY - A ZIP CODE IS 5 DIGITS."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
      *
      *    A ZIP THAT CROSSES A COUNTY OR CITY LINE CANNOT SOURCE A
      *    SALE, SO ITS JURISDICTION CODES ARE OPTIONAL - ANY THAT
      *    ARE KEYED ARE KEPT FOR REFERENCE ONLY.
      *
       510-ACCEPT-ZIP-FIELDS.
      *
           DISPLAY "ENTER THE PLACE NAME (UP TO 25 CHARACTERS).".
           MOVE SPACES TO WS-NEW-PLACE-NAME.
           ACCEPT WS-NEW-PLACE-NAME.
           DISPLAY "DOES THE ZIP CODE SPAN MORE THAN ONE TAXING ".
           DISPLAY "JURISDICTION (Y OR N)?".
           MOVE SPACE TO WS-NEW-MULTI-FLAG.
           ACCEPT WS-NEW-MULTI-FLAG.
           IF WS-NEW-MULTI-FLAG NOT = "Y"
                   AND WS-NEW-MULTI-FLAG NOT = "N"
               DISPLAY "INVALID ENTRY - ENTER Y OR N."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "ENTER THE STATE CODE (2 CHARACTERS)."
               MOVE SPACES TO WS-NEW-STATE-CODE
               ACCEPT WS-NEW-STATE-CODE
               DISPLAY "ENTER THE COUNTY CODE (3 CHARACTERS)."
               MOVE SPACES TO WS-NEW-COUNTY-CODE
               ACCEPT WS-NEW-COUNTY-CODE
               DISPLAY "ENTER THE CITY CODE (3 CHARACTERS, OR "
               DISPLAY "SPACES IF NOT APPLICABLE)."
               MOVE SPACES TO WS-NEW-CITY-CODE
               ACCEPT WS-NEW-CITY-CODE
               IF WS-NEW-MULTI-FLAG = "N"
                       AND WS-NEW-STATE-CODE = SPACES
                   DISPLAY "INVALID ENTRY - A STATE CODE IS "
                       "REQUIRED."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *
       560-FIND-ZIP-ENTRY.
      *
           MOVE "N" TO WS-ENTRY-FOUND.
           MOVE WS-NEW-ZIP-CODE TO ZJ-ZIP-CODE.
           READ ZIP-JURISDICTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-FOUND
           END-READ.
      *
       600-WRITE-CHANGE-LOG-RECORD.
      *
           OPEN EXTEND MASTER-CHANGE-LOG-FILE.
           IF WS-MASTER-CHANGE-STATUS = "35"
               OPEN OUTPUT MASTER-CHANGE-LOG-FILE
           END-IF.
           IF WS-MASTER-CHANGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE MASTER CHANGE LOG FILE - "
                   "FILE STATUS " WS-MASTER-CHANGE-STATUS "."
               MOVE "Y" TO WS-FATAL-ERROR
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO MCH-TIMESTAMP
               MOVE WS-OPERATOR-ID TO MCH-OPERATOR-ID
               MOVE WS-LOG-FILE-CODE TO MCH-FILE-CODE
               MOVE WS-LOG-FUNCTION-CODE TO MCH-FUNCTION-CODE
               MOVE WS-LOG-OLD-IMAGE TO MCH-OLD-RECORD-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO MCH-NEW-RECORD-IMAGE
               WRITE MASTER-CHANGE-RECORD
               CLOSE MASTER-CHANGE-LOG-FILE
           END-IF.
      *
      *    THE LOG IMAGES ARE TAKEN STRAIGHT FROM THE MASTER RECORD
      *    AREA - CAPTURE FILLS THE AFTER-IMAGE FIELD, AND A CALLER
      *    ABOUT TO CHANGE THE RECORD FIRST COPIES THAT CAPTURE TO
      *    THE BEFORE-IMAGE FIELD.
      *
       610-CAPTURE-ZIP-IMAGE.
      *
           MOVE ZIP-JURISDICTION-RECORD TO WS-LOG-NEW-IMAGE.
      *
       650-REWRITE-ZIP-ENTRY.
      *
           REWRITE ZIP-JURISDICTION-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE ZIP CODE ENTRY - "
                       "FILE STATUS " WS-ZIP-MASTER-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
                   MOVE "Y" TO END-OF-SESSION-SWITCH
                   MOVE "N" TO WS-ENTRY-VALID
           END-REWRITE.
