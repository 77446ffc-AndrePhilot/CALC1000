       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1026.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            INTERACTIVE MAINTENANCE PROGRAM FOR THE
      *                    CUSTOMER EXEMPTION CERTIFICATE MASTER
      *                    (EXMPCERT DD).  ADDS A RESALE OR EXEMPTION
      *                    CERTIFICATE A CUSTOMER HAS FILED WITH US,
      *                    CORRECTS ONE, EXPIRES (REVOKES) ONE AHEAD
      *                    OF ITS PRINTED EXPIRY DATE, AND LISTS A
      *                    CUSTOMER'S CERTIFICATES.  A CERTIFICATE IS
      *                    NEVER DELETED - TAXCALC ONLY HONORS IT FOR
      *                    TAX DATES INSIDE ITS EFFECTIVE AND EXPIRY
      *                    DATES, SO EXPIRING IT STOPS FURTHER
      *                    EXEMPTIONS WHILE THE SALES IT ALREADY
      *                    EXEMPTED STILL RESOLVE ON THE MONTHLY
      *                    CERTIFICATE REPORT (CALC1031).  EVERY
      *                    CHANGE APPLIED IS WRITTEN TO THE
      *                    MASTER-CHANGE LOG (MSTRCHG DD) UNDER FILE
      *                    CODE "E" WITH THE OPERATOR ID AND A BEFORE
      *                    AND AFTER IMAGE OF THE CERTIFICATE RECORD,
      *                    THE SAME WAY CALC1025 LOGS THE STORE AND
      *                    OPERATOR MASTERS.
      *                    THE MASTER IS A VSAM KSDS (SEE
      *                    EXMPCERT.CPY) MAINTAINED IN PLACE WITH
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
           SELECT EXEMPT-CERTIFICATE-FILE ASSIGN TO "EXMPCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CERTIFICATE-KEY
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           SELECT MASTER-CHANGE-LOG-FILE ASSIGN TO "MSTRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-CHANGE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXEMPT-CERTIFICATE-FILE.
       COPY EXMPCERT.
      *
       FD  MASTER-CHANGE-LOG-FILE.
       COPY MSTRCHG.
      *
       WORKING-STORAGE SECTION.
      *
       77  END-OF-SESSION-SWITCH  PIC X         VALUE "N".
       77  WS-OPERATOR-ID         PIC X(8)      VALUE SPACES.
       77  WS-TIMESTAMP           PIC X(21).
       77  WS-TODAY-DATE          PIC 9(8)      VALUE ZERO.
      *
       77  WS-CERTIFICATE-STATUS  PIC X(2)      VALUE "00".
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
       77  WS-NEW-CUSTOMER-ID     PIC X(10).
       77  WS-NEW-STATE-CODE      PIC X(2).
       77  WS-NEW-CERTIFICATE-NUMBER PIC X(15).
       77  WS-NEW-CUSTOMER-NAME   PIC X(25).
       77  WS-NEW-EXEMPT-REASON   PIC X(2).
       77  WS-NEW-EFFECTIVE-DATE  PIC 9(8).
       77  WS-NEW-EXPIRY-DATE     PIC 9(8).
      *
       77  WS-DATE-RAW            PIC X(8)      VALUE SPACES.
       77  WS-DATE-CHECK          PIC 9(8)      VALUE ZERO.
       77  WS-DATE-MMDD           PIC 9(4)      VALUE ZERO.
       77  WS-DATE-MONTH          PIC 9(2)      VALUE ZERO.
       77  WS-DATE-DAY            PIC 9(2)      VALUE ZERO.
       77  WS-DATE-YEAR           PIC 9(4)      VALUE ZERO.
       77  WS-MONTH-LIMIT         PIC 9(2)      VALUE ZERO.
      *
       77  WS-LIST-DONE           PIC X         VALUE "N".
       77  WS-LIST-COUNT          PIC 9(5)      VALUE ZERO.
       77  WS-DISPLAY-LIST-COUNT  PIC ZZ,ZZ9.
       77  WS-LIST-STATUS-TEXT    PIC X(8)      VALUE SPACES.
      *
       77  WS-LOG-FILE-CODE       PIC X.
       77  WS-LOG-FUNCTION-CODE   PIC X.
       77  WS-LOG-OLD-IMAGE       PIC X(80).
       77  WS-LOG-NEW-IMAGE       PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-CERTIFICATES.
      *
           PERFORM 050-OPERATOR-SIGN-ON.
           IF END-OF-SESSION-SWITCH = "N"
               PERFORM 100-OPEN-CERTIFICATE-MASTER
           END-IF.
           IF WS-FATAL-ERROR = "N"
                   AND END-OF-SESSION-SWITCH = "N"
               PERFORM 200-PROCESS-ONE-REQUEST
                UNTIL END-OF-SESSION-SWITCH = "Y"
               CLOSE EXEMPT-CERTIFICATE-FILE
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
      *    IT IS CREATED EMPTY AND REOPENED, THE SAME WAY CALC1025
      *    HANDLES THE STORE AND OPERATOR MASTERS.
      *
       100-OPEN-CERTIFICATE-MASTER.
      *
           OPEN I-O EXEMPT-CERTIFICATE-FILE.
           IF WS-CERTIFICATE-STATUS = "35"
               OPEN OUTPUT EXEMPT-CERTIFICATE-FILE
               IF WS-CERTIFICATE-STATUS = "00"
                   CLOSE EXEMPT-CERTIFICATE-FILE
                   OPEN I-O EXEMPT-CERTIFICATE-FILE
               END-IF
           END-IF.
           IF WS-CERTIFICATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE EXEMPTION CERTIFICATE "
                   "MASTER - FILE STATUS " WS-CERTIFICATE-STATUS "."
               MOVE "Y" TO WS-FATAL-ERROR
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
       200-PROCESS-ONE-REQUEST.
      *
           DISPLAY "------------".
           DISPLAY "ENTER A TO ADD A CERTIFICATE, C TO CORRECT ONE,".
           DISPLAY "E TO EXPIRE (REVOKE) ONE, L TO LIST A ".
           DISPLAY "CUSTOMER'S CERTIFICATES, OR 0 TO EXIT.".
           MOVE SPACE TO WS-FUNCTION-CHOICE.
           ACCEPT WS-FUNCTION-CHOICE.
           IF WS-FUNCTION-CHOICE = "0"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF WS-FUNCTION-CHOICE = "A"
                   MOVE ZERO TO WS-CONSECUTIVE-INVALID
                   PERFORM 300-ADD-CERTIFICATE-ENTRY
               ELSE
                   IF WS-FUNCTION-CHOICE = "C"
                       MOVE ZERO TO WS-CONSECUTIVE-INVALID
                       PERFORM 360-CORRECT-CERTIFICATE-ENTRY
                   ELSE
                       IF WS-FUNCTION-CHOICE = "E"
                           MOVE ZERO TO WS-CONSECUTIVE-INVALID
                           PERFORM 330-EXPIRE-CERTIFICATE-ENTRY
                       ELSE
                           IF WS-FUNCTION-CHOICE = "L"
                               MOVE ZERO TO WS-CONSECUTIVE-INVALID
                               PERFORM 400-LIST-CUSTOMER-CERTIFICATES
                           ELSE
                               ADD 1 TO WS-CONSECUTIVE-INVALID
                               DISPLAY "INVALID ENTRY - ENTER A, C, "
                                   "E, L OR 0."
      *
      *                        A CLOSED OR REDIRECTED INPUT STREAM
      *                        LEAVES THE CHOICE FIELD UNCHANGED ON
      *                        EVERY ACCEPT, SO A LONG RUN OF
      *                        CONSECUTIVE INVALID ENTRIES IS TREATED
      *                        AS THE OPERATOR HAVING PRESSED 0 TO
      *                        EXIT, THE SAME WAY CALC1025 HANDLES IT.
      *
                               IF WS-CONSECUTIVE-INVALID > 25
                                   DISPLAY "NO VALID ENTRY RECEIVED "
                                       "- ENDING THE SESSION."
                                   MOVE "Y" TO END-OF-SESSION-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       300-ADD-CERTIFICATE-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-CERTIFICATE-KEY.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-CERTIFICATE-ENTRY
               IF WS-ENTRY-FOUND = "Y"
                   DISPLAY "REJECTED - CERTIFICATE "
                       WS-NEW-CERTIFICATE-NUMBER " IS ALREADY ON "
                       "FILE FOR THIS CUSTOMER AND STATE - USE C TO "
                       "CORRECT IT."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 510-ACCEPT-CERTIFICATE-FIELDS
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               MOVE WS-NEW-CUSTOMER-ID TO EC-CUSTOMER-ID
               MOVE WS-NEW-STATE-CODE TO EC-STATE-CODE
               MOVE WS-NEW-CERTIFICATE-NUMBER TO EC-CERTIFICATE-NUMBER
               MOVE WS-NEW-CUSTOMER-NAME TO EC-CUSTOMER-NAME
               MOVE WS-NEW-EXEMPT-REASON TO EC-EXEMPT-REASON
               MOVE WS-NEW-EFFECTIVE-DATE TO EC-EFFECTIVE-DATE
               MOVE WS-NEW-EXPIRY-DATE TO EC-EXPIRY-DATE
               WRITE EXEMPT-CERTIFICATE-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - CERTIFICATE "
                           WS-NEW-CERTIFICATE-NUMBER " IS ALREADY "
                           "ON FILE."
                       MOVE "N" TO WS-ENTRY-VALID
               END-WRITE
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-CERTIFICATE-IMAGE
               MOVE "E" TO WS-LOG-FILE-CODE
               MOVE "A" TO WS-LOG-FUNCTION-CODE
               MOVE SPACES TO WS-LOG-OLD-IMAGE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "CERTIFICATE ENTRY ADDED."
           END-IF.
      *
      *    EXPIRING A CERTIFICATE PULLS ITS EXPIRY DATE IN - A
      *    CUSTOMER WHO HAS LOST ITS EXEMPT STATUS, OR WHOSE
      *    CERTIFICATE THE STATE HAS REVOKED.  SALES DATED AFTER THE
      *    NEW EXPIRY DATE ARE TAXED; SALES ALREADY EXEMPTED ON OR
      *    BEFORE IT ARE LEFT AS THEY ARE.  PUSHING AN EXPIRY DATE
      *    OUT (A RENEWAL) IS A CORRECTION, NOT AN EXPIRY.
      *
       330-EXPIRE-CERTIFICATE-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-CERTIFICATE-KEY.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-CERTIFICATE-ENTRY
               IF WS-ENTRY-FOUND = "N"
                   DISPLAY "NO CERTIFICATE ENTRY ON FILE FOR "
                       WS-NEW-CERTIFICATE-NUMBER "."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "CERTIFICATE NOW EFFECTIVE " EC-EFFECTIVE-DATE
                   " THROUGH " EC-EXPIRY-DATE "."
               DISPLAY "ENTER THE LAST DATE THE CERTIFICATE IS GOOD "
               DISPLAY "FOR (YYYYMMDD), OR SPACES FOR TODAY."
               MOVE SPACES TO WS-DATE-RAW
               ACCEPT WS-DATE-RAW
               IF WS-DATE-RAW = SPACES
                   MOVE WS-TODAY-DATE TO WS-NEW-EXPIRY-DATE
               ELSE
                   IF WS-DATE-RAW IS NOT NUMERIC
                       DISPLAY "INVALID ENTRY - ENTER A DATE AS "
                           "YYYYMMDD OR SPACES."
                       MOVE "N" TO WS-ENTRY-VALID
                   ELSE
                       MOVE WS-DATE-RAW TO WS-DATE-CHECK
                       PERFORM 530-VALIDATE-DATE-PARTS
                       MOVE WS-DATE-CHECK TO WS-NEW-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
                   AND WS-NEW-EXPIRY-DATE NOT < EC-EXPIRY-DATE
               DISPLAY "REJECTED - THE CERTIFICATE ALREADY EXPIRES "
                   "ON " EC-EXPIRY-DATE " - USE C TO CHANGE A "
                   "LATER EXPIRY DATE."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
                   AND WS-NEW-EXPIRY-DATE < EC-EFFECTIVE-DATE
               DISPLAY "REJECTED - THE EXPIRY DATE IS BEFORE THE "
                   "CERTIFICATE'S EFFECTIVE DATE " EC-EFFECTIVE-DATE
                   "."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-CERTIFICATE-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE
               MOVE WS-NEW-EXPIRY-DATE TO EC-EXPIRY-DATE
               PERFORM 650-REWRITE-CERTIFICATE-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-CERTIFICATE-IMAGE
               MOVE "E" TO WS-LOG-FILE-CODE
               MOVE "E" TO WS-LOG-FUNCTION-CODE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "CERTIFICATE EXPIRED AS OF "
                   WS-NEW-EXPIRY-DATE "."
           END-IF.
      *
       360-CORRECT-CERTIFICATE-ENTRY.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 500-ACCEPT-CERTIFICATE-KEY.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 560-FIND-CERTIFICATE-ENTRY
               IF WS-ENTRY-FOUND = "N"
                   DISPLAY "NO CERTIFICATE ENTRY ON FILE FOR "
                       WS-NEW-CERTIFICATE-NUMBER "."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 510-ACCEPT-CERTIFICATE-FIELDS
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-CERTIFICATE-IMAGE
               MOVE WS-LOG-NEW-IMAGE TO WS-LOG-OLD-IMAGE
               MOVE WS-NEW-CUSTOMER-NAME TO EC-CUSTOMER-NAME
               MOVE WS-NEW-EXEMPT-REASON TO EC-EXEMPT-REASON
               MOVE WS-NEW-EFFECTIVE-DATE TO EC-EFFECTIVE-DATE
               MOVE WS-NEW-EXPIRY-DATE TO EC-EXPIRY-DATE
               PERFORM 650-REWRITE-CERTIFICATE-ENTRY
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 610-CAPTURE-CERTIFICATE-IMAGE
               MOVE "E" TO WS-LOG-FILE-CODE
               MOVE "C" TO WS-LOG-FUNCTION-CODE
               PERFORM 600-WRITE-CHANGE-LOG-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
               DISPLAY "CERTIFICATE ENTRY CORRECTED."
           END-IF.
      *
      *    THE KEY STARTS WITH THE CUSTOMER ID, SO A CUSTOMER'S
      *    CERTIFICATES FOR EVERY STATE READ TOGETHER.
      *
       400-LIST-CUSTOMER-CERTIFICATES.
      *
           MOVE "Y" TO WS-ENTRY-VALID.
           PERFORM 505-ACCEPT-CUSTOMER-ID.
           IF WS-ENTRY-VALID = "Y"
               MOVE ZERO TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-DONE
               MOVE LOW-VALUES TO EC-CERTIFICATE-KEY
               MOVE WS-NEW-CUSTOMER-ID TO EC-CUSTOMER-ID
               START EXEMPT-CERTIFICATE-FILE
                   KEY IS NOT LESS THAN EC-CERTIFICATE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LIST-DONE
               END-START
               PERFORM UNTIL WS-LIST-DONE = "Y"
                   READ EXEMPT-CERTIFICATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIST-DONE
                       NOT AT END
                           IF EC-CUSTOMER-ID NOT = WS-NEW-CUSTOMER-ID
                               MOVE "Y" TO WS-LIST-DONE
                           ELSE
                               PERFORM 410-DISPLAY-CERTIFICATE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-LIST-COUNT TO WS-DISPLAY-LIST-COUNT
               DISPLAY "CERTIFICATES ON FILE FOR CUSTOMER "
                   WS-NEW-CUSTOMER-ID " . . " WS-DISPLAY-LIST-COUNT
           END-IF.
      *
       410-DISPLAY-CERTIFICATE.
      *
           ADD 1 TO WS-LIST-COUNT.
           IF EC-EXPIRY-DATE < WS-TODAY-DATE
               MOVE "EXPIRED" TO WS-LIST-STATUS-TEXT
           ELSE
               IF EC-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE "FUTURE" TO WS-LIST-STATUS-TEXT
               ELSE
                   MOVE "IN FORCE" TO WS-LIST-STATUS-TEXT
               END-IF
           END-IF.
           DISPLAY EC-STATE-CODE " " EC-CERTIFICATE-NUMBER " "
               EC-EXEMPT-REASON " " EC-EFFECTIVE-DATE " "
               EC-EXPIRY-DATE " " WS-LIST-STATUS-TEXT " "
               EC-CUSTOMER-NAME.
      *
       500-ACCEPT-CERTIFICATE-KEY.
      *
           PERFORM 505-ACCEPT-CUSTOMER-ID.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "ENTER THE ISSUING STATE CODE (2 CHARACTERS)."
               MOVE SPACES TO WS-NEW-STATE-CODE
               ACCEPT WS-NEW-STATE-CODE
               IF WS-NEW-STATE-CODE = SPACES
                   DISPLAY "INVALID ENTRY - A STATE CODE IS REQUIRED "
                       "- A CERTIFICATE ONLY EXEMPTS SALES SOURCED "
                       "TO THE STATE THAT ISSUED IT."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "ENTER THE CERTIFICATE NUMBER (UP TO 15 "
               DISPLAY "CHARACTERS)."
               MOVE SPACES TO WS-NEW-CERTIFICATE-NUMBER
               ACCEPT WS-NEW-CERTIFICATE-NUMBER
               IF WS-NEW-CERTIFICATE-NUMBER = SPACES
                   DISPLAY "INVALID ENTRY - A CERTIFICATE NUMBER IS "
                       "REQUIRED."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *
       505-ACCEPT-CUSTOMER-ID.
      *
           DISPLAY "ENTER THE CUSTOMER ID (UP TO 10 CHARACTERS).".
           MOVE SPACES TO WS-NEW-CUSTOMER-ID.
           ACCEPT WS-NEW-CUSTOMER-ID.
           IF WS-NEW-CUSTOMER-ID = SPACES
               DISPLAY "INVALID ENTRY - A CUSTOMER ID IS REQUIRED."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
      *
       510-ACCEPT-CERTIFICATE-FIELDS.
      *
           DISPLAY "ENTER THE CUSTOMER NAME (UP TO 25 CHARACTERS).".
           MOVE SPACES TO WS-NEW-CUSTOMER-NAME.
           ACCEPT WS-NEW-CUSTOMER-NAME.
           DISPLAY "ENTER THE EXEMPTION REASON - RS RESALE, GV ".
           DISPLAY "GOVERNMENT, ED EDUCATION, NP NONPROFIT, OR ".
           DISPLAY "OT OTHER.".
           MOVE SPACES TO WS-NEW-EXEMPT-REASON.
           ACCEPT WS-NEW-EXEMPT-REASON.
           IF WS-NEW-EXEMPT-REASON NOT = "RS"
                   AND WS-NEW-EXEMPT-REASON NOT = "GV"
                   AND WS-NEW-EXEMPT-REASON NOT = "ED"
                   AND WS-NEW-EXEMPT-REASON NOT = "NP"
                   AND WS-NEW-EXEMPT-REASON NOT = "OT"
               DISPLAY "INVALID ENTRY - ENTER RS, GV, ED, NP OR OT."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "ENTER THE EFFECTIVE DATE (YYYYMMDD)."
               PERFORM 520-ACCEPT-AND-VALIDATE-DATE
               MOVE WS-DATE-CHECK TO WS-NEW-EFFECTIVE-DATE
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               DISPLAY "ENTER THE EXPIRY DATE (YYYYMMDD), OR SPACES "
               DISPLAY "IF THE CERTIFICATE DOES NOT EXPIRE."
               PERFORM 525-ACCEPT-AND-VALIDATE-EXPIRY
               MOVE WS-DATE-CHECK TO WS-NEW-EXPIRY-DATE
           END-IF.
           IF WS-ENTRY-VALID = "Y"
                   AND WS-NEW-EFFECTIVE-DATE > WS-NEW-EXPIRY-DATE
               DISPLAY "INVALID ENTRY - THE EFFECTIVE DATE IS AFTER "
                   "THE EXPIRY DATE."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
      *
       520-ACCEPT-AND-VALIDATE-DATE.
      *
           MOVE SPACES TO WS-DATE-RAW.
           ACCEPT WS-DATE-RAW.
           IF WS-DATE-RAW IS NOT NUMERIC
               DISPLAY "INVALID ENTRY - ENTER A DATE AS YYYYMMDD."
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               MOVE WS-DATE-RAW TO WS-DATE-CHECK
               PERFORM 530-VALIDATE-DATE-PARTS
           END-IF.
      *
       525-ACCEPT-AND-VALIDATE-EXPIRY.
      *
           MOVE SPACES TO WS-DATE-RAW.
           ACCEPT WS-DATE-RAW.
           IF WS-DATE-RAW = SPACES
               MOVE 99991231 TO WS-DATE-CHECK
           ELSE
               IF WS-DATE-RAW IS NOT NUMERIC
                   DISPLAY "INVALID ENTRY - ENTER A DATE AS "
                       "YYYYMMDD OR SPACES."
                   MOVE "N" TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-DATE-RAW TO WS-DATE-CHECK
                   IF WS-DATE-CHECK = 99991231
                       CONTINUE
                   ELSE
                       PERFORM 530-VALIDATE-DATE-PARTS
                   END-IF
               END-IF
           END-IF.
      *
       530-VALIDATE-DATE-PARTS.
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
               DISPLAY "INVALID ENTRY - " WS-DATE-CHECK " IS NOT A "
                   "VALID CALENDAR DATE."
               MOVE "N" TO WS-ENTRY-VALID
           END-IF.
      *
       560-FIND-CERTIFICATE-ENTRY.
      *
           MOVE "N" TO WS-ENTRY-FOUND.
           MOVE WS-NEW-CUSTOMER-ID TO EC-CUSTOMER-ID.
           MOVE WS-NEW-STATE-CODE TO EC-STATE-CODE.
           MOVE WS-NEW-CERTIFICATE-NUMBER TO EC-CERTIFICATE-NUMBER.
           READ EXEMPT-CERTIFICATE-FILE
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
       610-CAPTURE-CERTIFICATE-IMAGE.
      *
           MOVE EXEMPT-CERTIFICATE-RECORD TO WS-LOG-NEW-IMAGE.
      *
       650-REWRITE-CERTIFICATE-ENTRY.
      *
           REWRITE EXEMPT-CERTIFICATE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE CERTIFICATE ENTRY - "
                       "FILE STATUS " WS-CERTIFICATE-STATUS "."
                   MOVE "Y" TO WS-FATAL-ERROR
                   MOVE "Y" TO END-OF-SESSION-SWITCH
                   MOVE "N" TO WS-ENTRY-VALID
           END-REWRITE.
