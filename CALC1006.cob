       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CALC1006.
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            DAILY CYCLE RUN-CONTROL UTILITY.  APPLIES
      *                    ONE RUN-CONTROL ACTION (SEE RUNSTEP) FROM
      *                    THE EXEC PARM, FOR THE TWO THINGS THE
      *                    CHAIN PROGRAMS CANNOT DO FOR THEMSELVES:
      *                    RECORDING THE GL INTERFACE'S PICKUP STEP
      *                    (GLPICKUP), WHICH IS NOT ONE OF OUR
      *                    PROGRAMS - THE INTERFACE JOB RUNS THIS
      *                    WITH "S" AHEAD OF THE PICKUP (A NONZERO
      *                    CODE MEANS THE PICKUP MUST NOT RUN) AND
      *                    WITH "E" AND THE PICKUP'S RETURN CODE
      *                    AFTER IT - AND OPERATOR CORRECTIONS: "F"
      *                    MARKS A STEP LEFT RUNNING BY AN ABEND AS
      *                    FAILED (OR REOPENS A FINISHED ONE) SO IT
      *                    MAY BE RESUBMITTED, "B" BYPASSES A STEP,
      *                    AND "N" CLOSES A BUSINESS DATE ON WHICH
      *                    THE STORES DID NO BUSINESS.
      *                    THE PARM IS 'YYYYMMDD,STEP,ACTION[,RC]' -
      *                    FOR EXAMPLE '20260808,GLPICKUP,E,0000' OR
      *                    '20260808,CALC1010,F'.  THE STEP IS
      *                    OMITTED FOR "N" ('20260809,,N').  ENDS
      *                    WITH RC=0 WHEN THE ACTION WAS APPLIED,
      *                    RC=8 WHEN IT WAS REFUSED AND RC=16 WHEN
      *                    THE PARM OR THE MASTER IS UNUSABLE.
      *
      *MODIFICATION-LOG.
      *  OCTOBER 15, 2026 - ORIGINAL VERSION.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-PARM-TEXT           PIC X(30)     VALUE SPACES.
       77  WS-PARM-DATE           PIC X(8)      VALUE SPACES.
       77  WS-PARM-STEP           PIC X(8)      VALUE SPACES.
       77  WS-PARM-ACTION         PIC X         VALUE SPACE.
       77  WS-PARM-RETURN-CODE    PIC X(4)      VALUE SPACES.
       77  WS-RC-DIGITS           PIC 9(4)      VALUE ZERO.
      *
      *    DAILY CYCLE RUN CONTROL - THE ARGUMENTS PASSED TO RUNSTEP.
      *
       77  WS-RUN-ACTION          PIC X         VALUE SPACE.
       77  WS-RUN-BUSINESS-DATE   PIC 9(8)      VALUE ZERO.
       77  WS-RUN-JOB-STEP        PIC X(8)      VALUE SPACES.
       77  WS-RUN-UPDATED-BY      PIC X(8)      VALUE "CALC1006".
       77  WS-RUN-RESULT          PIC 9(2)      VALUE ZERO.
       77  WS-RUN-MESSAGE         PIC X(132)    VALUE SPACES.
       01  WS-RUN-COUNTS-AREA.
           05  WS-RUN-STEP-RETURN-CODE PIC 9(4) VALUE ZERO.
           05  WS-RUN-RECORDS-IN      PIC 9(9)  VALUE ZERO.
           05  WS-RUN-RECORDS-OUT     PIC 9(9)  VALUE ZERO.
           05  WS-RUN-EXCEPTION-COUNT PIC 9(9)  VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH            PIC S9(4) COMP.
           05  LK-PARM-TEXT              PIC X(30).
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
      *
       000-APPLY-RUN-CONTROL-ACTION.
      *
           PERFORM 050-PARSE-PARM.
           CALL "RUNSTEP" USING WS-RUN-ACTION WS-RUN-BUSINESS-DATE
               WS-RUN-JOB-STEP WS-RUN-COUNTS-AREA WS-RUN-UPDATED-BY
               WS-RUN-RESULT WS-RUN-MESSAGE.
           IF WS-RUN-RESULT = ZERO
               DISPLAY "RUN CONTROL - ACTION " WS-RUN-ACTION " FOR "
                   WS-RUN-JOB-STEP " " WS-RUN-BUSINESS-DATE
                   " APPLIED."
               IF WS-RUN-MESSAGE NOT = SPACES
                   DISPLAY WS-RUN-MESSAGE
               END-IF
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "RUN CONTROL - ACTION " WS-RUN-ACTION " FOR "
                   WS-RUN-JOB-STEP " " WS-RUN-BUSINESS-DATE
                   " NOT APPLIED:"
               DISPLAY WS-RUN-MESSAGE
               MOVE WS-RUN-RESULT TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       050-PARSE-PARM.
      *
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 30
                   MOVE LK-PARM-TEXT TO WS-PARM-TEXT
               ELSE
                   MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO
                       WS-PARM-TEXT
               END-IF
           END-IF.
           UNSTRING WS-PARM-TEXT DELIMITED BY ","
               INTO WS-PARM-DATE WS-PARM-STEP WS-PARM-ACTION
                   WS-PARM-RETURN-CODE
           END-UNSTRING.
           IF WS-PARM-DATE IS NOT NUMERIC
                   OR WS-PARM-ACTION = SPACE
               DISPLAY "INVALID PARM '" WS-PARM-TEXT "' - USE "
                   "YYYYMMDD,STEP,ACTION[,RC]."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-DATE TO WS-RUN-BUSINESS-DATE.
           MOVE WS-PARM-STEP TO WS-RUN-JOB-STEP.
           MOVE WS-PARM-ACTION TO WS-RUN-ACTION.
      *
      *    THE RETURN CODE FOR AN "E" MAY BE GIVEN WITH ANY NUMBER
      *    OF DIGITS UP TO FOUR ('8', '08', '0008').
      *
           IF WS-PARM-RETURN-CODE NOT = SPACES
               IF FUNCTION TRIM(WS-PARM-RETURN-CODE) IS NOT NUMERIC
                   DISPLAY "INVALID RETURN CODE '" WS-PARM-RETURN-CODE
                       "' ON THE PARM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-RC-DIGITS =
                   FUNCTION NUMVAL(WS-PARM-RETURN-CODE)
               MOVE WS-RC-DIGITS TO WS-RUN-STEP-RETURN-CODE
           END-IF.
