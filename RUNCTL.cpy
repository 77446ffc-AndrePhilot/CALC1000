      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE DAILY CYCLE RUN-
      *                    CONTROL MASTER, A VSAM KSDS KEYED ON
      *                    BUSINESS DATE PLUS JOB STEP - ONE RECORD
      *                    PER STEP OF THE NIGHTLY CHAIN PER
      *                    BUSINESS DATE (SEE RUNCHAIN.CPY FOR THE
      *                    STEPS AND THEIR ORDER).  WRITTEN AND
      *                    UPDATED ONLY THROUGH THE RUNSTEP
      *                    SUBPROGRAM: EACH STEP'S PROGRAM CALLS IT
      *                    AT START (WHICH REFUSES AN OUT-OF-ORDER,
      *                    REPEATED OR CONFLICTING RUN AND OTHERWISE
      *                    MARKS THE STEP RUNNING) AND AT END (WHICH
      *                    RECORDS THE RETURN CODE AND COUNTS AND
      *                    MARKS THE STEP COMPLETE OR FAILED).
      *                    RN-STEP-STATUS IS "R" RUNNING (STARTED
      *                    AND NOT YET ENDED - A STEP THAT ABENDED
      *                    STAYS "R" UNTIL AN OPERATOR MARKS IT
      *                    FAILED WITH CALC1006), "C" COMPLETE, "F"
      *                    FAILED, OR "B" BYPASSED BY AN OPERATOR
      *                    (INCLUDING A DATE CLOSED AS NO BUSINESS).
      *                    THE MEANING OF THE THREE COUNTS IS THE
      *                    STEP'S OWN - RECORDS READ, RECORDS
      *                    WRITTEN OR POSTED, AND EXCEPTIONS
      *                    (SUSPENDED, FLAGGED OR REJECTED).
      *                    RN-ATTEMPT-COUNT IS THE NUMBER OF TIMES
      *                    THE STEP HAS BEEN STARTED FOR THE DATE.
      *
       01  RUN-CONTROL-RECORD.
           05  RN-CONTROL-KEY.
               10  RN-BUSINESS-DATE       PIC 9(8).
               10  RN-JOB-STEP            PIC X(8).
           05  RN-STEP-STATUS             PIC X.
           05  RN-START-TIMESTAMP         PIC X(21).
           05  RN-END-TIMESTAMP           PIC X(21).
           05  RN-RETURN-CODE             PIC 9(4).
           05  RN-RECORDS-IN              PIC 9(9).
           05  RN-RECORDS-OUT             PIC 9(9).
           05  RN-EXCEPTION-COUNT         PIC 9(9).
           05  RN-ATTEMPT-COUNT           PIC 9(3).
           05  RN-UPDATED-BY              PIC X(8).
           05  FILLER                     PIC X(19).
