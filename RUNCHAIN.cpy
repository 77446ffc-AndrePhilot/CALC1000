      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            THE NIGHTLY CYCLE'S JOB STEPS IN RUN
      *                    ORDER, AS KEPT ON THE RUN-CONTROL MASTER
      *                    (RUNCTL.CPY).  FOR EACH STEP:
      *                      CS-JOB-STEP        - THE STEP NAME ON
      *                                           THE MASTER.
      *                      CS-PREDECESSOR     - THE STEP THAT MUST
      *                                           BE COMPLETE (OR
      *                                           BYPASSED) FOR THE
      *                                           SAME BUSINESS DATE
      *                                           BEFORE THIS ONE MAY
      *                                           START.  THE FIRST
      *                                           STEP INSTEAD NEEDS
      *                                           THE PRIOR DATE'S
      *                                           CALC1010 DONE.
      *                      CS-MAX-RETURN-CODE - THE HIGHEST RETURN
      *                                           CODE THAT STILL
      *                                           COUNTS AS COMPLETE
      *                                           (CALC1080'S RC=4/8
      *                                           ARE WARNINGS, NOT
      *                                           FAILURES).
      *                      CS-CONFLICT-GROUP  - STEPS SHARING A
      *                                           NONBLANK GROUP
      *                                           UPDATE THE SAME
      *                                           FILES (INVOICE
      *                                           HISTORY, GL BATCH
      *                                           CONTROL, THE LIVE
      *                                           AUDIT LOG) AND MAY
      *                                           NEVER RUN AT THE
      *                                           SAME TIME, FOR ANY
      *                                           DATE.  NO STEP MAY
      *                                           RUN ALONGSIDE
      *                                           ITSELF.
      *                      CS-REQUIRED-FLAG   - "Y" WHEN THE STEP
      *                                           MUST RUN EVERY
      *                                           BUSINESS DATE FOR
      *                                           THE CYCLE TO BE
      *                                           COMPLETE.  THE
      *                                           REPROCESS AND THE
      *                                           MONTHLY ARCHIVE
      *                                           RUN ONLY WHEN
      *                                           NEEDED.
      *                    GLPICKUP IS THE GL INTERFACE'S PICKUP OF
      *                    THE DAY'S EXTRACT - NOT ONE OF OUR
      *                    PROGRAMS, SO THE INTERFACE JOB RECORDS IT
      *                    WITH CALC1006.
      *
       01  CYCLE-STEP-VALUES.
           05  FILLER  PIC X(20) VALUE "CALC1080        08 Y".
           05  FILLER  PIC X(20) VALUE "CALC1010CALC108000IY".
           05  FILLER  PIC X(20) VALUE "CALC1040CALC101000 Y".
           05  FILLER  PIC X(20) VALUE "GLPICKUPCALC104000 Y".
           05  FILLER  PIC X(20) VALUE "CALC1050GLPICKUP04 Y".
           05  FILLER  PIC X(20) VALUE "CALC1015CALC105000IN".
           05  FILLER  PIC X(20) VALUE "CALC1070CALC105004IN".
      *
       01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-VALUES.
           05  CYCLE-STEP OCCURS 7 TIMES.
               10  CS-JOB-STEP            PIC X(8).
               10  CS-PREDECESSOR         PIC X(8).
               10  CS-MAX-RETURN-CODE     PIC 9(2).
               10  CS-CONFLICT-GROUP      PIC X.
               10  CS-REQUIRED-FLAG       PIC X.
