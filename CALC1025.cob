      *                     OUT-OF-HOURS CHECK.  THE CHANGE LOG
      *                     IMAGES WIDENED TO THE NEW STORE RECORD
      *                     LENGTH.
      *  OCTOBER 15, 2026 - CHANGE LOG IMAGES WIDENED TO 80 BYTES TO
      *                     MATCH MSTRCHG, WHICH NOW ALSO CARRIES THE
      *                     EXEMPTION CERTIFICATE MASTER'S CHANGES
      *                     (CALC1026).
      *
       ENVIRONMENT DIVISION.
      *
      *
       77  WS-LOG-FILE-CODE       PIC X.
       77  WS-LOG-FUNCTION-CODE   PIC X.
       77  WS-LOG-OLD-IMAGE       PIC X(80).
       77  WS-LOG-NEW-IMAGE       PIC X(80).
      *
       PROCEDURE DIVISION.
      *
