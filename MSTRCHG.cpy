      *                    WHO CHANGED WHICH ENTRY, WHEN, AND WHAT IT
      *                    SAID BEFORE - THE SAME SCHEME THE RATE
      *                    MASTERS USE (SEE RATECHG.CPY).
      *                    MCH-FILE-CODE IS "S" FOR THE STORE MASTER,
      *                    "O" FOR THE OPERATOR MASTER, "E" FOR THE
      *                    CUSTOMER EXEMPTION CERTIFICATE MASTER
      *                    (MAINTAINED BY CALC1026), OR "Z" FOR THE
      *                    ZIP CODE TO JURISDICTION MASTER
      *                    (MAINTAINED AND LOADED BY CALC1027).
      *                    MCH-FUNCTION-CODE IS "A" FOR AN ADDED
      *                    ENTRY, "D" FOR A DEACTIVATED ENTRY, "C"
      *                    FOR A CORRECTED ENTRY, OR "R" FOR AN
      *                    OPERATOR REASSIGNED TO ANOTHER STORE, OR
      *                    "E" FOR A CERTIFICATE EXPIRED (REVOKED)
      *                    AHEAD OF ITS PRINTED EXPIRY DATE.
      *                    THE IMAGE FIELDS HOLD THE FULL MASTER
      *                    RECORD AS WRITTEN, SPACE-FILLED ON THE
      *                    RIGHT; THE OLD IMAGE IS SPACES FOR AN ADD.
      *                    THE IMAGES ARE SIZED TO THE EXEMPTION
      *                    CERTIFICATE RECORD, THE LONGEST OF THEM -
      *                    THE OTHER MASTERS' IMAGES (AND LOG
      *                    RECORDS WRITTEN BEFORE THE CERTIFICATE
      *                    MASTER EXISTED) ARE SPACE-FILLED PAST
      *                    THEIR OWN LENGTH.
      *
       01  MASTER-CHANGE-RECORD.
           05  MCH-TIMESTAMP              PIC X(21).
           05  MCH-OPERATOR-ID            PIC X(8).
           05  MCH-FILE-CODE              PIC X.
           05  MCH-FUNCTION-CODE          PIC X.
           05  MCH-OLD-RECORD-IMAGE       PIC X(80).
           05  MCH-NEW-RECORD-IMAGE       PIC X(80).
