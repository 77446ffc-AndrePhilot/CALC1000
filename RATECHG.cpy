      *                    RECORD AS WRITTEN, SPACE-FILLED ON THE
      *                    RIGHT; THE OLD IMAGE IS SPACES FOR AN ADD.
      *                    THE IMAGES ARE SIZED TO THE TAX-RATE
      *                    RECORD WITH ITS CAP, BRACKET AND ROUNDING
      *                    RULE FIELDS, THE LONGER OF THE TWO - CATEGORY
      *                    IMAGES (AND LOG RECORDS WRITTEN BEFORE
      *                    THE RULE FIELDS EXISTED) ARE SPACE-FILLED
      *                    PAST THEIR OWN LENGTH.
           05  RCH-OPERATOR-ID            PIC X(8).
           05  RCH-FILE-CODE              PIC X.
           05  RCH-FUNCTION-CODE          PIC X.
           05  RCH-OLD-RECORD-IMAGE       PIC X(117).
           05  RCH-NEW-RECORD-IMAGE       PIC X(117).
