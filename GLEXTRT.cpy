      *                    WRITING A GLACKN RECORD, AND CALC1050
      *                    REPORTS UNACKNOWLEDGED BATCHES, SEQUENCE
      *                    GAPS AND TOTAL MISMATCHES.
      *                    THE USE TAX ACCRUAL RUN (CALC1012) POSTS
      *                    ITS OWN BATCHES UNDER PROGRAM ID
      *                    "CALC1012": THERE GL-TOTAL-SALES-AMOUNT
      *                    IS THE STORE'S UNTAXED PURCHASES AND
      *                    GL-TOTAL-SALES-TAX THE USE TAX ACCRUED ON
      *                    THEM, WHICH THE GL INTERFACE POSTS TO THE
      *                    USE TAX ACCRUAL ACCOUNT.
      *
       01  GL-EXTRACT-RECORD.
           05  GL-RUN-DATE                PIC 9(8).
