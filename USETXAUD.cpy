      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE USE TAX AUDIT LOG.
      *                    ONE RECORD IS APPENDED FOR EVERY PURCHASE
      *                    THE USE TAX ACCRUAL PROGRAM (CALC1012)
      *                    POSTS, STAMPED WITH THE TIME IT WAS
      *                    POSTED AND THE OPERATOR/TERMINAL OF THE
      *                    BATCH RUN, THE SAME WAY THE SALES AUDIT
      *                    LOG (AUDITLOG) RECORDS EACH SALE.  KEPT
      *                    SEPARATE FROM THE SALES AUDIT LOG SO THE
      *                    SALES BALANCING AND OPERATOR REPORTS NEVER
      *                    SEE A PURCHASE.
      *
       01  USE-TAX-AUDIT-RECORD.
           05  UA-TIMESTAMP               PIC X(21).
           05  UA-OPERATOR-ID             PIC X(8).
           05  UA-TERMINAL-ID             PIC X(8).
           05  UA-VENDOR-ID               PIC X(10).
           05  UA-VENDOR-INVOICE          PIC X(15).
           05  UA-STORE-NUMBER            PIC X(4).
           05  UA-PURCHASE-DATE           PIC 9(8).
           05  UA-PURCHASE-AMOUNT         PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UA-TAX-DUE                 PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UA-VENDOR-TAX-CREDIT       PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UA-USE-TAX-ACCRUED         PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UA-EXEMPT-FLAG             PIC X.
           05  UA-STATE-CODE              PIC X(2).
           05  UA-COUNTY-CODE             PIC X(3).
           05  UA-CITY-CODE               PIC X(3).
           05  UA-CATEGORY-CODE           PIC X(4).
           05  UA-RUN-DATE                PIC 9(8).
