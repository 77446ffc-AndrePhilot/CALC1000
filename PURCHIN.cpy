      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE PURCHASE FILE FED
      *                    FROM ACCOUNTS PAYABLE.  ONE RECORD PER
      *                    VENDOR INVOICE FOR SUPPLIES, FIXTURES OR
      *                    EQUIPMENT BOUGHT FOR A STORE, READ BY THE
      *                    USE TAX ACCRUAL PROGRAM (CALC1012), WHICH
      *                    RATES THE PURCHASE AT THE STORE'S HOME
      *                    JURISDICTION AS OF PU-PURCHASE-DATE.
      *                    PU-CATEGORY-CODE IS THE SAME PRODUCT
      *                    CATEGORY KEYED ON A SALE, SO A CATEGORY
      *                    EXEMPTION APPLIES TO A PURCHASE THE SAME
      *                    WAY.  PU-VENDOR-TAX-CHARGED IS ANY SALES
      *                    TAX THE VENDOR BILLED ON THE INVOICE
      *                    (ZERO FOR THE USUAL OUT-OF-STATE VENDOR);
      *                    IT IS CREDITED AGAINST THE USE TAX OWED.
      *                    A PURCHASE THE PROGRAM CANNOT RATE IS
      *                    WRITTEN BACK OUT UNCHANGED IN THIS LAYOUT
      *                    SO IT CAN BE CORRECTED AND RESUBMITTED.
      *
       01  PURCHASE-RECORD.
           05  PU-VENDOR-ID               PIC X(10).
           05  PU-VENDOR-INVOICE          PIC X(15).
           05  PU-STORE-NUMBER            PIC X(4).
           05  PU-PURCHASE-DATE           PIC 9(8).
           05  PU-PURCHASE-AMOUNT         PIC 9(5)V99.
           05  PU-CATEGORY-CODE           PIC X(4).
           05  PU-VENDOR-TAX-CHARGED      PIC 9(5)V99.
           05  FILLER                     PIC X(25).
