      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE USE TAX RESULT FILE
      *                    WRITTEN BY THE USE TAX ACCRUAL PROGRAM
      *                    (CALC1012).  ONE RECORD PER PURCHASE
      *                    RATED, CARRYING THE TIER BREAKDOWN OF THE
      *                    TAX DUE AT THE STORE'S HOME JURISDICTION,
      *                    THE VENDOR TAX CREDITED AGAINST IT, AND
      *                    THE USE TAX ACTUALLY ACCRUED (TAX DUE
      *                    LESS THE CREDIT, NEVER BELOW ZERO - A
      *                    VENDOR THAT OVERCHARGED IS AN AP CLAIM,
      *                    NOT A CREDIT ON THE RETURN).  THE
      *                    STATE/COUNTY/CITY CODES ARE THE ONES THE
      *                    TAX WAS COMPUTED UNDER, SO THE REMITTANCE
      *                    REPORT (CALC1030) CAN POST THE ACCRUAL TO
      *                    ITS JURISDICTION'S USE TAX COLUMN.
      *
       01  USE-TAX-RESULT-RECORD.
           05  UT-VENDOR-ID               PIC X(10).
           05  UT-VENDOR-INVOICE          PIC X(15).
           05  UT-STORE-NUMBER            PIC X(4).
           05  UT-PURCHASE-DATE           PIC 9(8).
           05  UT-PURCHASE-AMOUNT         PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-STATE-TAX               PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-COUNTY-TAX              PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-CITY-TAX                PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-OVERRIDE-TAX            PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-TAX-DUE                 PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-VENDOR-TAX-CREDIT       PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-USE-TAX-ACCRUED         PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05  UT-EXEMPT-FLAG             PIC X.
           05  UT-RETURN-CODE             PIC 9(2).
           05  UT-STATE-CODE              PIC X(2).
           05  UT-COUNTY-CODE             PIC X(3).
           05  UT-CITY-CODE               PIC X(3).
           05  UT-CATEGORY-CODE           PIC X(4).
           05  UT-RUN-DATE                PIC 9(8).
