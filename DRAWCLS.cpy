      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE REGISTER DRAWER
      *                    CLOSE (Z-TAPE) FILE UPLOADED BY THE STORES
      *                    AT END OF DAY.  ONE RECORD PER STORE AND
      *                    REGISTER FOR THE BUSINESS DATE, CARRYING
      *                    WHAT THE REGISTER ITSELF SAYS IT RANG:
      *                    GROSS SALES, GROSS RETURNS (BOTH UNSIGNED
      *                    MAGNITUDES, THE WAY SALESTXN CARRIES
      *                    AMOUNTS), THE NET TAX COLLECTED AFTER TAX
      *                    REFUNDED ON RETURNS (SIGNED), AND THE
      *                    NUMBER OF SALE AND RETURN TRANSACTIONS.
      *                    CALC1045 PROVES THESE TOTALS AGAINST THE
      *                    POSTED TAX RESULT, INTERACTIVE AND
      *                    SUSPENSE ACTIVITY FOR THE SAME DATE.
      *
       01  DRAWER-CLOSE-RECORD.
           05  DC-STORE-NUMBER            PIC X(4).
           05  DC-REGISTER-NUMBER         PIC X(3).
           05  DC-BUSINESS-DATE           PIC 9(8).
           05  DC-SALES-AMOUNT            PIC 9(7)V99.
           05  DC-RETURNS-AMOUNT          PIC 9(7)V99.
           05  DC-TAX-COLLECTED           PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  DC-TRANSACTION-COUNT       PIC 9(5).
           05  FILLER                     PIC X(12).
