      *                    RE-CLOSING A PERIOD (AFTER AN AMENDED
      *                    FILING) REPLACES THE PERIOD'S RECORDS IN
      *                    PLACE.
      *                    FL-USE-TAX-REPORTED IS THE CONSUMER USE
      *                    TAX ON UNTAXED PURCHASES (CALC1012)
      *                    REPORTED ON THE RETURN'S SEPARATE USE TAX
      *                    LINE.  IT IS KEPT APART FROM
      *                    FL-TAX-REPORTED/FL-TAX-PAID, WHICH REMAIN
      *                    THE SALES TAX COLLECTED, SO CALC1060'S
      *                    COMPARISON AGAINST COLLECTIONS IS
      *                    UNAFFECTED.  RECORDS CLOSED BEFORE THE
      *                    FIELD WAS ADDED ARE RELOADED WITH ZERO.
      *
       01  FILING-LEDGER-RECORD.
           05  FL-LEDGER-KEY.
           05  FL-TAX-PAID                PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FL-FILED-DATE              PIC 9(8).
           05  FL-USE-TAX-REPORTED        PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
