      *                    RECORD POSTED BY THE OTHER KIND OF RUN
      *                    ON THE SAME DATE STILL SUSPENDS AS A
      *                    DUPLICATE.
      *                    IH-LINE-COUNT AND THE IH-LINE-ENTRY TABLE
      *                    RECORD THE INVOICE'S LINE ITEMS - LINE
      *                    NUMBER, CATEGORY, QUANTITY, EXTENDED
      *                    AMOUNT, TAX, AND THE MAGNITUDE RETURNED
      *                    AGAINST THE LINE SO FAR - SO A PARTIAL
      *                    RETURN IS VALIDATED AGAINST THE SPECIFIC
      *                    LINE IT RETURNS AS WELL AS AGAINST THE
      *                    INVOICE.  A SINGLE-RECORD SALE IS RECORDED
      *                    AS LINE 001 FOR THE WHOLE AMOUNT.  A
      *                    RECORD POSTED BEFORE THE LINE TABLE
      *                    EXISTED (LINE COUNT ZERO OR NOT NUMERIC)
      *                    VALIDATES ITS RETURNS AT INVOICE LEVEL
      *                    ONLY.  THE TABLE HOLDS 50 LINES; A LONGER
      *                    INVOICE IS SUSPENDED BY CALC1010.
      *
       01  INVOICE-HISTORY-RECORD.
           05  IH-INVOICE-NUMBER          PIC X(10).
           05  IH-RETURN-RUN-DATE         PIC 9(8).
           05  IH-RETURN-RUN-AMOUNT       PIC 9(7)V99.
           05  IH-RETURN-RUN-SOURCE       PIC X.
           05  IH-LINE-COUNT              PIC 9(3).
           05  IH-LINE-ENTRY OCCURS 50 TIMES.
               10  IH-LN-LINE-NUMBER      PIC 9(3).
               10  IH-LN-CATEGORY-CODE    PIC X(4).
               10  IH-LN-QUANTITY         PIC 9(5).
               10  IH-LN-SALES-AMOUNT     PIC 9(5)V99.
               10  IH-LN-SALES-TAX        PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
               10  IH-LN-RETURNED-AMOUNT  PIC 9(5)V99.
