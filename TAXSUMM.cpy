      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE MONTHLY SALES TAX
      *                    SUMMARY HISTORY MASTER, A VSAM KSDS KEYED
      *                    ON MONTH, STORE, JURISDICTION AND
      *                    CATEGORY.  THE MONTH-END ROLL-UP (CALC1065)
      *                    WRITES ONE RECORD PER MONTH/STORE/STATE/
      *                    COUNTY/CITY/CATEGORY FROM THE MONTH'S
      *                    TAXOUT ACTIVITY (PLUS THE LEGACY BLANK-
      *                    INVOICE AUDIT RECORDS), AND A RERUN FOR
      *                    THE SAME MONTH REPLACES THE MONTH'S
      *                    RECORDS WHOLE, SO LATE REPROCESS POSTINGS
      *                    ARE PICKED UP BY SIMPLY RUNNING THE MONTH
      *                    AGAIN.  THE TREND REPORT (CALC1066) READS
      *                    ONLY THIS MASTER.
      *                    TS-TAXABLE-SALES AND TS-EXEMPT-SALES ARE
      *                    SALES ONLY; RETURNS/CREDITS OF EITHER KIND
      *                    ARE HELD APART IN TS-RETURN-AMOUNT AS THE
      *                    NEGATIVE AMOUNT POSTED, SO NET SALES ARE
      *                    THE SUM OF THE THREE.  THE TAX FIELDS ARE
      *                    NET OF RETURNS, AS COLLECTED.
      *                    TS-SUMMARIZED-DATE IS THE DATE THE MONTH
      *                    WAS LAST ROLLED UP.
      *
       01  TAX-SUMMARY-RECORD.
           05  TS-SUMMARY-KEY.
               10  TS-SUMMARY-MONTH       PIC 9(6).
               10  TS-STORE-NUMBER        PIC X(4).
               10  TS-STATE-CODE          PIC X(2).
               10  TS-COUNTY-CODE         PIC X(3).
               10  TS-CITY-CODE           PIC X(3).
               10  TS-CATEGORY-CODE       PIC X(4).
           05  TS-TAXABLE-SALES           PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-EXEMPT-SALES            PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-RETURN-AMOUNT           PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-STATE-TAX               PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-COUNTY-TAX              PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-CITY-TAX                PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-OVERRIDE-TAX            PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-TOTAL-TAX               PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  TS-SALE-COUNT              PIC 9(7).
           05  TS-RETURN-COUNT            PIC 9(7).
           05  TS-SUMMARIZED-DATE         PIC 9(8).
