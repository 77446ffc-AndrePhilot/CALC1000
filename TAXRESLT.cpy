      *                    POSTS ITS AMOUNT AND TAX REVERSAL AS
      *                    NEGATIVES SO TOTALS BUILT FROM THIS FILE
      *                    NET RETURNS WITHOUT SPECIAL HANDLING.
      *                    TR-CUSTOMER-ID IS THE CUSTOMER ACCOUNT THE
      *                    SALE WAS RUNG UNDER (SPACES FOR A WALK-IN
      *                    SALE) AND TR-CERTIFICATE-NUMBER IS THE
      *                    EXEMPTION CERTIFICATE THAT MADE THE SALE
      *                    EXEMPT - SPACES WHEN NO CERTIFICATE
      *                    APPLIED, INCLUDING A CATEGORY EXEMPTION -
      *                    SO THE CERTIFICATE REPORT (CALC1031) CAN
      *                    LIST EXEMPT SALES BY CERTIFICATE.
      *                    TR-REGISTER-NUMBER IS THE REGISTER THAT
      *                    RANG THE SALE, CARRIED FROM THE SALES
      *                    TRANSACTION FOR THE DRAWER CLOSE
      *                    RECONCILIATION (CALC1045); SPACES FOR AN
      *                    INTERACTIVE (CALC1000) POSTING.
      *                    ONE RECORD IS WRITTEN PER LINE ITEM OF A
      *                    MULTI-LINE INVOICE, SO TR-SALES-AMOUNT AND
      *                    THE TAX FIELDS ARE THE LINE'S AND
      *                    TR-LINE-NUMBER, TR-CATEGORY-CODE AND
      *                    TR-QUANTITY IDENTIFY THE LINE - THE
      *                    TAXABLE/EXEMPT SPLIT IS THEREFORE BY LINE,
      *                    NOT BY INVOICE.  A SINGLE-RECORD
      *                    TRANSACTION OR AN INTERACTIVE POSTING
      *                    CARRIES LINE NUMBER AND QUANTITY ZERO.
      *                    TR-TAX-INCLUDED-FLAG IS "Y" WHEN THE SALE
      *                    WAS RUNG AT A TAX-INCLUDED PRICE.
      *                    TR-SALES-AMOUNT AND THE TAX FIELDS ARE THEN
      *                    THE NET SALE AND THE TAX TAXCALC SPLIT OUT
      *                    OF THE GROSS, POSTED EXACTLY LIKE A NORMAL
      *                    SALE; THE FLAG LETS THE REMITTANCE REPORT
      *                    (CALC1030) SHOW TAX-INCLUDED SALES ON THEIR
      *                    OWN LINE.  THE RECORD WAS WIDENED BY ONE
      *                    BYTE TO CARRY IT; RECORDS WRITTEN BEFORE
      *                    THE FIELD EXISTED READ IT AS SPACE.
      *
       01  TAX-RESULT-RECORD.
           05  TR-INVOICE-NUMBER          PIC X(10).
           05  TR-CITY-CODE               PIC X(3).
           05  TR-TRANSACTION-TYPE        PIC X.
           05  TR-STORE-NUMBER            PIC X(4).
           05  TR-CUSTOMER-ID             PIC X(10).
           05  TR-CERTIFICATE-NUMBER      PIC X(15).
           05  TR-REGISTER-NUMBER         PIC X(3).
           05  TR-LINE-NUMBER             PIC 9(3).
           05  TR-CATEGORY-CODE           PIC X(4).
           05  TR-QUANTITY                PIC 9(5).
           05  TR-TAX-INCLUDED-FLAG       PIC X.
