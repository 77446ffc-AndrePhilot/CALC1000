      *                    AGAINST THE STORE MASTER; WHEN THE
      *                    JURISDICTION CODES ARE BLANK THEY DEFAULT
      *                    FROM THE STORE'S HOME CODES.
      *                    ST-CUSTOMER-ID IS THE ACCOUNT NUMBER OF A
      *                    CUSTOMER WHO PRESENTED A RESALE OR
      *                    EXEMPTION CERTIFICATE AT THE REGISTER,
      *                    SPACES FOR AN ORDINARY WALK-IN SALE.  THE
      *                    TAX CALCULATION CHECKS IT AGAINST THE
      *                    EXEMPTION CERTIFICATE MASTER (SEE
      *                    EXMPCERT.CPY) FOR THE TRANSACTION'S STATE
      *                    AND DATE.  THE RECORD WAS WIDENED TO 80
      *                    BYTES TO CARRY IT; FILES CUT BEFORE THE
      *                    FIELD EXISTED READ IT AS SPACES.
      *                    ST-REGISTER-NUMBER IS THE REGISTER WITHIN
      *                    THE STORE THAT RANG THE TRANSACTION.  IT
      *                    IS CARRIED THROUGH TO THE TAX RESULT FILE
      *                    SO THE DRAWER CLOSE RECONCILIATION
      *                    (CALC1045) CAN PROVE EACH REGISTER'S
      *                    Z-TAPE AGAINST WHAT WAS POSTED FOR IT.
      *                    AN INVOICE WITH MORE THAN ONE ITEM IS CUT
      *                    AS A HEADER RECORD (ST-RECORD-TYPE "H")
      *                    FOLLOWED IMMEDIATELY BY ITS LINE ITEM
      *                    RECORDS (ST-RECORD-TYPE "L"), ALL UNDER THE
      *                    SAME INVOICE NUMBER.  THE HEADER CARRIES THE
      *                    DATE, JURISDICTION, TRANSACTION TYPE,
      *                    ORIGINAL DATE, STORE, CUSTOMER AND REGISTER
      *                    FOR THE WHOLE INVOICE, AND ITS
      *                    ST-SALES-AMOUNT IS THE INVOICE TOTAL.  EACH
      *                    LINE CARRIES THE INVOICE NUMBER, THE
      *                    TRANSACTION TYPE, ST-LINE-NUMBER,
      *                    ST-CATEGORY-CODE, ST-QUANTITY AND THE
      *                    EXTENDED LINE AMOUNT IN ST-SALES-AMOUNT;
      *                    EVERYTHING ELSE IS TAKEN FROM THE HEADER.
      *                    THE LINES MUST FOOT TO THE HEADER TOTAL.  A
      *                    RETURN INVOICE IS A HEADER AND LINES OF
      *                    TYPE "R" WHOSE LINE NUMBERS ARE THE LINES
      *                    OF THE ORIGINAL SALE BEING RETURNED.
      *                    ST-RECORD-TYPE SPACE IS A SINGLE-RECORD
      *                    TRANSACTION AND PROCESSES EXACTLY AS BEFORE
      *                    THE HEADER AND LINE RECORDS EXISTED.
      *                    ST-DELIVERY-FLAG IS "Y" FOR AN ORDER
      *                    DELIVERED OR SHIPPED TO THE CUSTOMER,
      *                    WHICH IS TAXED AT ITS DESTINATION: THE
      *                    JURISDICTION CODES ARE THEN TAKEN FROM
      *                    ST-SHIP-TO-ZIP THROUGH THE ZIP CODE MASTER
      *                    (SEE ZIPJURIS.CPY), NEVER FROM THE STORE,
      *                    AND ANY CODES THE REGISTER KEYED ARE
      *                    IGNORED.  SPACE OR "N" IS A SALE TAKEN AT
      *                    THE COUNTER.  ON A MULTI-LINE INVOICE BOTH
      *                    FIELDS ARE CARRIED ON THE HEADER.
      *                    ST-TAX-INCLUDED-FLAG IS "Y" WHEN
      *                    ST-SALES-AMOUNT IS A GROSS PRICE THAT
      *                    ALREADY INCLUDES THE SALES TAX (CONCESSION
      *                    AND EVENT SALES); THE TAX CALCULATION SPLITS
      *                    IT INTO THE NET SALE AND THE TAX, AND
      *                    EVERYTHING DOWNSTREAM POSTS THE NET SALE.
      *                    SPACE OR "N" IS AN ORDINARY PRICE BEFORE
      *                    TAX.  ON A MULTI-LINE INVOICE IT IS CARRIED
      *                    ON THE HEADER AND COVERS EVERY LINE, WHOSE
      *                    AMOUNTS (AND THE HEADER TOTAL THEY FOOT TO)
      *                    ARE THEN ALL GROSS.
      *
       01  SALES-TRANSACTION-RECORD.
           05  ST-INVOICE-NUMBER          PIC X(10).
           05  ST-TRANSACTION-TYPE        PIC X.
           05  ST-ORIGINAL-TRANS-DATE     PIC 9(8).
           05  ST-STORE-NUMBER            PIC X(4).
           05  ST-CUSTOMER-ID             PIC X(10).
           05  ST-REGISTER-NUMBER         PIC X(3).
           05  ST-RECORD-TYPE             PIC X.
           05  ST-LINE-NUMBER             PIC 9(3).
           05  ST-QUANTITY                PIC 9(5).
           05  ST-SHIP-TO-ZIP             PIC X(5).
           05  ST-DELIVERY-FLAG           PIC X.
           05  ST-TAX-INCLUDED-FLAG       PIC X.
           05  FILLER                     PIC X.
