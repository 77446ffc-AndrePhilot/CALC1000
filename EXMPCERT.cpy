      *
      *PROGRAMMER.         ANDRE PHILOT.
      *COMPLETION-DATE.    OCTOBER 15, 2026.
      *REMARKS.            RECORD LAYOUT FOR THE CUSTOMER EXEMPTION
      *                    CERTIFICATE MASTER, A VSAM KSDS KEYED ON
      *                    CUSTOMER ID PLUS ISSUING STATE PLUS
      *                    CERTIFICATE NUMBER.  ONE RECORD PER RESALE
      *                    OR EXEMPTION CERTIFICATE A CUSTOMER HAS ON
      *                    FILE WITH US (A RESELLER, SCHOOL DISTRICT,
      *                    GOVERNMENT AGENCY OR NONPROFIT).  TAXCALC
      *                    READS IT ON EVERY SALE THAT CARRIES A
      *                    CUSTOMER ID: A CERTIFICATE ISSUED BY THE
      *                    TRANSACTION'S STATE WHOSE EFFECTIVE AND
      *                    EXPIRY DATES COVER THE TAX DATE MAKES THE
      *                    SALE EXEMPT, AND ITS NUMBER IS CARRIED ON
      *                    THE TAX RESULT AND AUDIT RECORDS.  THE
      *                    KEY ORDERS A CUSTOMER'S CERTIFICATES FOR
      *                    ONE STATE TOGETHER, SO THE LOOKUP IS A
      *                    START PLUS A SHORT SCAN, THE SAME WAY THE
      *                    TAX-RATE MASTER IS READ.
      *                    EC-EXEMPT-REASON IS "RS" RESALE, "GV"
      *                    GOVERNMENT, "ED" SCHOOL OR EDUCATION, "NP"
      *                    NONPROFIT/CHARITABLE, OR "OT" OTHER.
      *                    EC-EXPIRY-DATE IS 99991231 FOR A
      *                    CERTIFICATE THAT DOES NOT EXPIRE.  A
      *                    REVOKED CERTIFICATE IS EXPIRED, NOT
      *                    DELETED, SO THE SALES IT ALREADY EXEMPTED
      *                    STILL RESOLVE ON THE MONTHLY CERTIFICATE
      *                    REPORT.  MAINTAINED BY CALC1026.
      *
       01  EXEMPT-CERTIFICATE-RECORD.
           05  EC-CERTIFICATE-KEY.
               10  EC-CUSTOMER-ID         PIC X(10).
               10  EC-STATE-CODE          PIC X(2).
               10  EC-CERTIFICATE-NUMBER  PIC X(15).
           05  EC-CUSTOMER-NAME           PIC X(25).
           05  EC-EXEMPT-REASON           PIC X(2).
           05  EC-EFFECTIVE-DATE          PIC 9(8).
           05  EC-EXPIRY-DATE             PIC 9(8).
           05  FILLER                     PIC X(10).
