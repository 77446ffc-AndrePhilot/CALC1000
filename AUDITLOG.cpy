      *                    TRICK).  RECORDS WRITTEN BEFORE THE
      *                    FIELD EXISTED CARRY SPACES THERE AND ARE
      *                    TREATED AS ZERO.
      *                    AL-CUSTOMER-ID AND AL-CERTIFICATE-NUMBER
      *                    CARRY THE CUSTOMER ACCOUNT AND THE
      *                    EXEMPTION CERTIFICATE THAT EXEMPTED THE
      *                    SALE, THE SAME AS ON THE TAX RESULT
      *                    RECORD; RECORDS WRITTEN BEFORE THE FIELDS
      *                    EXISTED CARRY SPACES THERE.
      *                    AL-LINE-NUMBER, AL-CATEGORY-CODE AND
      *                    AL-QUANTITY IDENTIFY THE LINE ITEM OF A
      *                    MULTI-LINE INVOICE THE RECORD WAS WRITTEN
      *                    FOR (ONE RECORD PER LINE); LINE NUMBER AND
      *                    QUANTITY ARE ZERO FOR A SINGLE-RECORD
      *                    TRANSACTION.  RECORDS WRITTEN BEFORE THE
      *                    FIELDS EXISTED CARRY SPACES THERE.
      *                    THE LOG IS TAMPER-EVIDENT.  EVERY RECORD
      *                    CARRIES ITS SOURCE (THE TERMINAL ID THAT
      *                    WROTE IT - "BATCH", "REPROC" OR AN
      *                    INTERACTIVE TERMINAL), THE NEXT NUMBER IN
      *                    THAT SOURCE'S UNBROKEN SEQUENCE, AND A
      *                    CHECK VALUE CHAINED FROM THE SOURCE'S
      *                    PREVIOUS RECORD OVER EVERY BYTE BEFORE IT
      *                    (SEE AUDSTAMP, WHICH ASSIGNS BOTH, AND
      *                    AUDSEQ.CPY, WHICH HOLDS EACH SOURCE'S LAST
      *                    NUMBER AND VALUE).  A DELETED, INSERTED OR
      *                    EDITED RECORD BREAKS THE SEQUENCE OR THE
      *                    CHAIN AND IS REPORTED BY CALC1075.
      *                    AL-RECORD-TYPE IS "D" ON A DETAIL RECORD;
      *                    EACH RUN (A BATCH OR REPROCESS RUN, OR AN
      *                    INTERACTIVE SESSION) ALSO WRITES A "H"
      *                    HEADER BEFORE ITS FIRST DETAIL AND A "T"
      *                    TRAILER AFTER ITS LAST, LAID OUT AS
      *                    AUDIT-CONTROL-RECORD BELOW - THE TRAILER
      *                    CARRIES THE RUN'S DETAIL COUNT AND NET
      *                    AMOUNT AND TAX TOTALS.  EVERY PROGRAM THAT
      *                    READS THE LOG FOR ITS DETAIL SKIPS "H" AND
      *                    "T" RECORDS.  RECORDS WRITTEN BEFORE THE
      *                    SEQUENCING EXISTED CARRY SPACES IN THE
      *                    FOUR TRAILING FIELDS AND ARE DETAIL.
      *
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP               PIC X(21).
           05  AL-TRANSACTION-TYPE        PIC X.
           05  AL-STORE-NUMBER            PIC X(4).
           05  AL-ORIGINAL-TRANS-DATE     PIC 9(8).
           05  AL-CUSTOMER-ID             PIC X(10).
           05  AL-CERTIFICATE-NUMBER      PIC X(15).
           05  AL-LINE-NUMBER             PIC 9(3).
           05  AL-CATEGORY-CODE           PIC X(4).
           05  AL-QUANTITY                PIC 9(5).
           05  AL-RECORD-TYPE             PIC X.
           05  AL-SOURCE-ID               PIC X(8).
           05  AL-SEQUENCE-NUMBER         PIC 9(9).
           05  AL-CHECK-VALUE             PIC 9(9).
      *
      *    THE RUN HEADER ("H") AND TRAILER ("T") RECORDS.  THE
      *    TIMESTAMP, OPERATOR AND TERMINAL AND THE FOUR TRAILING
      *    SEQUENCING FIELDS SIT WHERE THEY DO ON A DETAIL RECORD.
      *    AC-FIRST-SEQUENCE, AC-RECORD-COUNT AND THE TWO TOTALS ARE
      *    ZERO ON A HEADER; ON A TRAILER THEY ARE THE RUN HEADER'S
      *    SEQUENCE NUMBER AND THE COUNT AND NET TOTALS OF THE
      *    DETAIL RECORDS BETWEEN THE HEADER AND THE TRAILER.
      *
       01  AUDIT-CONTROL-RECORD.
           05  AC-TIMESTAMP               PIC X(21).
           05  AC-OPERATOR-ID             PIC X(8).
           05  AC-TERMINAL-ID             PIC X(8).
           05  AC-PROGRAM-ID              PIC X(8).
           05  AC-RUN-DATE                PIC 9(8).
           05  AC-FIRST-SEQUENCE          PIC 9(9).
           05  AC-RECORD-COUNT            PIC 9(9).
           05  AC-SALES-TOTAL             PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  AC-TAX-TOTAL               PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(55).
           05  AC-RECORD-TYPE             PIC X.
           05  AC-SOURCE-ID               PIC X(8).
           05  AC-SEQUENCE-NUMBER         PIC 9(9).
           05  AC-CHECK-VALUE             PIC 9(9).
