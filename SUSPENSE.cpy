      *                    DOES NOT MATCH A POSTED SALE ON THE
      *                    INVOICE HISTORY; "08" IS A RETURN THAT
      *                    WOULD REVERSE MORE THAN THE ORIGINAL
      *                    SALE'S AMOUNT; "09" IS A MALFORMED
      *                    MULTI-LINE INVOICE - A HEADER WITH NO
      *                    LINES, LINES THAT DO NOT FOOT TO THE
      *                    HEADER TOTAL, MORE LINES THAN THE INVOICE
      *                    TABLES HOLD, A MISSING OR REPEATED LINE
      *                    NUMBER, A LINE FIELD THAT IS NOT NUMERIC,
      *                    A LINE WHOSE TYPE DISAGREES WITH ITS
      *                    HEADER, OR A LINE RECORD WITH NO HEADER
      *                    IN FRONT OF IT.  A MULTI-LINE
      *                    INVOICE SUSPENDS WHOLE - ITS HEADER AND
      *                    EVERY LINE ARE WRITTEN HERE, IN ORDER,
      *                    UNDER THE ONE REASON CODE, SO A REPROCESS
      *                    RUN READS THE INVOICE BACK INTACT; A RETURN
      *                    LINE NOT ON THE ORIGINAL INVOICE SUSPENDS
      *                    THE RETURN AS "07" AND ONE THAT WOULD
      *                    REVERSE MORE THAN THE LINE SOLD AS "08".
      *                    "10" IS A DELIVERED SALE WHOSE SHIP-TO ZIP
      *                    IS BLANK, NOT ON THE ZIP CODE MASTER,
      *                    RETIRED THERE, OR SPLIT ACROSS MORE THAN
      *                    ONE JURISDICTION - IT IS NEVER RATED AT
      *                    THE STORE'S CODES INSTEAD.  IT REPROCESSES
      *                    ONCE THE ZIP IS ON FILE (OR THE ORDER IS
      *                    CORRECTED WITH A ZIP THAT IS).
      *                    REASONS 06-09 WAIT FOR REVIEW - A
      *                    REPROCESS RUN WILL RE-SUSPEND
      *                    THEM UNTIL THE UNDERLYING DISPUTE IS
      *                    RESOLVED AND THE RECORD IS REMOVED FROM
      *                    THE QUEUE OR THE HISTORY IS CORRECTED.
      *                    DEFAULTED IN THIS IMAGE; THE REPROCESS
      *                    RUN RE-DERIVES THE STORE-MASTER DEFAULTS
      *                    WHEN IT DRIVES THE RECORD THROUGH AGAIN.
      *                    THE IMAGE IS SIZED TO THE 80-BYTE SALES
      *                    TRANSACTION RECORD.
      *
       01  SUSPENSE-RECORD.
           05  SU-REASON-CODE             PIC X(2).
           05  SU-RUN-DATE                PIC 9(8).
           05  SU-SALES-TRANSACTION       PIC X(80).
