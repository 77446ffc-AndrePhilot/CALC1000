      *
      *MODIFICATION-LOG.
      *  SEPTEMBER 02, 2026 - ORIGINAL VERSION.
      *  OCTOBER 15, 2026 - SKIP THE AUDIT LOG'S RUN HEADER AND
      *                     TRAILER RECORDS, WHICH CARRY NO SALE.
      *
       ENVIRONMENT DIVISION.
      *
                   NOT AT END
                       MOVE AL-TIMESTAMP TO WS-TIMESTAMP-PARTS
                       IF AL-INVOICE-NUMBER = SPACES
                               AND AL-RECORD-TYPE NOT = "H"
                               AND AL-RECORD-TYPE NOT = "T"
                               AND WS-TS-DATE NOT <
                                   WS-PERIOD-FROM-DATE
                               AND WS-TS-DATE NOT >
