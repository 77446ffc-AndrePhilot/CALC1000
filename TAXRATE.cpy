      *                    IN-MEMORY TABLE.  KEY ORDER PUTS A
      *                    JURISDICTION'S RATE HISTORY TOGETHER,
      *                    OLDEST EFFECTIVE-FROM FIRST.
      *                    THREE PER-JURISDICTION RULES FOLLOW THE
      *                    RATES, FOR THE JURISDICTIONS WHOSE LAW IS
      *                    NOT A FLAT AMOUNT-TIMES-RATE:
      *                    - A LOCAL TAX CAP: WHEN THE CAP AMOUNT IS
      *                      THE CENTS SUPPLIES THE TAX - INSTEAD OF
      *                      STRAIGHT ROUNDING, WHICH THE BRACKET
      *                      STATES PUBLISH DIFFERENT ANSWERS FOR.
      *                    - INVOICE ROUNDING: WHEN
      *                      TRT-INVOICE-ROUNDING-FLAG IS "Y", THE
      *                      TAX ON A MULTI-LINE INVOICE IS ROUNDED
      *                      ONCE ON THE INVOICE TOTAL RATHER THAN ON
      *                      EACH LINE, AND THE BATCH RUN SPREADS THE
      *                      ROUNDED STATE, COUNTY AND CITY TAX
      *                      ACROSS THE LINES.  A BRACKET STATE TAX
      *                      AND A CAPPED LOCAL TAX ARE ALREADY WHOLE
      *                      CENTS PER LINE AND STAND AS COMPUTED.
      *                    A MASTER CONVERTED FROM THE OLD LAYOUT IS
      *                    RELOADED WITH THE RULE FIELDS ZERO/"N" -
      *                    EVERY RULE OFF - AND THE RULES ARE KEYED
               10  TRT-BRACKET-ENTRY OCCURS 10 TIMES.
                   15  TRT-BRACKET-LIMIT  PIC 9V99.
                   15  TRT-BRACKET-TAX    PIC 9V99.
           05  TRT-INVOICE-ROUNDING-FLAG  PIC X.
