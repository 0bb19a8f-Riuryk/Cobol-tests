      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-08-22  RR   ORIGINAL COPYBOOK.
      *   2026-10-15  RR   NEW BRANCH CODE (CF-ALT-SUCURSAL): THE SAME
      *                    BRANCH STAMPED ON THE LOG RECORD, FOR THE
      *                    DAILY BRANCH SUMMARY (CFSUCRPT).
      ******************************************************************
       01  CF-ALT-RECORD.
           05  CF-ALT-OPERADOR-ID      PIC X(08).
           05  CF-ALT-RESULTADO        PIC S9(7)V99.
           05  CF-ALT-UMBRAL           PIC 9(7)V99.
           05  CF-ALT-REF              PIC X(12).
           05  CF-ALT-SUCURSAL         PIC X(04).
