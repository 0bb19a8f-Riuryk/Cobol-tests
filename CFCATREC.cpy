      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-01  RR   ORIGINAL COPYBOOK.
      *   2026-10-14  RR   CF-CAT-TIPO: 'I' INCOME, 'G' EXPENSE, 'B' OR
      *                    SPACE BALANCE-SHEET.  THE DECEMBER CLOSE
      *                    (CFPERCLS) ZEROES INCOME AND EXPENSE
      *                    ACCOUNTS INTO THE EQUITY ACCOUNT.
      ******************************************************************
       01  CF-CAT-RECORD.
           05  CF-CAT-CODIGO           PIC X(04).
           05  CF-CAT-DESC             PIC X(20).
           05  CF-CAT-TIPO             PIC X(01).
               88  CF-CAT-INGRESO          VALUE 'I'.
               88  CF-CAT-GASTO            VALUE 'G'.
               88  CF-CAT-RESULTADOS       VALUE 'I' 'G'.
               88  CF-CAT-BALANCE          VALUE 'B' ' '.
