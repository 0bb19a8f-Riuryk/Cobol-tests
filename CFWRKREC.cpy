      *                'AJ' = TOTALS OF ADJUSTMENTS
      *                'OR' = TOTALS PER OPERATOR (KEY = OPERATOR ID)
      *                'GT' = GRAND TOTALS (ALL DETAIL RECORDS)
      *                'SU' = TOTALS PER BRANCH (KEY = BRANCH CODE)
      *              THE DOWNSTREAM REPORT AND RECONCILIATION STEPS
      *              CONSUME THESE INSTEAD OF RESCANNING THE FULL LOG.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-08-22  RR   ORIGINAL COPYBOOK.
      *   2026-10-15  RR   NEW RECORD TYPE 'SU' = TOTALS PER BRANCH (KEY =
      *                    CF-LOG-SUCURSAL, BLANK = NO BRANCH).
      ******************************************************************
       01  CF-WRK-RECORD.
           05  CF-WRK-TIPO             PIC X(02).
               88  CF-WRK-AJUSTES          VALUE 'AJ'.
               88  CF-WRK-OPERADOR         VALUE 'OR'.
               88  CF-WRK-GRAN-TOTAL       VALUE 'GT'.
               88  CF-WRK-SUCURSAL         VALUE 'SU'.
           05  CF-WRK-CLAVE            PIC X(08).
           05  CF-WRK-CONTADOR         PIC 9(08).
           05  CF-WRK-SUBTOTAL         PIC S9(09)V99.
