      *   2026-09-01  RR   NEW REASON CODE (CF-LOG-RAZON-COD): AJ
      *                    RECORDS CARRY THE CFRSN01 REASON OF THE
      *                    ADJUSTMENT; BLANK ON CALCULATOR RECORDS.
      *   2026-10-15  RR   NEW BRANCH FIELD (CF-LOG-SUCURSAL): THE BRANCH
      *                    OF THE POSTING -- THE BRANCH OF THE LOTE
      *                    HEADER FOR BATCH CAPTURE, ELSE THE HOME
      *                    BRANCH OF THE OPERATOR, ELSE (ADJUSTMENTS
      *                    AND SYSTEM POSTINGS) THE HOME BRANCH OF THE
      *                    ACCOUNT.  REVERSALS KEEP THE BRANCH OF THE
      *                    ORIGINAL.  BLANK ON TRAILER RECORDS.
      ******************************************************************
       01  CF-LOG-RECORD.
           05  CF-LOG-OPERADOR-ID      PIC X(08).
           05  CF-LOG-MONEDA           PIC X(03).
           05  CF-LOG-IMPORTE-ORIG     PIC S9(7)V99.
           05  CF-LOG-RAZON-COD        PIC X(04).
           05  CF-LOG-SUCURSAL         PIC X(04).
