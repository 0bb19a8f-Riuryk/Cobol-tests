      ******************************************************************
      * COPYBOOK:    CFPRSREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED BUDGET FILE
      *              (CFPRESUP), ONE RECORD PER CFCAT01 CATEGORY AND
      *              MONTH (AAAAMM).  FINANCE LOADS AND CHANGES IT IN
      *              CFPRSMNT.  THE AMOUNT IS THE EXPECTED NET
      *              MOVEMENT OF THE CATEGORY'S ACCOUNTS IN THE MONTH
      *              (SAME SIGN AS THE BALANCE HISTORY) AND THE
      *              TOLERANCE IS THE VARIANCE PERCENT ABOVE WHICH THE
      *              MONTHLY REPORT (CFPRSRPT) FLAGS THE CATEGORY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-PRS-RECORD.
           05  CF-PRS-CLAVE.
               10  CF-PRS-CATEGORIA    PIC X(04).
               10  CF-PRS-PERIODO      PIC 9(06).
               10  CF-PRS-PERIODO-R REDEFINES CF-PRS-PERIODO.
                   15  CF-PRS-ANIO     PIC 9(04).
                   15  CF-PRS-MES      PIC 9(02).
           05  CF-PRS-IMPORTE          PIC S9(9)V99.
           05  CF-PRS-TOLERANCIA       PIC 9(03)V9.
           05  CF-PRS-FECHA-MOD        PIC 9(08).
           05  CF-PRS-OPERADOR-MOD     PIC X(08).
