      ******************************************************************
      * COPYBOOK:    CFPBLREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED PERIOD-BALANCE
      *              FILE (CFPERBAL): THE CLOSING CF-BAL-SALDO OF ONE
      *              ACCOUNT FOR ONE CLOSED MONTH, WRITTEN BY THE
      *              MONTH-END CLOSE (CFPERCLS).  CF-PBL-SALDO IS THE
      *              BALANCE AS CLOSED; CF-PBL-SALDO-FINAL IS THE SAME
      *              FIGURE EXCEPT IN A DECEMBER CLOSE, WHERE IT
      *              CARRIES THE BALANCE AFTER THE YEAR-END CLOSING
      *              ENTRIES (ZERO FOR INCOME AND EXPENSE ACCOUNTS,
      *              THE NEW BALANCE FOR THE EQUITY ACCOUNT).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-PBL-RECORD.
           05  CF-PBL-CLAVE.
               10  CF-PBL-PERIODO      PIC 9(06).
               10  CF-PBL-CUENTA       PIC X(08).
           05  CF-PBL-CATEGORIA        PIC X(04).
           05  CF-PBL-SALDO            PIC S9(7)V99.
           05  CF-PBL-SALDO-FINAL      PIC S9(7)V99.
           05  CF-PBL-FECHA-MOV        PIC 9(08).
           05  CF-PBL-ESTADO           PIC X(01).
           05  CF-PBL-FECHA-CIERRE     PIC 9(08).
