      ******************************************************************
      * COPYBOOK:    CFBNKREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE LINE OF THE BANK'S FIXED-WIDTH
      *              STATEMENT FILE (CFBNKSTM) FOR THE CFBALMST
      *              ACCOUNTS THAT MIRROR A REAL BANK ACCOUNT (LISTED
      *              IN CFBNKPRM).  ONE LINE PER BANK MOVEMENT: ACCOUNT,
      *              VALUE DATE, BANK REFERENCE, SIGNED AMOUNT AND THE
      *              BANK'S RUNNING BALANCE AFTER THE MOVEMENT.  AMOUNT
      *              AND BALANCE ARRIVE AS TEXT (E.G. "-1234.50") AND
      *              ARE VALIDATED BY CFBNKCNC BEFORE USE.  THE LAST
      *              LINE OF AN ACCOUNT CARRIES THE CLOSING BANK
      *              BALANCE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-BNK-RECORD.
           05  CF-BNK-CUENTA           PIC X(08).
           05  CF-BNK-FECHA-VALOR      PIC X(08).
           05  CF-BNK-REF              PIC X(12).
           05  CF-BNK-IMPORTE-TXT      PIC X(12).
           05  CF-BNK-SALDO-TXT        PIC X(12).
