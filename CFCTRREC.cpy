      ******************************************************************
      * COPYBOOK:    CFCTRREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD OF THE REGULATORY CASH
      *              REPORTING FILE (CFCTROUT) WRITTEN NIGHTLY BY
      *              CFCTRRPT FROM THE ACCEPTED 'AJ' RECORDS OF THE
      *              BITACORA, ONE RECORD PER REPORTED ACCOUNT:
      *                T  DAILY TOTAL - CASH IN (CREDITS) OR CASH OUT
      *                   (DEBITS) OF THE ACCOUNT FOR THE BUSINESS DATE
      *                   REACHED THE REPORTING THRESHOLD (CFCTRPRM).
      *                F  POSSIBLE STRUCTURING - REPEATED MOVEMENTS
      *                   JUST UNDER THE THRESHOLD ON THE ACCOUNT
      *                   WITHIN THE ROLLING WINDOW OF DAYS ENDING ON
      *                   THE BUSINESS DATE.
      *              THE FIRST AND LAST DATE, COUNT AND AMOUNT OF THE
      *              UNDER-THRESHOLD MOVEMENTS ARE ZERO ON 'T' RECORDS.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-CTR-RECORD.
           05  CF-CTR-TIPO             PIC X(01).
               88  CF-CTR-TOTAL-DIARIO     VALUE 'T'.
               88  CF-CTR-FRACCIONAMIENTO  VALUE 'F'.
           05  CF-CTR-FECHA            PIC 9(08).
           05  CF-CTR-CUENTA           PIC X(08).
           05  CF-CTR-UMBRAL           PIC 9(7)V99.
           05  CF-CTR-ENTRADAS         PIC 9(9)V99.
           05  CF-CTR-SALIDAS          PIC 9(9)V99.
           05  CF-CTR-MOVIMIENTOS      PIC 9(05).
           05  CF-CTR-VENTANA-DIAS     PIC 9(03).
           05  CF-CTR-FECHA-PRIMERA    PIC 9(08).
           05  CF-CTR-FECHA-ULTIMA     PIC 9(08).
           05  CF-CTR-PARTIDAS         PIC 9(05).
           05  CF-CTR-IMPORTE          PIC 9(9)V99.
