      ******************************************************************
      * COPYBOOK:    CFPERREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED PERIOD-CONTROL
      *              FILE (CFPERCTL), ONE RECORD PER ACCOUNTING MONTH
      *              (AAAAMM).  THE MONTH-END CLOSE (CFPERCLS) WRITES
      *              THE RECORD 'C' (CERRADO) AFTER SNAPSHOTTING EVERY
      *              ACCOUNT INTO CFPERBAL (SEE CFPBLREC).  A MONTH
      *              WITH NO RECORD, OR NOT 'C', IS OPEN.  EVERY
      *              POSTING PROGRAM REFUSES A BUSINESS DATE THAT
      *              FALLS IN A CLOSED MONTH AND CFDATMNT REFUSES TO
      *              SET ONE.  THE DECEMBER CLOSE ALSO CARRIES THE
      *              YEAR-END CLOSING ENTRIES (INCOME AND EXPENSE
      *              CATEGORIES ZEROED INTO THE EQUITY ACCOUNT).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-PER-RECORD.
           05  CF-PER-PERIODO          PIC 9(06).
           05  CF-PER-ESTADO           PIC X(01).
               88  CF-PER-ABIERTO          VALUE 'A' ' '.
               88  CF-PER-CERRADO          VALUE 'C'.
           05  CF-PER-FECHA-CIERRE     PIC 9(08).
           05  CF-PER-HORA-CIERRE      PIC 9(08).
           05  CF-PER-OPERADOR         PIC X(08).
           05  CF-PER-CUENTAS          PIC 9(06).
           05  CF-PER-TOTAL-SALDOS     PIC S9(11)V99.
           05  CF-PER-CIERRE-ANUAL     PIC X(01).
               88  CF-PER-CON-CIERRE-ANUAL VALUE 'S'.
           05  CF-PER-ASIENTOS         PIC 9(06).
           05  CF-PER-TOTAL-RESULTADO  PIC S9(11)V99.
           05  CF-PER-CUENTA-CAPITAL   PIC X(08).
           05  CF-PER-REF-ANUAL        PIC X(12).
