      ******************************************************************
      * COPYBOOK:    CFCNCREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD OF THE BANK RECONCILIATION
      *              FILES WRITTEN BY CFBNKCNC: THE DAILY
      *              RECONCILIATION GENERATION (CFBNKCNC.<DATE>) AND
      *              THE OPEN-ITEM CARRY-FORWARD FILE (CFBNKPND) THAT
      *              THE NEXT RUN READS BACK.
      *                M  MATCHED - A BANK LINE AND A CFBALHST MOVEMENT
      *                   PAIRED TODAY, BY REFERENCE ('R') OR BY AMOUNT
      *                   AND DATE WITHIN THE TOLERANCE ('I'); THE
      *                   COUNTERPART'S DATE AND REFERENCE ARE KEPT.
      *                B  BANK ONLY - ON THE STATEMENT, NOT IN THE BOOKS.
      *                L  BOOK ONLY - IN CFBALHST, NOT ON THE STATEMENT.
      *                S  LAST BANK BALANCE OF THE ACCOUNT AND ITS DATE;
      *                   WRITTEN FOR EVERY ACCOUNT, WITH DATE AND
      *                   AMOUNT ZERO WHILE NO STATEMENT HAS ARRIVED.
      *                   ITS CF-CNC-FECHA-CONC IS THE ACCOUNT'S LAST
      *                   RECONCILIATION: THE NEXT RUN TAKES THE
      *                   CFBALHST MOVEMENTS DATED AFTER IT.
      *              CF-CNC-FECHA IS THE VALUE DATE (B) OR THE BUSINESS
      *              DATE OF THE MOVEMENT (L) AND DRIVES THE AGING;
      *              CF-CNC-FECHA-ALTA IS THE RUN THAT FIRST SAW THE
      *              ITEM AND CF-CNC-FECHA-CONC THE RUN THAT WROTE THE
      *              RECORD.  ONLY B, L AND S RECORDS ARE CARRIED
      *              FORWARD IN CFBNKPND.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      *   2026-10-15  RR   'S' RECORD WRITTEN FOR EVERY ACCOUNT AND
      *                    CARRIES THE LAST RECONCILIATION DATE.
      ******************************************************************
       01  CF-CNC-RECORD.
           05  CF-CNC-CUENTA           PIC X(08).
           05  CF-CNC-TIPO             PIC X(01).
               88  CF-CNC-CONCILIADA       VALUE 'M'.
               88  CF-CNC-SOLO-BANCO       VALUE 'B'.
               88  CF-CNC-SOLO-LIBROS      VALUE 'L'.
               88  CF-CNC-SALDO-BANCO      VALUE 'S'.
           05  CF-CNC-FECHA            PIC 9(08).
           05  CF-CNC-REF              PIC X(12).
           05  CF-CNC-IMPORTE          PIC S9(7)V99.
           05  CF-CNC-FECHA-ALTA       PIC 9(08).
           05  CF-CNC-FECHA-CONC       PIC 9(08).
           05  CF-CNC-CRUCE            PIC X(01).
               88  CF-CNC-POR-REFERENCIA   VALUE 'R'.
               88  CF-CNC-POR-IMPORTE      VALUE 'I'.
           05  CF-CNC-FECHA-CONTRA     PIC 9(08).
           05  CF-CNC-REF-CONTRA       PIC X(12).
