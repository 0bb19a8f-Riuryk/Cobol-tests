      ******************************************************************
      * COPYBOOK:    CFSUCREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED BRANCH TABLE
      *              (CFSUC01).  EVERY OPERATOR (CFOPMST) AND ACCOUNT
      *              (CFBALMST) MAY CARRY A HOME BRANCH FROM THIS
      *              TABLE, A LOTE HEADER MAY NAME THE BRANCH THAT
      *              BUILT IT (CFCSVIMP SUCURSAL=), AND THE BRANCH OF
      *              EACH POSTING IS STAMPED ON THE BITACORA
      *              (CF-LOG-SUCURSAL) AND ON CFEXCLOG
      *              (CF-EXC-SUCURSAL).  CFEXT01 TOTALS BY BRANCH AND
      *              CFSUCRPT PRINTS THE DAILY BRANCH SUMMARY.  AN
      *              INACTIVE BRANCH STAYS ON FILE FOR HISTORY BUT
      *              CAN NO LONGER BE ASSIGNED.  MAINTAINED IN
      *              CFSUCMNT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-SUC-RECORD.
           05  CF-SUC-CODIGO           PIC X(04).
           05  CF-SUC-NOMBRE           PIC X(30).
           05  CF-SUC-ESTADO           PIC X(01).
               88  CF-SUC-ACTIVA           VALUE 'A'.
               88  CF-SUC-INACTIVA         VALUE 'I'.
