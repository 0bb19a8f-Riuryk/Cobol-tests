      ******************************************************************
      * COPYBOOK:    CFRCHREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED REJECTION-CODE
      *              TABLE (CFRCH01).  EVERY PROGRAM THAT WRITES
      *              CFEXCLOG STAMPS ONE OF THESE CODES IN
      *              CF-EXC-CODIGO NEXT TO THE FREE-TEXT REASON, SO
      *              REJECTS CAN BE COUNTED BY CAUSE (CFRCHRPT).  THE
      *              CATEGORY GROUPS THE CAUSES: DATA ERROR, BUSINESS
      *              RULE, LIMIT, AUTHORIZATION OR SYSTEM (A CONTROL
      *              FILE WAS NOT AVAILABLE).  MAINTAINED IN CFRCHMNT,
      *              WHICH ALSO LOADS THE STANDARD CODES.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-RCH-RECORD.
           05  CF-RCH-CODIGO           PIC X(04).
           05  CF-RCH-DESC             PIC X(30).
           05  CF-RCH-CATEGORIA        PIC X(01).
               88  CF-RCH-DATO             VALUE 'D'.
               88  CF-RCH-REGLA            VALUE 'R'.
               88  CF-RCH-LIMITE           VALUE 'L'.
               88  CF-RCH-AUTORIZACION     VALUE 'A'.
               88  CF-RCH-SISTEMA          VALUE 'S'.
               88  CF-RCH-CATEGORIA-VALIDA VALUE 'D' 'R' 'L' 'A' 'S'.
           05  CF-RCH-ESTADO           PIC X(01).
               88  CF-RCH-ACTIVO           VALUE 'A'.
               88  CF-RCH-INACTIVO         VALUE 'I'.
