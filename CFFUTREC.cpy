      ******************************************************************
      * COPYBOOK:    CFFUTREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED WAREHOUSE OF
      *              FUTURE-DATED ITEMS (CFFUT01).  A CFTRANIN DETAIL
      *              ('C' CALCULATOR ITEM, INCLUDING CFCSVIMP ROWS) OR
      *              A CFADJIN RECORD ('A' ADJUSTMENT OR TRANSFER)
      *              WHOSE EFFECTIVE DATE IS AFTER THE BUSINESS DATE
      *              IS FULLY EDITED ON ARRIVAL AND PARKED HERE, WITH
      *              ITS ORIGINAL IMAGE, INSTEAD OF BEING POSTED.  THE
      *              FIRST STEP OF CFBATCH (CFFUTREL) RELEASES THE
      *              ITEMS THAT FALL DUE AS A NORMAL LOTE; CFFUTMNT
      *              QUERIES AND CANCELS PENDING ITEMS (THE REASON
      *              IS KEPT IN CF-FUT-MOTIVO).  KEY IS THE
      *              BUSINESS DATE OF ENTRY PLUS THE REFERENCE
      *              ASSIGNED ON ENTRY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-FUT-RECORD.
           05  CF-FUT-CLAVE.
               10  CF-FUT-FECHA-ALTA   PIC 9(08).
               10  CF-FUT-REF          PIC X(12).
           05  CF-FUT-ORIGEN           PIC X(01).
               88  CF-FUT-ES-CALCULO       VALUE 'C'.
               88  CF-FUT-ES-AJUSTE        VALUE 'A'.
           05  CF-FUT-FECHA-EFECTIVA   PIC 9(08).
           05  CF-FUT-HORA-ALTA        PIC 9(08).
           05  CF-FUT-OPERADOR-ALTA    PIC X(08).
           05  CF-FUT-LOTE-ID          PIC X(08).
           05  CF-FUT-ESTADO           PIC X(01).
               88  CF-FUT-PENDIENTE        VALUE 'P'.
               88  CF-FUT-LIBERADA         VALUE 'L'.
               88  CF-FUT-CANCELADA        VALUE 'X'.
           05  CF-FUT-FECHA-ESTADO     PIC 9(08).
           05  CF-FUT-OPERADOR-ESTADO  PIC X(08).
           05  CF-FUT-MOTIVO           PIC X(30).
           05  CF-FUT-IMAGEN           PIC X(50).
