      *                    REGARDLESS OF AMOUNT.  CARRIED ONTO
      *                    CFADJOUT, THE BITACORA, CFSUSP AND THE GL
      *                    INTERFACE DETAIL.
      *   2026-10-15  RR   NEW OPTIONAL EFFECTIVE DATE (CF-ADJIN-FECHA-
      *                    EFECTIVA, AAAAMMDD): BLANK MEANS POST TODAY;
      *                    A DATE AFTER THE BUSINESS DATE IS EDITED NOW
      *                    AND PARKED IN THE FUTURE-DATED WAREHOUSE
      *                    (CFFUT01) UNTIL CFFUTREL RELEASES IT, WITH
      *                    NUM1 RE-RESOLVED FROM THE BALANCE OF THAT
      *                    DAY.  FUTURE-DATED ADJUSTMENTS ARE BASE
      *                    CURRENCY ONLY.
      *   2026-10-15  RR   NEW JOURNAL VOUCHER ENTRY (COMPROBANTE): A
      *                    HEADER RECORD TYPE 'V' (VOUCHER ID AND LINE
      *                    COUNT, 02-20) FOLLOWED BY THAT MANY LINE
      *                    RECORDS TYPE 'L' (ACCOUNT, SIGNED AMOUNT
      *                    ADDED TO ITS BALANCE, REASON CODE).  THE
      *                    VOUCHER POSTS ONLY IF EVERY LINE VALIDATES
      *                    AND THE AMOUNTS NET TO ZERO; OTHERWISE THE
      *                    WHOLE VOUCHER GOES TO CFEXCLOG.  VOUCHERS
      *                    ARE BASE CURRENCY ONLY AND POST TODAY.
      ******************************************************************
       01  CF-ADJIN-RECORD.
           05  CF-ADJIN-DETALLE.
               10  CF-ADJIN-TRF-DESTINO PIC X(08).
               10  FILLER               PIC X(03).
               10  CF-ADJIN-TRF-IMPORTE PIC X(11).
           05  CF-ADJIN-COMPROBANTE REDEFINES CF-ADJIN-DETALLE.
               10  CF-ADJIN-CMP-ID      PIC X(10).
               10  CF-ADJIN-CMP-LINEAS  PIC X(02).
               10  FILLER               PIC X(18).
           05  CF-ADJIN-LINEA REDEFINES CF-ADJIN-DETALLE.
               10  CF-ADJIN-LIN-CUENTA  PIC X(08).
               10  FILLER               PIC X(11).
               10  CF-ADJIN-LIN-IMPORTE PIC X(11).
           05  CF-ADJIN-TIPO           PIC X(01).
               88  CF-ADJIN-ES-TRANSFER    VALUE 'T'.
               88  CF-ADJIN-ES-AJUSTE      VALUE 'A' ' '.
               88  CF-ADJIN-ES-COMPROBANTE VALUE 'V'.
               88  CF-ADJIN-ES-LINEA       VALUE 'L'.
           05  CF-ADJIN-MONEDA         PIC X(03).
           05  CF-ADJIN-RAZON          PIC X(04).
           05  CF-ADJIN-FECHA-EFECTIVA PIC X(08).
