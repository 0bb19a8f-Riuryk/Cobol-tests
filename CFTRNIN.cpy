      *                    ARE CONVERTED TO BASE BEFORE COMPUTING AND
      *                    POSTING.  UNKNOWN OR EXPIRED CODES GO TO
      *                    CFEXCLOG.
      *   2026-10-15  RR   NEW OPTIONAL EFFECTIVE DATE (CF-TRANIN-
      *                    FECHA-EFECTIVA, AAAAMMDD) ON DETAIL RECORDS:
      *                    BLANK MEANS POST TODAY; A DATE AFTER THE
      *                    BUSINESS DATE IS EDITED NOW AND PARKED IN
      *                    THE FUTURE-DATED WAREHOUSE (CFFUT01) UNTIL
      *                    CFFUTREL RELEASES IT.  A DATE BEFORE THE
      *                    BUSINESS DATE IS REJECTED.
      *   2026-10-15  RR   NEW BRANCH CODE ON THE HEADER (CF-TRANIN-CAB-
      *                    SUCURSAL), TAKEN FROM THE FILLER: THE
      *                    BRANCH THAT BUILT THE LOTE (CFCSVIMP
      *                    SUCURSAL=).  STAMPED ON EVERY LOG AND
      *                    EXCEPTION RECORD OF THE LOTE; BLANK MEANS
      *                    USE THE HOME BRANCH OF THE OPERATOR.
      ******************************************************************
       01  CF-TRANIN-RECORD.
           05  CF-TRANIN-TIPO          PIC X(01).
               10  CF-TRANIN-CAB-LOTE-ID   PIC X(08).
               10  CF-TRANIN-CAB-ORIGEN    PIC X(08).
               10  CF-TRANIN-CAB-FECHA-NEG PIC X(08).
               10  CF-TRANIN-CAB-SUCURSAL  PIC X(04).
               10  FILLER                  PIC X(07).
           05  CF-TRANIN-PIE REDEFINES CF-TRANIN-DETALLE.
               10  CF-TRANIN-PIE-CUENTA    PIC X(08).
               10  CF-TRANIN-PIE-HASH      PIC X(15).
               10  FILLER                  PIC X(12).
           05  CF-TRANIN-MONEDA        PIC X(03).
           05  CF-TRANIN-FECHA-EFECTIVA PIC X(08).
