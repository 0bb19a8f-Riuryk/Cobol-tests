      *                    CFRSN01 REASON OF THE PARKED ADJUSTMENT,
      *                    SHOWN TO THE SUPERVISOR IN CFAPRV01 AND
      *                    CARRIED ONTO THE POSTING WHEN APPROVED.
      *   2026-10-15  RR   NEW BRANCH CODE (CF-SUS-SUCURSAL): THE
      *                    CFSUC01 BRANCH OF THE PARKED ADJUSTMENT,
      *                    CARRIED ONTO THE POSTING OR THE REJECTION.
      *   2026-10-15  RR   NEW VOUCHER ID AND LINE COUNT (CF-SUS-
      *                    COMPROBANTE, CF-SUS-LINEAS): A JOURNAL
      *                    VOUCHER OVER THE THRESHOLD IS PARKED AS ONE
      *                    RECORD PER LINE UNDER THE SAME REFERENCE,
      *                    EACH CARRYING THE VOUCHER ID AND ITS LINE
      *                    COUNT; CFAPRV01 APPROVES OR REJECTS ALL THE
      *                    LINES TOGETHER.  BLANK ON SINGLE ADJUSTMENTS.
      ******************************************************************
       01  CF-SUS-RECORD.
           05  CF-SUS-ESTADO           PIC X(01).
           05  CF-SUS-HORA-DECISION    PIC 9(08).
           05  CF-SUS-RAZON-RECHAZO    PIC X(40).
           05  CF-SUS-RAZON-COD        PIC X(04).
           05  CF-SUS-SUCURSAL         PIC X(04).
           05  CF-SUS-COMPROBANTE      PIC X(10).
           05  CF-SUS-LINEAS           PIC 9(02).
