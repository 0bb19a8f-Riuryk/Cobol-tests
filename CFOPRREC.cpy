      *                    IF NEITHER IS SET THERE IS NO CAP.
      *                    ENFORCED AT POSTING TIME BY CONTROLDEFLUJO
      *                    AND OPERACIONES, REPORTED BY CFLIMRPT.
      *   2026-10-15  RR   NEW HOME BRANCH (CF-OPR-SUCURSAL), A CODE OF
      *                    THE BRANCH TABLE CFSUC01.  INTERACTIVE
      *                    CAPTURE STAMPS IT ON EVERY BITACORA AND
      *                    CFEXCLOG RECORD THE OPERATOR WRITES; A
      *                    BATCH LOTE USES THE BRANCH OF ITS HEADER
      *                    FIRST.  SET AT ALTA AND CHANGED THROUGH THE
      *                    PENDING-CHANGE QUEUE IN CFOPRMNT.  BLANK =
      *                    NO BRANCH (BATCH AND LEGACY OPERATORS).
      ******************************************************************
       01  CF-OPR-RECORD.
           05  CF-OPR-ID               PIC X(08).
           05  CF-OPR-PIN              PIC X(04).
           05  CF-OPR-INTENTOS         PIC 9(01).
           05  CF-OPR-LIMITE-DIA       PIC 9(7)V99.
           05  CF-OPR-SUCURSAL         PIC X(04).
