      *   2026-09-01  RR   NEW REASON CODE (CF-STD-RAZON): ADJUSTMENT
      *                    ORDERS ('A') MUST CARRY A CFRSN01 REASON,
      *                    NOW MANDATORY ON EVERY CFADJIN RECORD.
      *   2026-10-15  RR   NEW ONE-OFF FREQUENCY 'U' WITH ITS DATE
      *                    (CF-STD-FECHA, AAAAMMDD): THE ITEM FIRES
      *                    ONLY ON THAT BUSINESS DATE AND IS SPENT
      *                    AFTERWARDS.  BLANK ON RECURRING ORDERS.
      *                    WRITTEN BY THE LOAN SCHEDULE GENERATOR
      *                    (CFAMOGEN), ONE ENTRY PER INSTALLMENT.
      ******************************************************************
       01  CF-STD-RECORD.
           05  CF-STD-DESTINO          PIC X(01).
               88  CF-STD-DIARIO           VALUE 'D'.
               88  CF-STD-SEMANAL          VALUE 'S'.
               88  CF-STD-MENSUAL          VALUE 'M'.
               88  CF-STD-UNICA            VALUE 'U'.
           05  CF-STD-DIA              PIC 9(02).
           05  CF-STD-DESC             PIC X(20).
           05  CF-STD-DETALLE.
               10  CF-STD-IMPORTE      PIC X(11).
               10  FILLER              PIC X(04).
           05  CF-STD-RAZON            PIC X(04).
           05  CF-STD-FECHA            PIC X(08).
