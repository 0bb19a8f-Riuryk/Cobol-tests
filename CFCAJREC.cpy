      ******************************************************************
      * COPYBOOK:    CFCAJREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED SHIFT-BALANCING
      *              FILE (CFCAJBAL), ONE RECORD PER OPERATOR PER
      *              BUSINESS DATE, WRITTEN BY THE END-OF-SHIFT CASH
      *              COUNT (CFCAJA01).  CF-CAJ-PIEZAS HOLDS THE COUNT
      *              KEYED FOR EACH DENOMINATION, IN THE ORDER OF THE
      *              DENOMINATION TABLE OF CFCAJA01 (1000.00 DOWN TO
      *              0.50).  EXPECTED = OPENING FLOAT (CFCAJPRM) PLUS
      *              THE NET OF THE OPERATOR'S 'AJ'/'RV' MOVEMENTS FOR
      *              THE DATE, BITACORA AND UNMERGED SPILLS.  THE
      *              DIFFERENCE (COUNTED MINUS EXPECTED) IS EITHER
      *              POSTED AS AN 'AJ' TO THE OVER/SHORT ACCOUNT OR
      *              PARKED IN CFSUSP FOR A SUPERVISOR (CFAPRV01).
      *              REPORTED NIGHTLY BY CFCAJRPT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-CAJ-RECORD.
           05  CF-CAJ-CLAVE.
               10  CF-CAJ-FECHA        PIC 9(08).
               10  CF-CAJ-OPERADOR     PIC X(08).
           05  CF-CAJ-HORA             PIC 9(08).
           05  CF-CAJ-CONTEO.
               10  CF-CAJ-PIEZAS       PIC 9(05) OCCURS 11 TIMES.
           05  CF-CAJ-FONDO            PIC S9(7)V99.
           05  CF-CAJ-MOVIMIENTOS      PIC 9(06).
           05  CF-CAJ-DERRAMES         PIC 9(03).
           05  CF-CAJ-ESPERADO         PIC S9(7)V99.
           05  CF-CAJ-CONTADO          PIC S9(7)V99.
           05  CF-CAJ-DIFERENCIA       PIC S9(7)V99.
           05  CF-CAJ-RESULTADO        PIC X(01).
               88  CF-CAJ-CUADRADO         VALUE 'C'.
               88  CF-CAJ-SOBRANTE         VALUE 'S'.
               88  CF-CAJ-FALTANTE         VALUE 'F'.
           05  CF-CAJ-DESTINO          PIC X(01).
               88  CF-CAJ-SIN-ASIENTO      VALUE ' '.
               88  CF-CAJ-CONTABILIZADO    VALUE 'A'.
               88  CF-CAJ-EN-SUSPENSO      VALUE 'P'.
           05  CF-CAJ-CUENTA           PIC X(08).
           05  CF-CAJ-REF              PIC X(12).
