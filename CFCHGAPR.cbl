      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-01  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LAS IMAGENES DE OPERADOR MUESTRAN TAMBIEN LA
      *                     SUCURSAL (CAMBIO DE SUCURSAL DE CFOPRMNT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCHGAPR.
                   DISPLAY "  ANTES:   " WS-OPI-ID " "
                       WS-OPI-NOMBRE " ESTADO " WS-OPI-ESTADO
                       " NIVEL " WS-OPI-NIVEL
                       " SUCURSAL " WS-OPI-SUCURSAL
               END-IF
               MOVE CF-PND-DESPUES TO WS-OPI-RECORD
               DISPLAY "  DESPUES: " WS-OPI-ID " "
                   WS-OPI-NOMBRE " ESTADO " WS-OPI-ESTADO
                   " NIVEL " WS-OPI-NIVEL
                   " SUCURSAL " WS-OPI-SUCURSAL
           END-IF.
       2500-EXIT.
           EXIT.
