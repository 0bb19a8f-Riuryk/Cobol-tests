      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-08-22  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   TOTALES POR SUCURSAL (REGISTRO 'SU', CLAVE
      *                     CF-LOG-SUCURSAL; EN BLANCO = SIN SUCURSAL)
      *                     PARA EL RESUMEN DIARIO CFSUCRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFEXT01.

      *----------------------------------------------------------------
      *    ACUMULADORES: POR OPERACION (1 A 7), AJUSTES, POR OPERADOR
      *    (HASTA 50), POR SUCURSAL (HASTA 50) Y GRAN TOTAL DE TODOS
      *    LOS DETALLES.
      *----------------------------------------------------------------
       01  WS-TABLA-OPERACIONES.
           05  WS-OPER-ENTRADA OCCURS 7 TIMES INDEXED BY WS-IDX.
               10  WS-OPRT-CONTADOR     PIC 9(08).
               10  WS-OPRT-SUBTOTAL     PIC S9(09)V99.

       77  WS-MAX-SUCURSALES            PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-SUCURSALES            PIC 9(02) VALUE ZERO COMP.
       77  WS-SUC                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUCT-ENTRADA OCCURS 50 TIMES INDEXED BY WS-IDX-SUC.
               10  WS-SUCT-CODIGO       PIC X(04).
               10  WS-SUCT-CONTADOR     PIC 9(08).
               10  WS-SUCT-SUBTOTAL     PIC S9(09)V99.

       77  WS-GRAN-CONTADOR             PIC 9(08) VALUE ZERO.
       77  WS-GRAN-TOTAL                PIC S9(09)V99 VALUE ZERO.

           ADD 1 TO WS-GRAN-CONTADOR.
           ADD CF-LOG-RESULTADO TO WS-GRAN-TOTAL.
           PERFORM 2300-ACUMULAR-OPERADOR THRU 2300-EXIT.
           PERFORM 2400-ACUMULAR-SUCURSAL THRU 2400-EXIT.
           IF CF-LOG-TIPO-AJUSTE
               ADD 1 TO WS-AJUSTE-CONTADOR
               ADD CF-LOG-RESULTADO TO WS-AJUSTE-SUBTOTAL
       2350-EXIT.
           EXIT.

      ******************************************************************
      *    2400-ACUMULAR-SUCURSAL -- LOCALIZA O DA DE ALTA LA
      *    SUCURSAL EN LA TABLA
      ******************************************************************
       2400-ACUMULAR-SUCURSAL.
           MOVE ZERO TO WS-SUC.
           IF WS-NUM-SUCURSALES > ZERO
               PERFORM 2450-COMPARAR-SUCURSAL THRU 2450-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-NUM-SUCURSALES
                       OR WS-SUC > ZERO
           END-IF.
           IF WS-SUC = ZERO
               IF WS-NUM-SUCURSALES >= WS-MAX-SUCURSALES
                   DISPLAY "AVISO: MAS DE " WS-MAX-SUCURSALES
                       " SUCURSALES EN LA BITACORA; EL EXCEDENTE NO "
                       "SE TOTALIZA POR SUCURSAL."
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-NUM-SUCURSALES
               MOVE WS-NUM-SUCURSALES TO WS-SUC
               SET WS-IDX-SUC TO WS-SUC
               MOVE CF-LOG-SUCURSAL TO WS-SUCT-CODIGO (WS-IDX-SUC)
               MOVE ZERO TO WS-SUCT-CONTADOR (WS-IDX-SUC)
               MOVE ZERO TO WS-SUCT-SUBTOTAL (WS-IDX-SUC)
           END-IF.
           SET WS-IDX-SUC TO WS-SUC.
           ADD 1 TO WS-SUCT-CONTADOR (WS-IDX-SUC).
           ADD CF-LOG-RESULTADO TO WS-SUCT-SUBTOTAL (WS-IDX-SUC).
       2400-EXIT.
           EXIT.

       2450-COMPARAR-SUCURSAL.
           SET WS-IDX-SUC TO WS-BUSCA.
           IF WS-SUCT-CODIGO (WS-IDX-SUC) = CF-LOG-SUCURSAL
               MOVE WS-BUSCA TO WS-SUC.
       2450-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ESCRIBIR-TRABAJO -- ARCHIVO DE TRABAJO PRE-ACUMULADO
      ******************************************************************
           PERFORM 3200-ESCRIBIR-OPERADOR THRU 3200-EXIT
               VARYING WS-OPR FROM 1 BY 1
               UNTIL WS-OPR > WS-NUM-OPERADORES.
           PERFORM 3300-ESCRIBIR-SUCURSAL THRU 3300-EXIT
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > WS-NUM-SUCURSALES.
           MOVE SPACES TO CF-WRK-RECORD.
           MOVE "GT" TO CF-WRK-TIPO.
           MOVE SPACES TO CF-WRK-CLAVE.
       3200-EXIT.
           EXIT.

       3300-ESCRIBIR-SUCURSAL.
           SET WS-IDX-SUC TO WS-SUC.
           MOVE SPACES TO CF-WRK-RECORD.
           MOVE "SU" TO CF-WRK-TIPO.
           MOVE WS-SUCT-CODIGO (WS-IDX-SUC) TO CF-WRK-CLAVE.
           MOVE WS-SUCT-CONTADOR (WS-IDX-SUC) TO CF-WRK-CONTADOR.
           MOVE WS-SUCT-SUBTOTAL (WS-IDX-SUC) TO CF-WRK-SUBTOTAL.
           WRITE CF-WRK-RECORD.
           ADD 1 TO WS-REG-ESCRITOS.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
