      * Date-Compiled:
      * Purpose: Consulta interactiva sobre la bitacora del dia.
      *          Lee la generacion CFTRLOG.<fecha> pedida y filtra por
      *          cualquier combinacion de operador, sucursal, codigo de
      *          operacion, tipo de transaccion (CF/AJ) y rango de
      *          hora, mostrando los registros que cumplen con su
      *          conteo y subtotal de RESULTADO.  Es la pregunta que
      *                     RECORRER LA GENERACION COMPLETA; SIN
      *                     INDICE SE CAE AL RECORRIDO FILTRADO POR
      *                     LA REFERENCIA, COMO ANTES.
      *   2026-10-15  RR   FILTRO POR SUCURSAL (CF-LOG-SUCURSAL).  CON
      *                     SUCURSAL SE LISTAN ADEMAS LOS RECHAZOS DE
      *                     ESA SUCURSAL EN CFEXCLOG DEL DIA.  CADA
      *                     REGISTRO MUESTRA SU SUCURSAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLOGINQ.
      *    FILTROS DE LA CONSULTA: EN BLANCO = SIN FILTRO.
      *----------------------------------------------------------------
       01  WS-FIL-OPERADOR              PIC X(08).
       01  WS-FIL-SUCURSAL              PIC X(04).
       01  WS-FIL-OPERACION             PIC X(01).
       01  WS-FIL-TIPO                  PIC X(02).
       01  WS-FIL-REF                   PIC X(12).
       01  WS-HORA-REGISTRO             PIC 9(06).

       77  WS-SELECCIONADOS             PIC 9(08) VALUE ZERO COMP.
       77  WS-RECHAZOS                  PIC 9(08) VALUE ZERO COMP.
       77  WS-SUBTOTAL                  PIC S9(09)V99 VALUE ZERO.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
           MOVE ZERO TO WS-SELECCIONADOS WS-SUBTOTAL.
           DISPLAY " ".
           DISPLAY "OPERADOR HORA     TP OP VALOR 1      VALOR 2"
               "      RESULTADO    REFERENCIA   SUC.".
           PERFORM 2000-PROCESAR-REGISTRO THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
           MOVE WS-SUBTOTAL TO WS-SUBTOTAL-EDIT.
           DISPLAY "SELECCIONADOS: " WS-CONTADOR-EDIT
               "  SUBTOTAL: " WS-SUBTOTAL-EDIT.
           IF WS-FIL-SUCURSAL NOT = SPACES
               PERFORM 2500-RECHAZOS-SUCURSAL THRU 2500-EXIT
           END-IF.
           PERFORM 4000-PREGUNTAR-OTRA THRU 4000-EXIT.
       1000-EXIT.
           EXIT.
       1100-PEDIR-FILTROS.
           DISPLAY "OPERADOR (EN BLANCO = TODOS):".
           ACCEPT WS-FIL-OPERADOR.
           DISPLAY "SUCURSAL (EN BLANCO = TODAS):".
           ACCEPT WS-FIL-SUCURSAL.
           DISPLAY "CODIGO DE OPERACION 1-7 (EN BLANCO = TODOS):".
           ACCEPT WS-FIL-OPERACION.
           IF WS-FIL-OPERACION NOT = SPACES
           IF WS-FIL-OPERADOR NOT = SPACES
               AND CF-LOG-OPERADOR-ID NOT = WS-FIL-OPERADOR
               GO TO 2000-EXIT.
           IF WS-FIL-SUCURSAL NOT = SPACES
               AND CF-LOG-SUCURSAL NOT = WS-FIL-SUCURSAL
               GO TO 2000-EXIT.
           IF WS-FIL-OPERACION NOT = SPACES
               AND CF-LOG-OPERACION NOT = WS-FIL-OPERACION
               GO TO 2000-EXIT.
           DISPLAY CF-LOG-OPERADOR-ID " " WS-HORA-EDIT " "
               CF-LOG-TIPO-TRANS " " CF-LOG-OPERACION "  "
               WS-NUM1-EDIT "  " WS-NUM2-EDIT "  "
               WS-RESULTADO-EDIT "  " CF-LOG-REF " " CF-LOG-SUCURSAL.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    2500-RECHAZOS-SUCURSAL -- CON FILTRO DE SUCURSAL SE LISTAN
      *    TAMBIEN SUS RECHAZOS DEL DIA (CFEXCLOG), CON LOS MISMOS
      *    FILTROS DE OPERADOR Y RANGO DE HORA
      ******************************************************************
       2500-RECHAZOS-SUCURSAL.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCLOG." WS-FECHA DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           OPEN INPUT CF-EXC-FILE.
           IF WS-FS-EXC NOT = "00"
               DISPLAY "SIN RECHAZOS PARA LA FECHA ("
                   WS-EXC-FILENAME ")."
               GO TO 2500-EXIT.
           MOVE ZERO TO WS-RECHAZOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           DISPLAY " ".
           DISPLAY "RECHAZOS DE LA SUCURSAL " WS-FIL-SUCURSAL ":".
           DISPLAY "OPERADOR HORA     OP VALOR 1     VALOR 2     "
               "RAZON".
           PERFORM 2550-PROCESAR-RECHAZO THRU 2550-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-EXC-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE WS-RECHAZOS TO WS-CONTADOR-EDIT.
           DISPLAY "RECHAZOS: " WS-CONTADOR-EDIT.
       2500-EXIT.
           EXIT.

       2550-PROCESAR-RECHAZO.
           READ CF-EXC-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2550-EXIT
           END-READ.
           IF CF-EXC-SUCURSAL NOT = WS-FIL-SUCURSAL
               GO TO 2550-EXIT.
           IF WS-FIL-OPERADOR NOT = SPACES
               AND CF-EXC-OPERADOR-ID NOT = WS-FIL-OPERADOR
               GO TO 2550-EXIT.
           MOVE CF-EXC-HORA (1:6) TO WS-HORA-REGISTRO.
           IF WS-HORA-REGISTRO < WS-HORA-DESDE
               OR WS-HORA-REGISTRO > WS-HORA-HASTA
               GO TO 2550-EXIT.
           ADD 1 TO WS-RECHAZOS.
           MOVE SPACES TO WS-HORA-EDIT.
           STRING CF-EXC-HORA (1:2) ":" CF-EXC-HORA (3:2) ":"
               CF-EXC-HORA (5:2) DELIMITED SIZE INTO WS-HORA-EDIT.
           DISPLAY CF-EXC-OPERADOR-ID " " WS-HORA-EDIT " "
               CF-EXC-OPERACION-TXT " " CF-EXC-NUM1-TXT " "
               CF-EXC-NUM2-TXT " " CF-EXC-RAZON.
       2550-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CONSULTA-DIRECTA -- BUSQUEDA POR EL INDICE CRUZADO
      *    (CFREFIDX.<FECHA>).  SIN INDICE, SW-HALLADO QUEDA EN 'C'
                   "): SE RECORRE LA BITACORA FILTRADA POR LA "
                   "REFERENCIA."
               MOVE SPACES TO WS-FIL-OPERADOR.
               MOVE SPACES TO WS-FIL-SUCURSAL.
               MOVE SPACES TO WS-FIL-OPERACION.
               MOVE SPACES TO WS-FIL-TIPO.
               MOVE ZERO TO WS-HORA-DESDE.
           IF WS-POS-ACTUAL = WS-POS-OBJETIVO
               DISPLAY " "
               DISPLAY "OPERADOR HORA     TP OP VALOR 1      VALOR 2"
                   "      RESULTADO    REFERENCIA   SUC."
               PERFORM 3000-MOSTRAR-REGISTRO THRU 3000-EXIT
           ELSE
               DISPLAY "** EL INDICE APUNTA MAS ALLA DEL FIN DE LA "
               DISPLAY "  OPERACION: " CF-EXC-OPERACION-TXT
               DISPLAY "  VALOR 2:   " CF-EXC-NUM2-TXT
               DISPLAY "  RAZON:     " CF-EXC-RAZON
               DISPLAY "  SUCURSAL:  " CF-EXC-SUCURSAL
           ELSE
               DISPLAY "** EL INDICE APUNTA MAS ALLA DEL FIN DE LAS "
                   "EXCEPCIONES. RECONSTRUYA EL INDICE (CFLOGMRG). **"
