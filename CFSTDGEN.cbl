      *                     RAZON (CF-STD-RAZON -> CF-ADJIN-RAZON),
      *                     AHORA OBLIGATORIO EN CFADJIN; UNA ORDEN
      *                     'A' SIN RAZON SE OMITE CON AVISO.
      *   2026-10-14  RR   ESTADO DE LA CUENTA: UNA ORDEN DE AJUSTE
      *                     SOBRE UNA CUENTA CONGELADA O CERRADA NO
      *                     SE EMITE; SE OMITE CON AVISO (RC=4) Y EL
      *                     RECHAZO QUEDA EN CFEXCLOG DEL DIA.
      *   2026-10-15  RR   EL RECHAZO EN CFEXCLOG LLEVA LA SUCURSAL DE
      *                     LA CUENTA (CF-BAL-SUCURSAL).
      *   2026-10-15  RR   FRECUENCIA 'U' (UNICA): LA PARTIDA SE EMITE
      *                     SOLO EL DIA CF-STD-FECHA; LAS CUOTAS DE
      *                     PRESTAMO DE CFAMOGEN LLEGAN ASI.
      *   2026-10-15  RR   EL RECHAZO A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) Y EL
      *                     PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSTDGEN.
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.
       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       77  WS-FS-ADJ                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE "STDGEN01".
       01  WS-EXC-FILENAME              PIC X(20).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).
       01  WS-FECHA                     PIC 9(08).
       01  WS-FECHA-DESGLOSE REDEFINES WS-FECHA.
           05  WS-FECHA-AAAA            PIC 9(04).
                   GO TO 2100-EMITIR
               END-IF
               GO TO 2100-EXIT.
           IF CF-STD-UNICA
               IF CF-STD-FECHA = WS-FECHA
                   GO TO 2100-EMITIR
               END-IF
               GO TO 2100-EXIT.
           DISPLAY "AVISO: FRECUENCIA DESCONOCIDA '" CF-STD-FRECUENCIA
               "' EN LA ORDEN '" CF-STD-DESC "'. SE OMITE.".
           ADD 1 TO WS-ORD-OMITIDAS.
                   MOVE 4 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-READ.
           IF CF-BAL-BLOQUEADA
               IF CF-BAL-CONGELADA
                   MOVE "RBLQ" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA CONGELADA: ORDEN NO EMITIDA"
                       TO WS-RAZON-RECHAZO
               ELSE
                   MOVE "RBLQ" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA CERRADA: ORDEN NO EMITIDA"
                       TO WS-RAZON-RECHAZO
               END-IF
               DISPLAY "ORDEN DE AJUSTE '" CF-STD-DESC "' OMITIDA: "
                   WS-RAZON-RECHAZO
               PERFORM 4100-ESCRIBIR-EXCEPCION THRU 4100-EXIT
               SUBTRACT 1 FROM WS-ORD-VENCIDAS
               ADD 1 TO WS-ORD-OMITIDAS
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT.
           COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(CF-STD-IMPORTE).
           COMPUTE WS-SALDO-NUEVO = CF-BAL-SALDO + WS-IMPORTE-NUM.
           IF WS-SALDO-NUEVO > 9999999.99
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-ESCRIBIR-EXCEPCION -- LA ORDEN RECHAZADA POR EL ESTADO
      *    DE LA CUENTA QUEDA EN LA GENERACION DEL DIA DE CFEXCLOG:
      *    CUENTA EN NUM1-TXT E IMPORTE DE LA ORDEN EN NUM2-TXT
      ******************************************************************
       4100-ESCRIBIR-EXCEPCION.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCLOG." WS-FECHA DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           OPEN EXTEND CF-EXC-FILE.
           IF WS-FS-EXC = "35"
               OPEN OUTPUT CF-EXC-FILE
           END-IF.
           IF WS-FS-EXC NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA EXCEPCION "
                   "(CFEXCLOG). FILE STATUS=" WS-FS-EXC
               GO TO 4100-EXIT.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-ORD-LEIDAS TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           MOVE CF-STD-CUENTA TO CF-EXC-NUM1-TXT (1:8).
           MOVE "AJ" TO CF-EXC-OPERACION-TXT.
           MOVE CF-STD-IMPORTE TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE SPACES TO CF-EXC-REF.
           MOVE CF-BAL-SUCURSAL TO CF-EXC-SUCURSAL.
           MOVE "CFSTDGEN" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           CLOSE CF-EXC-FILE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- PIE DEL LOTE DE CALCULADORA Y RESUMEN
      ******************************************************************
