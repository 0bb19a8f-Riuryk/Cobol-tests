      *                     IMPORTE ORIGINAL PRESENTADO CUANDO EL
      *                     MOVIMIENTO ENTRO EN MONEDA EXTRANJERA
      *                     (CAPTURA MULTIMONEDA, VER CFCURR01).
      *   2026-10-14  RR   RETENCIONES (CFHLD01): JUNTO AL SALDO
      *                     VIGENTE DEL MAESTRO SE MUESTRA E IMPRIME
      *                     EL TOTAL RETENIDO Y EL SALDO DISPONIBLE A
      *                     LA FECHA DE NEGOCIO (CFBUSDAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBALSTM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-HLD-FILE ASSIGN TO "CFHLD01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-HLD-CLAVE
               FILE STATUS IS WS-FS-HLD.

           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-HST-FILE.
       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-HLD                    PIC X(02) VALUE "00".
       77  WS-FS-BUS                    PIC X(02) VALUE "00".

       01  WS-ENTRADA-CUENTA            PIC X(08).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-NUM2-EDIT                 PIC -9999999.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

      *----------------------------------------------------------------
      *    RETENCIONES (CFHLD01): TOTAL VIGENTE RETENIDO A LA FECHA DE
      *    NEGOCIO Y SALDO DISPONIBLE DE LA CUENTA.
      *----------------------------------------------------------------
       01  WS-FECHA                     PIC 9(08) VALUE ZERO.
       77  WS-RETENIDO                  PIC S9(9)V99 VALUE ZERO.
       77  SW-FIN-HLD                   PIC X(01) VALUE "N".
           88  FIN-HLD                           VALUE "S".
       01  WS-RETENIDO-EDIT             PIC -9999999.99.
       01  WS-DISPONIBLE-EDIT           PIC -9999999.99.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL ESTADO (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "ESTADO DE CUENTA DEL MAESTRO DE SALDOS".
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1500-ABRIR-IMPRESION THRU 1500-EXIT.
           PERFORM 1000-NUEVO-ESTADO THRU 1000-EXIT
               UNTIL SW-CONTINUAR = "N".
           END-READ.
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           DISPLAY "SALDO VIGENTE EN EL MAESTRO: " WS-SALDO-EDIT.
           PERFORM 3700-SUMAR-RETENCIONES THRU 3700-EXIT.
           MOVE WS-RETENIDO TO WS-RETENIDO-EDIT.
           COMPUTE WS-DISPONIBLE-EDIT = CF-BAL-SALDO - WS-RETENIDO.
           DISPLAY "SALDO DISPONIBLE:            " WS-DISPONIBLE-EDIT
               "  (RETENIDO " WS-RETENIDO-EDIT ")".
           IF NOT HAY-ULTIMO
               DISPLAY "LA CUENTA NO TIENE MOVIMIENTOS EN EL "
                   "HISTORIAL: EL SALDO VIGENTE ES EL DE ALTA."
           END-IF.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "SALDO DISPONIBLE:          " WS-DISPONIBLE-EDIT
               "  (RETENIDO " WS-RETENIDO-EDIT " AL " WS-FECHA ")"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL ESTADO ***" TO WS-PRT-LINEA (1:22).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *    3700-SUMAR-RETENCIONES -- TOTAL VIGENTE RETENIDO SOBRE LA
      *    CUENTA A LA FECHA DE NEGOCIO: RETENCIONES ACTIVAS SIN
      *    VENCIMIENTO O CON VENCIMIENTO NO ANTERIOR A HOY.  SIN
      *    ARCHIVO DE RETENCIONES EL DISPONIBLE ES EL SALDO.
      ******************************************************************
       3700-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-RETENIDO.
           OPEN INPUT CF-HLD-FILE.
           IF WS-FS-HLD NOT = "00"
               GO TO 3700-EXIT.
           MOVE "N" TO SW-FIN-HLD.
           MOVE WS-CUENTA TO CF-HLD-CUENTA.
           MOVE ZERO TO CF-HLD-NUMERO.
           START CF-HLD-FILE
               KEY IS NOT LESS THAN CF-HLD-CLAVE
               INVALID KEY
                   GO TO 3700-CERRAR
           END-START.
           PERFORM 3710-LEER-RETENCION THRU 3710-EXIT
               UNTIL FIN-HLD.
       3700-CERRAR.
           CLOSE CF-HLD-FILE.
       3700-EXIT.
           EXIT.

       3710-LEER-RETENCION.
           READ CF-HLD-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-HLD
                   GO TO 3710-EXIT
           END-READ.
           IF CF-HLD-CUENTA NOT = WS-CUENTA
               MOVE "S" TO SW-FIN-HLD
               GO TO 3710-EXIT.
           IF CF-HLD-ACTIVA
               AND (CF-HLD-VENCE = ZERO OR CF-HLD-VENCE >= WS-FECHA)
               ADD CF-HLD-IMPORTE TO WS-RETENIDO
           END-IF.
       3710-EXIT.
           EXIT.

       4000-PREGUNTAR-OTRO.
           DISPLAY "DESEA OTRO ESTADO DE CUENTA? (S/N)".
           ACCEPT SW-CONTINUAR.
       7100-EXIT.
           EXIT.


      ******************************************************************
      *    1900-LEER-FECHA-NEGOCIO -- LA FECHA DE PROCESO SALE DEL
      *    ARCHIVO DE FECHA DE NEGOCIO (CFBUSDAT, VER CFDATMNT); SIN
      *    ARCHIVO SE USA LA FECHA DEL SISTEMA
      ******************************************************************
       1900-LEER-FECHA-NEGOCIO.
           OPEN INPUT CF-BUS-FILE.
           IF WS-FS-BUS NOT = "00"
               ACCEPT WS-FECHA FROM DATE YYYYMMDD
               GO TO 1900-EXIT.
           READ CF-BUS-FILE
               AT END
                   ACCEPT WS-FECHA FROM DATE YYYYMMDD
                   GO TO 1900-CERRAR
           END-READ.
           IF CF-BUS-FECHA IS NUMERIC AND CF-BUS-FECHA > ZERO
               MOVE CF-BUS-FECHA TO WS-FECHA
           ELSE
               ACCEPT WS-FECHA FROM DATE YYYYMMDD
           END-IF.
       1900-CERRAR.
           CLOSE CF-BUS-FILE.
       1900-EXIT.
           EXIT.

       END PROGRAM CFBALSTM.
