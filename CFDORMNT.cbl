      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Barrido nocturno de cuentas dormidas.  Recorre el
      *          maestro de saldos (CFBALMST) y marca como dormida
      *          ('D') toda cuenta activa cuyo ultimo movimiento
      *          (CF-BAL-FECHA-MOV) tenga mas dias que el umbral de
      *          CFDORPRM (180 si el archivo no esta), con la fecha
      *          de negocio y el operador del barrido como fecha y
      *          operador del cambio de estado.  Una cuenta dormida
      *          que volvio a moverse despues de su marca regresa a
      *          activa.  Las congeladas y cerradas no se tocan.
      *          Imprime la lista de cuentas recien dormidas para los
      *          gerentes de sucursal (CFDORRPT) y termina con codigo
      *          de retorno de aviso (4) cuando hubo alguna.
      * Tectonics: cobc -x -std=ibm CFDORMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LA FECHA DE FECHA= O DE LA PANTALLA SE VALIDA
      *                     (NUMERICA Y FECHA QUE EXISTA): EN LINEA SE
      *                     VUELVE A PEDIR, EN LOTE TERMINA CON CODIGO 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDORMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-PRM-FILE ASSIGN TO "CFDORPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-PRT-FILE ASSIGN TO "CFDORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-DIAS-TXT          PIC X(04).

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE "DORMNT01".
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".
       77  SW-FECHA-VALIDA              PIC X(01) VALUE "S".
           88  FECHA-VALIDA                      VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    UMBRAL DE INACTIVIDAD EN DIAS (CFDORPRM; 180 POR OMISION)
      *    Y CALCULO DE DIAS POR DIAS JULIANOS.
      *----------------------------------------------------------------
       77  WS-UMBRAL-DIAS               PIC 9(04) VALUE 180.
       77  WS-JULIANO-HOY               PIC 9(08) VALUE ZERO.
       77  WS-DIAS                      PIC S9(07) VALUE ZERO.
       01  WS-FECHA-REFERENCIA          PIC 9(08).

       77  WS-CTAS-LEIDAS               PIC 9(08) VALUE ZERO COMP.
       77  WS-CTAS-DORMIDAS             PIC 9(08) VALUE ZERO COMP.
       77  WS-CTAS-REACTIVADAS          PIC 9(08) VALUE ZERO COMP.
       77  WS-IMPORTE-DORMIDO           PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFDORMNT".
           05  FILLER                   PIC X(50) VALUE
               "CUENTAS RECIEN DORMIDAS (CFBALMST)".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "CUENTA".
           05  FILLER                   PIC X(32) VALUE "DESCRIPCION".
           05  FILLER                   PIC X(06) VALUE "CAT.".
           05  FILLER                   PIC X(14) VALUE "SALDO".
           05  FILLER                   PIC X(10) VALUE "ULT.MOV.".
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(08) VALUE "DIAS".
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  PRT-DETALLE.
           05  PRT-DET-CUENTA           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-CATEGORIA        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-SALDO            PIC -9999999.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DET-FECHA-MOV        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DIAS             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-REVISAR-CUENTA THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-BAL-FILE.
           PERFORM 3000-IMPRIMIR-TOTALES THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "BARRIDO DE CUENTAS DORMIDAS".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               PERFORM 1060-PEDIR-FECHA THRU 1060-EXIT
           END-IF.
           IF WS-ENTRADA-FECHA NOT = SPACES
               PERFORM 1070-VALIDAR-FECHA THRU 1070-EXIT
           END-IF.
           IF WS-ENTRADA-FECHA = SPACES OR NOT FECHA-VALIDA
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA= DEL PARM INVALIDA: " WS-ENTRADA-FECHA
                   ". NO SE PROCESA."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               STOP RUN.
           COMPUTE WS-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA).
           PERFORM 1100-LEER-UMBRAL THRU 1100-EXIT.
           OPEN I-O CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFDORRPT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE PRT-COLUMNAS TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "EL MAESTRO DE SALDOS ESTA VACIO."
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL).
      ******************************************************************
       1050-LEER-PARM.
           MOVE SPACES TO WS-ENTRADA-FECHA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           IF WS-PARM-TOKEN-1 (1:6) = "FECHA="
               MOVE WS-PARM-TOKEN-1 (7:8) TO WS-ENTRADA-FECHA
           ELSE
               IF WS-PARM-TOKEN-2 (1:6) = "FECHA="
                   MOVE WS-PARM-TOKEN-2 (7:8) TO WS-ENTRADA-FECHA
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1060-PEDIR-FECHA -- FECHA TECLEADA EN LINEA; UNA FECHA QUE
      *    NO EXISTE SE VUELVE A PEDIR
      ******************************************************************
       1060-PEDIR-FECHA.
           DISPLAY "FECHA DE NEGOCIO (AAAAMMDD) O EN BLANCO "
               "PARA HOY:".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA = SPACES
               GO TO 1060-EXIT.
           PERFORM 1070-VALIDAR-FECHA THRU 1070-EXIT.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 1060-PEDIR-FECHA.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *    1070-VALIDAR-FECHA -- WS-ENTRADA-FECHA DEBE SER NUMERICA Y
      *    UNA FECHA AAAAMMDD QUE EXISTA
      ******************************************************************
       1070-VALIDAR-FECHA.
           MOVE "N" TO SW-FECHA-VALIDA.
           IF WS-ENTRADA-FECHA IS NOT NUMERIC
               GO TO 1070-EXIT.
           MOVE WS-ENTRADA-FECHA TO WS-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) = ZERO
               MOVE "S" TO SW-FECHA-VALIDA.
       1070-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LEER-UMBRAL -- DIAS DE INACTIVIDAD (CFDORPRM); SIN
      *    ARCHIVO O CON VALOR INVALIDO SE QUEDAN LOS 180 POR OMISION
      ******************************************************************
       1100-LEER-UMBRAL.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           READ CF-PRM-FILE
               AT END
                   GO TO 1100-CERRAR
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-DIAS-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-DIAS-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-DIAS-TXT) > ZERO
               COMPUTE WS-UMBRAL-DIAS =
                   FUNCTION NUMVAL(CF-PRM-DIAS-TXT)
           END-IF.
       1100-CERRAR.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REVISAR-CUENTA -- UNA CUENTA DEL MAESTRO A LA VEZ.
      *    LA FECHA DE REFERENCIA ES EL ULTIMO MOVIMIENTO; UNA CUENTA
      *    QUE NUNCA SE MOVIO SE MIDE DESDE SU ULTIMO CAMBIO DE
      *    ESTADO, Y SIN NINGUNA DE LAS DOS NO SE PUEDE MEDIR.
      ******************************************************************
       2000-REVISAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-CTAS-LEIDAS.
           IF CF-BAL-BLOQUEADA
               GO TO 2000-EXIT.
           IF CF-BAL-DORMIDA
               PERFORM 2200-REVISAR-REACTIVACION THRU 2200-EXIT
               GO TO 2000-EXIT.
           MOVE ZERO TO WS-FECHA-REFERENCIA.
           IF CF-BAL-FECHA-MOV IS NUMERIC AND CF-BAL-FECHA-MOV > ZERO
               MOVE CF-BAL-FECHA-MOV TO WS-FECHA-REFERENCIA
           ELSE
               IF CF-BAL-FECHA-ESTADO IS NUMERIC
                   AND CF-BAL-FECHA-ESTADO > ZERO
                   MOVE CF-BAL-FECHA-ESTADO TO WS-FECHA-REFERENCIA
               END-IF
           END-IF.
           IF WS-FECHA-REFERENCIA = ZERO
               GO TO 2000-EXIT.
           COMPUTE WS-DIAS = WS-JULIANO-HOY
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-REFERENCIA).
           IF WS-DIAS <= WS-UMBRAL-DIAS
               GO TO 2000-EXIT.
           PERFORM 2100-MARCAR-DORMIDA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-MARCAR-DORMIDA -- ESTADO 'D' CON FECHA Y OPERADOR DEL
      *    BARRIDO, Y RENGLON EN LA LISTA DE LOS GERENTES
      ******************************************************************
       2100-MARCAR-DORMIDA.
           MOVE "D" TO CF-BAL-ESTADO.
           MOVE WS-FECHA TO CF-BAL-FECHA-ESTADO.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-ESTADO.
           REWRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MARCAR LA CUENTA "
                       CF-BAL-CUENTA ". FILE STATUS=" WS-FS-BAL
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WS-CTAS-DORMIDAS.
           ADD CF-BAL-SALDO TO WS-IMPORTE-DORMIDO.
           MOVE SPACES TO PRT-DETALLE.
           MOVE CF-BAL-CUENTA TO PRT-DET-CUENTA.
           MOVE CF-BAL-DESC TO PRT-DET-DESC.
           MOVE CF-BAL-CATEGORIA TO PRT-DET-CATEGORIA.
           MOVE CF-BAL-SALDO TO PRT-DET-SALDO.
           MOVE CF-BAL-FECHA-MOV TO PRT-DET-FECHA-MOV.
           MOVE CF-BAL-OPERADOR-MOV TO PRT-DET-OPERADOR.
           MOVE WS-DIAS TO PRT-DET-DIAS.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-REVISAR-REACTIVACION -- LA CUENTA DORMIDA SIGUE
      *    ACEPTANDO MOVIMIENTOS; SI SE MOVIO DESPUES DE SU MARCA
      *    VUELVE A ACTIVA
      ******************************************************************
       2200-REVISAR-REACTIVACION.
           IF CF-BAL-FECHA-MOV NOT NUMERIC
               OR CF-BAL-FECHA-MOV <= CF-BAL-FECHA-ESTADO
               GO TO 2200-EXIT.
           MOVE "A" TO CF-BAL-ESTADO.
           MOVE WS-FECHA TO CF-BAL-FECHA-ESTADO.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-ESTADO.
           REWRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REACTIVAR LA CUENTA "
                       CF-BAL-CUENTA ". FILE STATUS=" WS-FS-BAL
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-CTAS-REACTIVADAS.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-TOTALES
      ******************************************************************
       3000-IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "-" TO WS-PRT-LINEA (1:60).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CTAS-DORMIDAS TO WS-CONTADOR-EDIT.
           MOVE WS-IMPORTE-DORMIDO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTAS RECIEN DORMIDAS: " WS-CONTADOR-EDIT
               "  SALDO EN ELLAS: " WS-IMPORTE-EDIT
               "  (SIN MOVIMIENTO EN MAS DE " WS-UMBRAL-DIAS " DIAS)"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CTAS-REACTIVADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTAS DORMIDAS REACTIVADAS POR MOVIMIENTO: "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           MOVE WS-CTAS-LEIDAS TO WS-CONTADOR-EDIT.
           DISPLAY "CUENTAS REVISADAS: " WS-CONTADOR-EDIT.
           IF WS-CTAS-DORMIDAS > ZERO
               MOVE WS-CTAS-DORMIDAS TO WS-CONTADOR-EDIT
               DISPLAY "** ATENCION: " WS-CONTADOR-EDIT " CUENTA(S) "
                   "PASARON A DORMIDAS. VER CFDORRPT. **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NINGUNA CUENTA NUEVA PASO A DORMIDA."
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    7000-ESCRIBIR-LINEA -- ESCRIBE WS-PRT-LINEA CONTROLANDO EL
      *    SALTO DE PAGINA Y LA REPETICION DE ENCABEZADOS
      ******************************************************************
       7000-ESCRIBIR-LINEA.
           IF WS-LINEAS-PAGINA >= WS-LINEAS-MAX
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
           END-IF.
           WRITE PRT-REGISTRO FROM WS-PRT-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
       7000-EXIT.
           EXIT.

       7100-NUEVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PRT-ENC-PAGINA.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-1.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           MOVE 3 TO WS-LINEAS-PAGINA.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *    8900-ESCRIBIR-RUN-CTL -- REGISTRO DE CONTROL DE CORRIDA
      *    (SOLO EN EJECUCION DESATENDIDA)
      ******************************************************************
       8900-ESCRIBIR-RUN-CTL.
           OPEN EXTEND CF-RUN-FILE.
           IF WS-FS-RUN = "35"
               OPEN OUTPUT CF-RUN-FILE
           END-IF.
           IF WS-FS-RUN NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR EL CONTROL DE "
                   "CORRIDA (CFRUNCTL). FILE STATUS=" WS-FS-RUN
               GO TO 8900-EXIT.
           MOVE "CFDORMNT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-CTAS-LEIDAS TO CF-RUN-LEIDOS.
           MOVE WS-CTAS-REACTIVADAS TO CF-RUN-ACEPTADOS.
           MOVE WS-CTAS-DORMIDAS TO CF-RUN-RECHAZADOS.
           MOVE RETURN-CODE TO CF-RUN-RETORNO.
           WRITE CF-RUN-RECORD.
           CLOSE CF-RUN-FILE.
       8900-EXIT.
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

       END PROGRAM CFDORMNT.
