      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Reporte semanal de la revision de calidad.  Sobre la
      *          cola de revision (CFQAQUE) imprime en CFQARPR, para
      *          los siete dias de muestra que terminan en la fecha de
      *          negocio: por operador el tamano de la muestra, lo
      *          revisado, lo confirmado, los errores y la tasa de
      *          error; el detalle de los errores con el revisor y su
      *          comentario; y, de toda la cola, las partidas que
      *          siguen sin revisar despues de los dias de CFQAPRM
      *          (5 si el archivo no esta).  Termina con codigo de
      *          retorno de aviso (4) si hay partidas vencidas, para
      *          que se vean en CFRUNRPT.  En la ventana nocturna solo
      *          imprime el dia de la semana de CFQAPRM (viernes por
      *          omision); a mano, o con FECHA= en el PARM, imprime
      *          siempre.
      * Tectonics: cobc -x -std=ibm CFQARPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFQARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-QA-FILE ASSIGN TO "CFQAQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QA.

           SELECT CF-PRM-FILE ASSIGN TO "CFQAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-PRT-FILE ASSIGN TO "CFQARPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-QA-FILE.
           COPY CFQAREC.

       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-PORCENTAJE-TXT    PIC X(03).
           05  CF-PRM-MINIMO-TXT        PIC X(03).
           05  CF-PRM-DIAS-TXT          PIC X(03).
           05  CF-PRM-DIA-SEMANA-TXT    PIC X(01).

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-QA                     PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    DIAS DE VENCIMIENTO Y DIA DEL REPORTE (CFQAPRM; 5 DIAS Y
      *    VIERNES POR OMISION).  EL DIA DE LA SEMANA SE CUENTA
      *    1=LUNES ... 7=DOMINGO; EL JULIANO MODULO 7 DA 0=DOMINGO.
      *----------------------------------------------------------------
       77  WS-VENCE-DIAS                PIC 9(03) VALUE 5.
       77  WS-DIA-REPORTE               PIC 9(01) VALUE 5.
       77  WS-DIA-SEMANA                PIC 9(01) VALUE ZERO COMP.
       77  WS-JULIANO-HOY               PIC 9(08) VALUE ZERO.
       77  WS-DIAS                      PIC S9(05) VALUE ZERO.
       01  WS-FECHA-DESDE               PIC 9(08).

      *----------------------------------------------------------------
      *    ACUMULADOS POR OPERADOR DE LA SEMANA (HASTA 200).
      *----------------------------------------------------------------
       77  WS-MAX-OPRS                  PIC 9(03) VALUE 200 COMP.
       77  WS-NUM-OPRS                  PIC 9(03) VALUE ZERO COMP.
       77  WS-OPR                       PIC 9(03) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-OPRS.
           05  WS-OPR-ENTRADA OCCURS 200 TIMES INDEXED BY WS-IDX.
               10  WS-OPR-ID            PIC X(08).
               10  WS-OPR-MUESTRA       PIC 9(05) COMP.
               10  WS-OPR-CONFIRMADAS   PIC 9(05) COMP.
               10  WS-OPR-ERRORES       PIC 9(05) COMP.
               10  WS-OPR-PENDIENTES    PIC 9(05) COMP.

       77  WS-TOT-MUESTRA               PIC 9(07) VALUE ZERO COMP.
       77  WS-TOT-CONFIRMADAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-TOT-ERRORES               PIC 9(07) VALUE ZERO COMP.
       77  WS-TOT-PENDIENTES            PIC 9(07) VALUE ZERO COMP.
       77  WS-VENCIDAS                  PIC 9(07) VALUE ZERO COMP.
       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-OMITIDOS                  PIC 9(07) VALUE ZERO COMP.
       77  WS-REVISADAS                 PIC 9(07) VALUE ZERO COMP.
       77  WS-ERRORES-CALC              PIC 9(07) VALUE ZERO COMP.
       77  WS-TASA                      PIC 9(03)V9 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFQARPT".
           05  FILLER                   PIC X(44) VALUE
               "REVISION DE CALIDAD - REPORTE SEMANAL".
           05  FILLER                   PIC X(08) VALUE "SEMANA:".
           05  PRT-ENC-DESDE            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE " A ".
           05  PRT-ENC-HASTA            PIC 9(08).
           05  FILLER                   PIC X(43) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS-OPR.
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(10) VALUE "   MUESTRA".
           05  FILLER                   PIC X(11) VALUE "  REVISADAS".
           05  FILLER                   PIC X(11) VALUE "  CONFIRMAD".
           05  FILLER                   PIC X(10) VALUE "   ERRORES".
           05  FILLER                   PIC X(10) VALUE "   % ERROR".
           05  FILLER                   PIC X(12) VALUE "  PENDIENTES".
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  PRT-DETALLE-OPR.
           05  PRT-OPR-ID               PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-OPR-MUESTRA          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  PRT-OPR-REVISADAS        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  PRT-OPR-CONFIRMADAS      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-OPR-ERRORES          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  PRT-OPR-TASA             PIC ZZ9.9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  PRT-OPR-PENDIENTES       PIC ZZ,ZZ9.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  PRT-COLUMNAS-ERR.
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(10) VALUE "MUESTRA".
           05  FILLER                   PIC X(04) VALUE "TP".
           05  FILLER                   PIC X(14) VALUE "REFERENCIA".
           05  FILLER                   PIC X(13) VALUE "RESULTADO".
           05  FILLER                   PIC X(10) VALUE "REVISOR".
           05  FILLER                   PIC X(10) VALUE "REVISADA".
           05  FILLER                   PIC X(61) VALUE "COMENTARIO".

       01  PRT-DETALLE-ERR.
           05  PRT-ERR-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-MUESTRA          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-TIPO             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-REF              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-RESULTADO        PIC -9999999.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-REVISOR          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-FECHA-REV        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ERR-COMENTARIO       PIC X(40).
           05  FILLER                   PIC X(21) VALUE SPACES.

       01  PRT-COLUMNAS-VEN.
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(10) VALUE "MUESTRA".
           05  FILLER                   PIC X(06) VALUE "DIAS".
           05  FILLER                   PIC X(04) VALUE "TP".
           05  FILLER                   PIC X(14) VALUE "REFERENCIA".
           05  FILLER                   PIC X(10) VALUE "CUENTA".
           05  FILLER                   PIC X(13) VALUE "RESULTADO".
           05  FILLER                   PIC X(65) VALUE "SUCURSAL".

       01  PRT-DETALLE-VEN.
           05  PRT-VEN-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-MUESTRA          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-DIAS             PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-TIPO             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-REF              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-CUENTA           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-RESULTADO        PIC -9999999.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-VEN-SUCURSAL         PIC X(04).
           05  FILLER                   PIC X(61) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-SEMANA THRU 2000-EXIT.
           PERFORM 3000-LISTAR-ERRORES THRU 3000-EXIT.
           PERFORM 4000-LISTAR-VENCIDAS THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "REVISION DE CALIDAD - REPORTE SEMANAL".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "ULTIMO DIA DE LA SEMANA (AAAAMMDD) O EN "
                   "BLANCO PARA HOY:"
               ACCEPT WS-ENTRADA-FECHA
           END-IF.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           COMPUTE WS-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA).
           COMPUTE WS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-JULIANO-HOY - 6).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JULIANO-HOY, 7).
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA.
           IF PARM-MODO-LOTE AND WS-ENTRADA-FECHA = SPACES
               AND WS-DIA-SEMANA NOT = WS-DIA-REPORTE
               DISPLAY "HOY NO ES EL DIA DEL REPORTE SEMANAL (DIA "
                   WS-DIA-REPORTE " DE CFQAPRM). NADA QUE IMPRIMIR."
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               STOP RUN.
           OPEN INPUT CF-QA-FILE.
           IF WS-FS-QA NOT = "00"
               DISPLAY "NO HAY COLA DE REVISION (CFQAQUE). NADA QUE "
                   "REPORTAR."
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           CLOSE CF-QA-FILE.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFQARPR). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA-DESDE TO PRT-ENC-DESDE.
           MOVE WS-FECHA TO PRT-ENC-HASTA.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
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
      *    1100-LEER-PARAMETROS -- DIAS DE VENCIMIENTO Y DIA DEL
      *    REPORTE DE CFQAPRM; LO QUE FALTE O NO SEA VALIDO SE QUEDA
      *    CON SU VALOR POR OMISION
      ******************************************************************
       1100-LEER-PARAMETROS.
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
               COMPUTE WS-VENCE-DIAS =
                   FUNCTION NUMVAL(CF-PRM-DIAS-TXT)
           END-IF.
           IF CF-PRM-DIA-SEMANA-TXT IS NUMERIC
               AND CF-PRM-DIA-SEMANA-TXT >= "1"
               AND CF-PRM-DIA-SEMANA-TXT <= "7"
               MOVE CF-PRM-DIA-SEMANA-TXT TO WS-DIA-REPORTE
           END-IF.
       1100-CERRAR.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-ACUMULAR-SEMANA -- PRIMERA PASADA: MUESTRA, REVISION Y
      *    ERRORES POR OPERADOR DE LAS MUESTRAS DE LA SEMANA
      ******************************************************************
       2000-ACUMULAR-SEMANA.
           OPEN INPUT CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2100-ACUMULAR-PARTIDA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "MUESTRA Y TASA DE ERROR POR OPERADOR"
               TO WS-PRT-LINEA (1:36).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE PRT-COLUMNAS-OPR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 2300-IMPRIMIR-OPERADOR THRU 2300-EXIT
               VARYING WS-OPR FROM 1 BY 1
               UNTIL WS-OPR > WS-NUM-OPRS.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "-" TO WS-PRT-LINEA (1:72).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO PRT-DETALLE-OPR.
           MOVE "TOTAL" TO PRT-OPR-ID.
           MOVE WS-TOT-MUESTRA TO PRT-OPR-MUESTRA.
           MOVE WS-TOT-CONFIRMADAS TO PRT-OPR-CONFIRMADAS.
           MOVE WS-TOT-ERRORES TO PRT-OPR-ERRORES.
           MOVE WS-TOT-PENDIENTES TO PRT-OPR-PENDIENTES.
           COMPUTE WS-REVISADAS = WS-TOT-CONFIRMADAS + WS-TOT-ERRORES.
           MOVE WS-REVISADAS TO PRT-OPR-REVISADAS.
           MOVE WS-TOT-ERRORES TO WS-ERRORES-CALC.
           PERFORM 2400-CALCULAR-TASA THRU 2400-EXIT.
           MOVE WS-TASA TO PRT-OPR-TASA.
           MOVE PRT-DETALLE-OPR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-OMITIDOS > ZERO
               MOVE WS-OMITIDOS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "** " WS-CONTADOR-EDIT " PARTIDA(S) DE "
                   "OPERADORES QUE NO CUPIERON EN LA TABLA **"
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ACUMULAR-PARTIDA.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-QA-FECHA-MUESTRA < WS-FECHA-DESDE
               OR CF-QA-FECHA-MUESTRA > WS-FECHA
               GO TO 2100-EXIT.
           PERFORM 2200-UBICAR-OPERADOR THRU 2200-EXIT.
           IF WS-OPR = ZERO
               ADD 1 TO WS-OMITIDOS
               GO TO 2100-EXIT.
           SET WS-IDX TO WS-OPR.
           ADD 1 TO WS-OPR-MUESTRA (WS-IDX).
           ADD 1 TO WS-TOT-MUESTRA.
           EVALUATE TRUE
               WHEN CF-QA-CONFIRMADO
                   ADD 1 TO WS-OPR-CONFIRMADAS (WS-IDX)
                   ADD 1 TO WS-TOT-CONFIRMADAS
               WHEN CF-QA-ERROR
                   ADD 1 TO WS-OPR-ERRORES (WS-IDX)
                   ADD 1 TO WS-TOT-ERRORES
               WHEN OTHER
                   ADD 1 TO WS-OPR-PENDIENTES (WS-IDX)
                   ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-UBICAR-OPERADOR -- POSICION DEL OPERADOR EN LA TABLA;
      *    UNO NUEVO SE AGREGA MIENTRAS HAYA LUGAR (CERO SI NO CABE)
      ******************************************************************
       2200-UBICAR-OPERADOR.
           MOVE ZERO TO WS-OPR.
           PERFORM 2250-COMPARAR-OPERADOR THRU 2250-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-OPRS OR WS-OPR > ZERO.
           IF WS-OPR > ZERO
               GO TO 2200-EXIT.
           IF WS-NUM-OPRS >= WS-MAX-OPRS
               GO TO 2200-EXIT.
           ADD 1 TO WS-NUM-OPRS.
           MOVE WS-NUM-OPRS TO WS-OPR.
           SET WS-IDX TO WS-OPR.
           MOVE CF-QA-OPERADOR TO WS-OPR-ID (WS-IDX).
           MOVE ZERO TO WS-OPR-MUESTRA (WS-IDX)
               WS-OPR-CONFIRMADAS (WS-IDX) WS-OPR-ERRORES (WS-IDX)
               WS-OPR-PENDIENTES (WS-IDX).
       2200-EXIT.
           EXIT.

       2250-COMPARAR-OPERADOR.
           SET WS-IDX TO WS-BUSCA.
           IF WS-OPR-ID (WS-IDX) = CF-QA-OPERADOR
               MOVE WS-BUSCA TO WS-OPR.
       2250-EXIT.
           EXIT.

       2300-IMPRIMIR-OPERADOR.
           SET WS-IDX TO WS-OPR.
           MOVE SPACES TO PRT-DETALLE-OPR.
           MOVE WS-OPR-ID (WS-IDX) TO PRT-OPR-ID.
           MOVE WS-OPR-MUESTRA (WS-IDX) TO PRT-OPR-MUESTRA.
           MOVE WS-OPR-CONFIRMADAS (WS-IDX) TO PRT-OPR-CONFIRMADAS.
           MOVE WS-OPR-ERRORES (WS-IDX) TO PRT-OPR-ERRORES.
           MOVE WS-OPR-PENDIENTES (WS-IDX) TO PRT-OPR-PENDIENTES.
           COMPUTE WS-REVISADAS = WS-OPR-CONFIRMADAS (WS-IDX)
               + WS-OPR-ERRORES (WS-IDX).
           MOVE WS-REVISADAS TO PRT-OPR-REVISADAS.
           MOVE WS-OPR-ERRORES (WS-IDX) TO WS-ERRORES-CALC.
           PERFORM 2400-CALCULAR-TASA THRU 2400-EXIT.
           MOVE WS-TASA TO PRT-OPR-TASA.
           MOVE PRT-DETALLE-OPR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2400-CALCULAR-TASA -- ERRORES SOBRE LO YA REVISADO (LO
      *    PENDIENTE NO CUENTA); SIN REVISADAS LA TASA ES CERO
      ******************************************************************
       2400-CALCULAR-TASA.
           MOVE ZERO TO WS-TASA.
           IF WS-REVISADAS = ZERO
               GO TO 2400-EXIT.
           COMPUTE WS-TASA ROUNDED =
               WS-ERRORES-CALC * 100 / WS-REVISADAS.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LISTAR-ERRORES -- SEGUNDA PASADA: LOS ERRORES DE LAS
      *    MUESTRAS DE LA SEMANA CON EL REVISOR Y SU COMENTARIO
      ******************************************************************
       3000-LISTAR-ERRORES.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "PARTIDAS CON ERROR DE LA SEMANA"
               TO WS-PRT-LINEA (1:31).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE PRT-COLUMNAS-ERR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3100-LISTAR-ERROR THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           IF WS-TOT-ERRORES = ZERO
               MOVE SPACES TO WS-PRT-LINEA
               MOVE "(NINGUNA)" TO WS-PRT-LINEA (1:9)
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-ERROR.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CF-QA-ERROR
               GO TO 3100-EXIT.
           IF CF-QA-FECHA-MUESTRA < WS-FECHA-DESDE
               OR CF-QA-FECHA-MUESTRA > WS-FECHA
               GO TO 3100-EXIT.
           MOVE SPACES TO PRT-DETALLE-ERR.
           MOVE CF-QA-OPERADOR TO PRT-ERR-OPERADOR.
           MOVE CF-QA-FECHA-MUESTRA TO PRT-ERR-MUESTRA.
           MOVE CF-QA-TIPO-TRANS TO PRT-ERR-TIPO.
           MOVE CF-QA-REF TO PRT-ERR-REF.
           MOVE CF-QA-RESULTADO TO PRT-ERR-RESULTADO.
           MOVE CF-QA-REVISOR TO PRT-ERR-REVISOR.
           MOVE CF-QA-FECHA-REVISION TO PRT-ERR-FECHA-REV.
           MOVE CF-QA-COMENTARIO TO PRT-ERR-COMENTARIO.
           MOVE PRT-DETALLE-ERR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LISTAR-VENCIDAS -- TERCERA PASADA, SOBRE TODA LA COLA:
      *    PARTIDAS PENDIENTES CON MAS DE LOS DIAS DE CFQAPRM DESDE
      *    SU MUESTRA
      ******************************************************************
       4000-LISTAR-VENCIDAS.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           STRING "PARTIDAS SIN REVISAR CON MAS DE " WS-VENCE-DIAS
               " DIAS" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE PRT-COLUMNAS-VEN TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 4100-REVISAR-VENCIDA THRU 4100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           IF WS-VENCIDAS = ZERO
               MOVE SPACES TO WS-PRT-LINEA
               MOVE "(NINGUNA)" TO WS-PRT-LINEA (1:9)
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-REVISAR-VENCIDA.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4100-EXIT
           END-READ.
           IF NOT CF-QA-PENDIENTE
               GO TO 4100-EXIT.
           IF CF-QA-FECHA-MUESTRA IS NUMERIC
               AND CF-QA-FECHA-MUESTRA > ZERO
               COMPUTE WS-DIAS = WS-JULIANO-HOY
                   - FUNCTION INTEGER-OF-DATE(CF-QA-FECHA-MUESTRA)
           ELSE
               MOVE ZERO TO WS-DIAS
           END-IF.
           IF WS-DIAS <= WS-VENCE-DIAS
               GO TO 4100-EXIT.
           ADD 1 TO WS-VENCIDAS.
           MOVE SPACES TO PRT-DETALLE-VEN.
           MOVE CF-QA-OPERADOR TO PRT-VEN-OPERADOR.
           MOVE CF-QA-FECHA-MUESTRA TO PRT-VEN-MUESTRA.
           MOVE WS-DIAS TO PRT-VEN-DIAS.
           MOVE CF-QA-TIPO-TRANS TO PRT-VEN-TIPO.
           MOVE CF-QA-REF TO PRT-VEN-REF.
           MOVE CF-QA-CUENTA TO PRT-VEN-CUENTA.
           MOVE CF-QA-RESULTADO TO PRT-VEN-RESULTADO.
           MOVE CF-QA-SUCURSAL TO PRT-VEN-SUCURSAL.
           MOVE PRT-DETALLE-VEN TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- CIERRE, VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           MOVE WS-TOT-MUESTRA TO WS-CONTADOR-EDIT.
           DISPLAY "PARTIDAS EN MUESTRA DE LA SEMANA: "
               WS-CONTADOR-EDIT.
           MOVE WS-TOT-ERRORES TO WS-CONTADOR-EDIT.
           DISPLAY "PARTIDAS CON ERROR:               "
               WS-CONTADOR-EDIT.
           IF WS-VENCIDAS > ZERO
               MOVE WS-VENCIDAS TO WS-CONTADOR-EDIT
               DISPLAY "** ATENCION: " WS-CONTADOR-EDIT " PARTIDA(S) "
                   "SIN REVISAR CON MAS DE " WS-VENCE-DIAS " DIAS. "
                   "CORRA CFQAREV. **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NINGUNA PARTIDA VENCIDA SIN REVISAR."
           END-IF.
           DISPLAY "REPORTE SEMANAL EN EL ARCHIVO DE IMPRESION "
               "CFQARPR.".
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
           MOVE SPACES TO WS-PRT-LINEA.
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
           MOVE "CFQARPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LEIDOS TO CF-RUN-LEIDOS.
           MOVE WS-TOT-MUESTRA TO CF-RUN-ACEPTADOS.
           MOVE WS-VENCIDAS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFQARPT.
