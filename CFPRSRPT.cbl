      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Presupuesto contra real por categoria de cuenta.
      *          Totaliza el movimiento real de cada categoria de
      *          CFCAT01 (suma de valor nuevo menos valor anterior de
      *          CFBALHST de las cuentas de CFBALMST que llevan esa
      *          categoria) para el mes del reporte y para el anio
      *          hasta ese mes, y lo compara con el presupuesto de
      *          CFPRESUP (ver CFPRSMNT): presupuesto, real, variacion
      *          (real menos presupuesto) y variacion en porcentaje,
      *          del mes y acumulados.  Las categorias con presupuesto
      *          cuya variacion pasa su tolerancia se marcan y el paso
      *          termina con RC=4.  Los asientos de cierre anual de
      *          CFPERCLS no son movimiento del negocio y no cuentan.
      *          En la ventana de CFBATCH solo actua el ultimo dia
      *          habil del mes (CFBUSDAT + CFHOLIDS, igual que
      *          CFPERCLS); con PERIODO=AAAAMM en el parametro, o a
      *          mano, reporta el mes que se pida.  Reporte en
      *          CFPRSPRT.
      * Tectonics: cobc -x -std=ibm CFPRSRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPRSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HOL-FILE ASSIGN TO "CFHOLIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-CAT-FILE ASSIGN TO "CFCAT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-PRS-FILE ASSIGN TO "CFPRESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PRS-CLAVE
               FILE STATUS IS WS-FS-PRS.

           SELECT CF-HST-FILE ASSIGN TO "CFBALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

           SELECT CF-PRT-FILE ASSIGN TO "CFPRSPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-HOL-FILE.
       01  CF-HOL-RECORD.
           05  CF-HOL-FECHA             PIC 9(08).

       FD  CF-CAT-FILE.
           COPY CFCATREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-PRS-FILE.
           COPY CFPRSREC.

       FD  CF-HST-FILE.
           COPY CFHSTREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HOL                    PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-PRS                    PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

      *----------------------------------------------------------------
      *    OPERADOR CON QUE CFPERCLS GRABA LOS ASIENTOS DE CIERRE
      *    ANUAL EN EL HISTORIAL; ESOS MOVIMIENTOS NO SON REALES.
      *----------------------------------------------------------------
       01  WS-OPERADOR-CIERRE           PIC X(08) VALUE "PERCLS01".

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".
       01  WS-ENTRADA-PERIODO           PIC X(06).

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ULTIMO-HABIL              PIC X(01) VALUE "N".
           88  ULTIMO-HABIL                      VALUE "S".
       77  SW-ES-HABIL                  PIC X(01) VALUE "S".

      *----------------------------------------------------------------
      *    MES DEL REPORTE (AAAAMM) Y PRIMER MES DEL ACUMULADO.
      *----------------------------------------------------------------
       01  WS-PERIODO                   PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANIO          PIC 9(04).
           05  WS-PERIODO-MES           PIC 9(02).
       01  WS-PERIODO-INICIAL           PIC 9(06).
       01  WS-PERIODO-SIGUIENTE         PIC 9(06).
       01  WS-PERIODO-MOV               PIC 9(06).

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS) Y CAMPOS DE
      *    CALENDARIO, IGUAL QUE EN CFPERCLS.
      *----------------------------------------------------------------
       77  WS-MAX-FERIADOS              PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-FERIADOS              PIC 9(02) VALUE ZERO COMP.
       77  WS-FER                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-FERIADOS.
           05  WS-FERIADO OCCURS 50 TIMES PIC 9(08).
       01  WS-FECHA-PRUEBA              PIC 9(08).
       77  WS-DIA-ENTERO                PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-SEMANA                PIC 9(01) VALUE ZERO COMP.
       77  WS-INTENTOS                  PIC 9(02) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CATEGORIAS DE CFCAT01 (HASTA 50) MAS LA RECOGIDA "SIN
      *    CATEGORIA" AL FINAL, CON SU PRESUPUESTO Y SU REAL DEL MES
      *    Y ACUMULADOS, Y LAS CUENTAS DEL MAESTRO (HASTA 500) CON EL
      *    INDICE DE SU CATEGORIA, IGUAL QUE EN CFTRBRPT.
      *----------------------------------------------------------------
       77  WS-MAX-CATS                  PIC 9(03) VALUE 51 COMP.
       77  WS-NUM-CATS                  PIC 9(03) VALUE ZERO COMP.
       77  WS-CAT                       PIC 9(03) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-CATS.
           05  WS-CAT-ENTRADA OCCURS 51 TIMES INDEXED BY WS-IDX-CAT.
               10  WS-CAT-COD           PIC X(04).
               10  WS-CAT-NOMBRE        PIC X(20).
               10  WS-CAT-CON-PRS       PIC X(01).
               10  WS-CAT-TOLERANCIA    PIC 9(03)V9.
               10  WS-CAT-PRS-MES       PIC S9(11)V99.
               10  WS-CAT-REAL-MES      PIC S9(11)V99.
               10  WS-CAT-PRS-ACUM      PIC S9(11)V99.
               10  WS-CAT-REAL-ACUM     PIC S9(11)V99.

       77  WS-MAX-CTAS                  PIC 9(04) VALUE 500 COMP.
       77  WS-NUM-CTAS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-CTA                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-CTAS.
           05  WS-CTA-ENTRADA OCCURS 500 TIMES INDEXED BY WS-IDX-CTA.
               10  WS-CTA-CUENTA        PIC X(08).
               10  WS-CTA-CAT           PIC 9(03).

       01  WS-CUENTA-ANTERIOR           PIC X(08) VALUE SPACES.
       77  WS-CAT-ANTERIOR              PIC 9(03) VALUE ZERO COMP.
       77  WS-TOLERANCIA-OMISION        PIC 9(03)V9 VALUE 10.0.

      *----------------------------------------------------------------
      *    CALCULO DE LA VARIACION DE UN RENGLON Y TOTALES.
      *----------------------------------------------------------------
       77  WS-PRESUPUESTO               PIC S9(11)V99 VALUE ZERO.
       77  WS-REAL                      PIC S9(11)V99 VALUE ZERO.
       77  WS-VARIACION                 PIC S9(11)V99 VALUE ZERO.
       77  WS-VAR-PCT                   PIC S9(05)V9 VALUE ZERO.
       77  WS-VAR-PCT-ABS               PIC 9(05)V9 VALUE ZERO.
       77  WS-TOLERANCIA                PIC 9(03)V9 VALUE ZERO.
       77  SW-PCT-VALIDO                PIC X(01) VALUE "S".
           88  PCT-VALIDO                        VALUE "S".
       77  SW-EXCEDE                    PIC X(01) VALUE "N".
           88  EXCEDE-TOLERANCIA                 VALUE "S".
       77  SW-EXCEDE-MES                PIC X(01) VALUE "N".
       77  SW-EXCEDE-ACUM               PIC X(01) VALUE "N".
       77  WS-TOT-PRS-MES               PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-REAL-MES              PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-PRS-ACUM              PIC S9(11)V99 VALUE ZERO.
       77  WS-TOT-REAL-ACUM             PIC S9(11)V99 VALUE ZERO.

       77  WS-HST-LEIDOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-HST-USADOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-HST-CIERRE                PIC 9(08) VALUE ZERO COMP.
       77  WS-PRS-LEIDOS                PIC 9(06) VALUE ZERO COMP.
       77  WS-MARCADAS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-RENGLONES                 PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFPRSRPT".
           05  FILLER                   PIC X(50) VALUE
               "PRESUPUESTO CONTRA REAL POR CATEGORIA".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE
               "MES DEL REPORTE:".
           05  PRT-ENC-PERIODO          PIC 9(06).
           05  FILLER                   PIC X(39) VALUE SPACES.
           05  FILLER                   PIC X(53) VALUE
               "---------------- ACUMULADO DEL ANIO ----------------".
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  PRT-ENCABEZADO-3.
           05  FILLER                   PIC X(18) VALUE
               " COD  DESCRIPCION".
           05  FILLER                   PIC X(15) VALUE
               "    PRESUPUESTO".
           05  FILLER                   PIC X(15) VALUE
               "           REAL".
           05  FILLER                   PIC X(15) VALUE
               "      VARIACION".
           05  FILLER                   PIC X(08) VALUE
               "   VAR %".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               "    PRESUPUESTO".
           05  FILLER                   PIC X(15) VALUE
               "           REAL".
           05  FILLER                   PIC X(15) VALUE
               "      VARIACION".
           05  FILLER                   PIC X(08) VALUE
               "   VAR %".
           05  FILLER                   PIC X(07) VALUE
               " MARCA".

       01  PRT-DETALLE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-COD              PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-DESC             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-PRS-MES          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-REAL-MES         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-VAR-MES          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-PCT-MES          PIC -ZZZ9.9.
           05  PRT-DET-PCT-MES-X REDEFINES PRT-DET-PCT-MES
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-PRS-ACUM         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-REAL-ACUM        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-VAR-ACUM         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-PCT-ACUM         PIC -ZZZ9.9.
           05  PRT-DET-PCT-ACUM-X REDEFINES PRT-DET-PCT-ACUM
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-MARCA            PIC X(06).

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-TOLERANCIA-EDIT           PIC ZZ9.9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARGAR-CATEGORIAS THRU 2000-EXIT.
           PERFORM 2500-CARGAR-MAESTRO THRU 2500-EXIT.
           PERFORM 3000-CARGAR-PRESUPUESTO THRU 3000-EXIT.
           PERFORM 4000-ACUMULAR-REAL THRU 4000-EXIT.
           PERFORM 5000-IMPRIMIR-REPORTE THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- PARAMETRO, FECHA, FERIADOS, MES DEL
      *    REPORTE Y REPORTE.  EN LA VENTANA, FUERA DEL ULTIMO DIA
      *    HABIL DEL MES NO HAY NADA QUE REPORTAR.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "PRESUPUESTO CONTRA REAL POR CATEGORIA".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFPRSPRT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 1200-DETERMINAR-PERIODO THRU 1200-EXIT.
           MOVE WS-PERIODO TO PRT-ENC-PERIODO.
           COMPUTE WS-PERIODO-INICIAL = WS-PERIODO-ANIO * 100 + 1.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- MODO=LOTE EN LA VENTANA; PERIODO=AAAAMM
      *    PARA REPETIR UN MES SIN LA PRUEBA DEL ULTIMO DIA HABIL
      ******************************************************************
       1050-LEER-PARM.
           MOVE SPACES TO WS-ENTRADA-PERIODO.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           IF WS-PARM-TOKEN-1 (1:8) = "PERIODO="
               MOVE WS-PARM-TOKEN-1 (9:6) TO WS-ENTRADA-PERIODO
           ELSE
               IF WS-PARM-TOKEN-2 (1:8) = "PERIODO="
                   MOVE WS-PARM-TOKEN-2 (9:6) TO WS-ENTRADA-PERIODO
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1200-DETERMINAR-PERIODO -- EN LOTE SIN PERIODO=, EL MES DE
      *    LA FECHA DE NEGOCIO SI ES SU ULTIMO DIA HABIL; A MANO SE
      *    PREGUNTA (EN BLANCO = MES DE LA FECHA DE NEGOCIO)
      ******************************************************************
       1200-DETERMINAR-PERIODO.
           MOVE WS-FECHA (1:6) TO WS-PERIODO.
           IF PARM-MODO-LOTE AND WS-ENTRADA-PERIODO = SPACES
               PERFORM 1500-CARGAR-FERIADOS THRU 1500-EXIT
               PERFORM 2100-PROBAR-ULTIMO-HABIL THRU 2100-EXIT
               IF NOT ULTIMO-HABIL
                   PERFORM 1300-NO-ES-FIN-DE-MES THRU 1300-EXIT
               END-IF
               GO TO 1200-EXIT
           END-IF.
           IF PARM-MODO-LOTE
               GO TO 1200-VALIDAR.
       1200-PEDIR.
           DISPLAY "MES A REPORTAR (AAAAMM, EN BLANCO = " WS-PERIODO
               "):".
           ACCEPT WS-ENTRADA-PERIODO.
           IF WS-ENTRADA-PERIODO = SPACES
               GO TO 1200-EXIT.
       1200-VALIDAR.
           IF WS-ENTRADA-PERIODO IS NOT NUMERIC
               OR WS-ENTRADA-PERIODO (5:2) < "01"
               OR WS-ENTRADA-PERIODO (5:2) > "12"
               IF PARM-MODO-LOTE
                   DISPLAY "PARAMETRO PERIODO= INVALIDO: "
                       WS-ENTRADA-PERIODO
                   MOVE 8 TO RETURN-CODE
                   CLOSE CF-PRT-FILE
                   PERFORM 9000-FINALIZAR THRU 9000-EXIT
                   STOP RUN
               END-IF
               DISPLAY "MES INVALIDO. INTENTE DE NUEVO."
               GO TO 1200-PEDIR
           END-IF.
           MOVE WS-ENTRADA-PERIODO TO WS-PERIODO.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-NO-ES-FIN-DE-MES -- EL PASO DE LA VENTANA TERMINA SIN
      *    REPORTE (RC=0) CUALQUIER OTRO DIA
      ******************************************************************
       1300-NO-ES-FIN-DE-MES.
           DISPLAY "LA FECHA DE NEGOCIO " WS-FECHA " NO ES EL ULTIMO "
               "DIA HABIL DEL MES. NADA QUE REPORTAR.".
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "NO ES EL ULTIMO DIA HABIL DEL MES. NADA QUE "
               "REPORTAR." DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARGAR-FERIADOS -- LISTA DE FERIADOS (CFHOLIDS)
      ******************************************************************
       1500-CARGAR-FERIADOS.
           OPEN INPUT CF-HOL-FILE.
           IF WS-FS-HOL NOT = "00"
               GO TO 1500-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1600-LEER-FERIADO THRU 1600-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-HOL-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1500-EXIT.
           EXIT.

       1600-LEER-FERIADO.
           READ CF-HOL-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1600-EXIT
           END-READ.
           IF CF-HOL-FECHA IS NOT NUMERIC
               GO TO 1600-EXIT.
           IF WS-NUM-FERIADOS >= WS-MAX-FERIADOS
               DISPLAY "AVISO: MAS DE " WS-MAX-FERIADOS " FERIADOS "
                   "EN CFHOLIDS; EL EXCEDENTE SE IGNORA."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1600-EXIT.
           ADD 1 TO WS-NUM-FERIADOS.
           MOVE CF-HOL-FECHA TO WS-FERIADO (WS-NUM-FERIADOS).
       1600-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CARGAR-CATEGORIAS -- LA TABLA CFCAT01 EN ORDEN DE
      *    LLAVE; LA ULTIMA ENTRADA ES LA RECOGIDA "SIN CATEGORIA"
      ******************************************************************
       2000-CARGAR-CATEGORIAS.
           OPEN INPUT CF-CAT-FILE.
           IF WS-FS-CAT NOT = "00"
               DISPLAY "AVISO: TABLA DE CATEGORIAS (CFCAT01) NO "
                   "DISPONIBLE. TODO SE AGRUPA COMO SIN CATEGORIA."
               GO TO 2000-RECOGIDA.
           MOVE LOW-VALUES TO CF-CAT-CODIGO.
           START CF-CAT-FILE
               KEY IS NOT LESS THAN CF-CAT-CODIGO
               INVALID KEY
                   CLOSE CF-CAT-FILE
                   GO TO 2000-RECOGIDA
           END-START.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2050-CARGAR-CATEGORIA THRU 2050-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-CAT-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2000-RECOGIDA.
           ADD 1 TO WS-NUM-CATS.
           SET WS-IDX-CAT TO WS-NUM-CATS.
           MOVE "????" TO WS-CAT-COD (WS-IDX-CAT).
           MOVE "SIN CATEGORIA" TO WS-CAT-NOMBRE (WS-IDX-CAT).
           PERFORM 2060-LIMPIAR-CATEGORIA THRU 2060-EXIT.
       2000-EXIT.
           EXIT.

       2050-CARGAR-CATEGORIA.
           READ CF-CAT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2050-EXIT
           END-READ.
           IF WS-NUM-CATS >= WS-MAX-CATS - 1
               DISPLAY "** LA TABLA DE CATEGORIAS EXCEDE LAS "
                   "ENTRADAS PREVISTAS. AMPLIE LA TABLA. **"
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 2050-EXIT.
           ADD 1 TO WS-NUM-CATS.
           SET WS-IDX-CAT TO WS-NUM-CATS.
           MOVE CF-CAT-CODIGO TO WS-CAT-COD (WS-IDX-CAT).
           MOVE CF-CAT-DESC TO WS-CAT-NOMBRE (WS-IDX-CAT).
           PERFORM 2060-LIMPIAR-CATEGORIA THRU 2060-EXIT.
       2050-EXIT.
           EXIT.

       2060-LIMPIAR-CATEGORIA.
           MOVE "N" TO WS-CAT-CON-PRS (WS-IDX-CAT).
           MOVE WS-TOLERANCIA-OMISION TO WS-CAT-TOLERANCIA (WS-IDX-CAT).
           MOVE ZERO TO WS-CAT-PRS-MES (WS-IDX-CAT).
           MOVE ZERO TO WS-CAT-REAL-MES (WS-IDX-CAT).
           MOVE ZERO TO WS-CAT-PRS-ACUM (WS-IDX-CAT).
           MOVE ZERO TO WS-CAT-REAL-ACUM (WS-IDX-CAT).
       2060-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PROBAR-ULTIMO-HABIL -- EL SIGUIENTE DIA HABIL
      *    (SALTANDO SABADOS, DOMINGOS Y FERIADOS) CAE EN OTRO MES?
      ******************************************************************
       2100-PROBAR-ULTIMO-HABIL.
           MOVE "N" TO SW-ULTIMO-HABIL.
           COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           MOVE ZERO TO WS-INTENTOS.
       2110-PROBAR-SIGUIENTE.
           ADD 1 TO WS-DIA-ENTERO.
           ADD 1 TO WS-INTENTOS.
           IF WS-INTENTOS > 30
               GO TO 2100-EXIT.
           COMPUTE WS-FECHA-PRUEBA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           PERFORM 2150-VALIDAR-CALENDARIO THRU 2150-EXIT.
           IF SW-ES-HABIL = "N"
               GO TO 2110-PROBAR-SIGUIENTE.
           MOVE WS-FECHA-PRUEBA (1:6) TO WS-PERIODO-SIGUIENTE.
           IF WS-PERIODO-SIGUIENTE NOT = WS-PERIODO
               MOVE "S" TO SW-ULTIMO-HABIL.
       2100-EXIT.
           EXIT.

       2150-VALIDAR-CALENDARIO.
           MOVE "S" TO SW-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO SW-ES-HABIL
               GO TO 2150-EXIT.
           IF WS-NUM-FERIADOS > ZERO
               PERFORM 2160-COMPARAR-FERIADO THRU 2160-EXIT
                   VARYING WS-FER FROM 1 BY 1
                   UNTIL WS-FER > WS-NUM-FERIADOS
                       OR SW-ES-HABIL = "N"
           END-IF.
       2150-EXIT.
           EXIT.

       2160-COMPARAR-FERIADO.
           IF WS-FERIADO (WS-FER) = WS-FECHA-PRUEBA
               MOVE "N" TO SW-ES-HABIL.
       2160-EXIT.
           EXIT.

      ******************************************************************
      *    2500-CARGAR-MAESTRO -- CADA CUENTA CON EL INDICE DE SU
      *    CATEGORIA (EN BLANCO O DESCONOCIDA: LA RECOGIDA)
      ******************************************************************
       2500-CARGAR-MAESTRO.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               MOVE 8 TO RETURN-CODE
               CLOSE CF-PRT-FILE
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               STOP RUN.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "EL MAESTRO DE SALDOS ESTA VACIO."
                   CLOSE CF-BAL-FILE
                   GO TO 2500-EXIT
           END-START.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2600-CARGAR-CUENTA THRU 2600-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-BAL-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2500-EXIT.
           EXIT.

       2600-CARGAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2600-EXIT
           END-READ.
           IF WS-NUM-CTAS >= WS-MAX-CTAS
               DISPLAY "** EL MAESTRO EXCEDE LAS " WS-MAX-CTAS
                   " CUENTAS DE LA TABLA. AMPLIE LA TABLA. **"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 2600-EXIT.
           ADD 1 TO WS-NUM-CTAS.
           SET WS-IDX-CTA TO WS-NUM-CTAS.
           MOVE CF-BAL-CUENTA TO WS-CTA-CUENTA (WS-IDX-CTA).
           MOVE ZERO TO WS-CAT.
           IF CF-BAL-CATEGORIA NOT = SPACES
               PERFORM 2700-BUSCAR-CATEGORIA THRU 2700-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA >= WS-NUM-CATS OR WS-CAT > ZERO
           END-IF.
           IF WS-CAT = ZERO
               MOVE WS-NUM-CATS TO WS-CAT.
           MOVE WS-CAT TO WS-CTA-CAT (WS-IDX-CTA).
       2600-EXIT.
           EXIT.

       2700-BUSCAR-CATEGORIA.
           SET WS-IDX-CAT TO WS-BUSCA.
           IF WS-CAT-COD (WS-IDX-CAT) = CF-BAL-CATEGORIA
               MOVE WS-BUSCA TO WS-CAT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CARGAR-PRESUPUESTO -- LOS MESES DEL ANIO HASTA EL MES
      *    DEL REPORTE; LA TOLERANCIA QUE RIGE ES LA DEL ULTIMO MES
      *    CON PRESUPUESTO (LA LLAVE VA EN ORDEN DE MES)
      ******************************************************************
       3000-CARGAR-PRESUPUESTO.
           OPEN INPUT CF-PRS-FILE.
           IF WS-FS-PRS NOT = "00"
               DISPLAY "AVISO: PRESUPUESTO (CFPRESUP) NO DISPONIBLE. "
                   "SE REPORTA SOLO EL REAL."
               GO TO 3000-EXIT.
           MOVE LOW-VALUES TO CF-PRS-CLAVE.
           START CF-PRS-FILE
               KEY IS NOT LESS THAN CF-PRS-CLAVE
               INVALID KEY
                   CLOSE CF-PRS-FILE
                   GO TO 3000-EXIT
           END-START.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3100-LEER-PRESUPUESTO THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-PRS-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       3000-EXIT.
           EXIT.

       3100-LEER-PRESUPUESTO.
           READ CF-PRS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           IF CF-PRS-PERIODO < WS-PERIODO-INICIAL
               OR CF-PRS-PERIODO > WS-PERIODO
               GO TO 3100-EXIT.
           ADD 1 TO WS-PRS-LEIDOS.
           MOVE ZERO TO WS-CAT.
           PERFORM 3200-BUSCAR-CATEGORIA THRU 3200-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA >= WS-NUM-CATS OR WS-CAT > ZERO.
           IF WS-CAT = ZERO
               MOVE WS-NUM-CATS TO WS-CAT.
           SET WS-IDX-CAT TO WS-CAT.
           MOVE "S" TO WS-CAT-CON-PRS (WS-IDX-CAT).
           MOVE CF-PRS-TOLERANCIA TO WS-CAT-TOLERANCIA (WS-IDX-CAT).
           ADD CF-PRS-IMPORTE TO WS-CAT-PRS-ACUM (WS-IDX-CAT).
           IF CF-PRS-PERIODO = WS-PERIODO
               ADD CF-PRS-IMPORTE TO WS-CAT-PRS-MES (WS-IDX-CAT).
       3100-EXIT.
           EXIT.

       3200-BUSCAR-CATEGORIA.
           SET WS-IDX-CAT TO WS-BUSCA.
           IF WS-CAT-COD (WS-IDX-CAT) = CF-PRS-CATEGORIA
               MOVE WS-BUSCA TO WS-CAT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ACUMULAR-REAL -- UNA PASADA SOBRE CFBALHST: CADA
      *    MOVIMIENTO DEL ANIO HASTA EL MES DEL REPORTE (VALOR NUEVO
      *    MENOS VALOR ANTERIOR) A LA CATEGORIA DE SU CUENTA
      ******************************************************************
       4000-ACUMULAR-REAL.
           OPEN INPUT CF-HST-FILE.
           IF WS-FS-HST NOT = "00"
               DISPLAY "AVISO: HISTORIAL DE SALDOS (CFBALHST) NO "
                   "DISPONIBLE. EL REAL QUEDA EN CERO."
               GO TO 4000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 4100-LEER-HISTORIAL THRU 4100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-HST-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       4000-EXIT.
           EXIT.

       4100-LEER-HISTORIAL.
           READ CF-HST-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-HST-LEIDOS.
           IF CF-HST-FECHA IS NOT NUMERIC
               GO TO 4100-EXIT.
           MOVE CF-HST-FECHA (1:6) TO WS-PERIODO-MOV.
           IF WS-PERIODO-MOV < WS-PERIODO-INICIAL
               OR WS-PERIODO-MOV > WS-PERIODO
               GO TO 4100-EXIT.
           IF CF-HST-OPERADOR = WS-OPERADOR-CIERRE
               ADD 1 TO WS-HST-CIERRE
               GO TO 4100-EXIT.
           IF CF-HST-CUENTA NOT = WS-CUENTA-ANTERIOR
               MOVE ZERO TO WS-CAT
               PERFORM 4200-BUSCAR-CUENTA THRU 4200-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-NUM-CTAS OR WS-CAT > ZERO
               IF WS-CAT = ZERO
                   MOVE WS-NUM-CATS TO WS-CAT
               END-IF
               MOVE CF-HST-CUENTA TO WS-CUENTA-ANTERIOR
               MOVE WS-CAT TO WS-CAT-ANTERIOR
           END-IF.
           ADD 1 TO WS-HST-USADOS.
           SET WS-IDX-CAT TO WS-CAT-ANTERIOR.
           COMPUTE WS-REAL = CF-HST-VALOR-NUEVO - CF-HST-VALOR-ANTERIOR.
           ADD WS-REAL TO WS-CAT-REAL-ACUM (WS-IDX-CAT).
           IF WS-PERIODO-MOV = WS-PERIODO
               ADD WS-REAL TO WS-CAT-REAL-MES (WS-IDX-CAT).
       4100-EXIT.
           EXIT.

       4200-BUSCAR-CUENTA.
           SET WS-IDX-CTA TO WS-BUSCA.
           IF WS-CTA-CUENTA (WS-IDX-CTA) = CF-HST-CUENTA
               MOVE WS-CTA-CAT (WS-IDX-CTA) TO WS-CAT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    5000-IMPRIMIR-REPORTE -- UN RENGLON POR CATEGORIA CON
      *    PRESUPUESTO O MOVIMIENTO EN EL ANIO, TOTALES Y LEYENDA
      ******************************************************************
       5000-IMPRIMIR-REPORTE.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           PERFORM 5100-IMPRIMIR-CATEGORIA THRU 5100-EXIT
               VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > WS-NUM-CATS.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "=" TO WS-PRT-LINEA (1:132).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO PRT-DETALLE.
           MOVE "TOTAL" TO PRT-DET-DESC.
           MOVE WS-TOT-PRS-MES TO WS-PRESUPUESTO.
           MOVE WS-TOT-REAL-MES TO WS-REAL.
           PERFORM 5200-CALCULAR-VARIACION THRU 5200-EXIT.
           MOVE WS-PRESUPUESTO TO PRT-DET-PRS-MES.
           MOVE WS-REAL TO PRT-DET-REAL-MES.
           MOVE WS-VARIACION TO PRT-DET-VAR-MES.
           PERFORM 5300-EDITAR-PCT-MES THRU 5300-EXIT.
           MOVE WS-TOT-PRS-ACUM TO WS-PRESUPUESTO.
           MOVE WS-TOT-REAL-ACUM TO WS-REAL.
           PERFORM 5200-CALCULAR-VARIACION THRU 5200-EXIT.
           MOVE WS-PRESUPUESTO TO PRT-DET-PRS-ACUM.
           MOVE WS-REAL TO PRT-DET-REAL-ACUM.
           MOVE WS-VARIACION TO PRT-DET-VAR-ACUM.
           PERFORM 5400-EDITAR-PCT-ACUM THRU 5400-EXIT.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-RENGLONES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CATEGORIAS REPORTADAS:     " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-MARCADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "FUERA DE TOLERANCIA:       " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-HST-CIERRE TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "ASIENTOS DE CIERRE ANUAL EXCLUIDOS: "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "VARIACION = REAL - PRESUPUESTO.  VAR % SOBRE EL "
               "PRESUPUESTO; N/D SIN PRESUPUESTO.  MARCA: MES, ACUM "
               "O AMBOS SOBRE LA TOLERANCIA DE LA CATEGORIA."
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "SIN PRESUPUESTO EN EL ANIO LA CATEGORIA SE "
               "IMPRIME PERO NO SE MARCA."
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-CATEGORIA.
           SET WS-IDX-CAT TO WS-CAT.
           IF WS-CAT-CON-PRS (WS-IDX-CAT) NOT = "S"
               AND WS-CAT-REAL-ACUM (WS-IDX-CAT) = ZERO
               AND WS-CAT-REAL-MES (WS-IDX-CAT) = ZERO
               GO TO 5100-EXIT.
           ADD 1 TO WS-RENGLONES.
           MOVE SPACES TO PRT-DETALLE.
           MOVE WS-CAT-COD (WS-IDX-CAT) TO PRT-DET-COD.
           MOVE WS-CAT-NOMBRE (WS-IDX-CAT) TO PRT-DET-DESC.
           MOVE WS-CAT-TOLERANCIA (WS-IDX-CAT) TO WS-TOLERANCIA.
           MOVE "N" TO SW-EXCEDE-MES.
           MOVE "N" TO SW-EXCEDE-ACUM.
      *    DEL MES.
           MOVE WS-CAT-PRS-MES (WS-IDX-CAT) TO WS-PRESUPUESTO.
           MOVE WS-CAT-REAL-MES (WS-IDX-CAT) TO WS-REAL.
           PERFORM 5200-CALCULAR-VARIACION THRU 5200-EXIT.
           MOVE WS-PRESUPUESTO TO PRT-DET-PRS-MES.
           MOVE WS-REAL TO PRT-DET-REAL-MES.
           MOVE WS-VARIACION TO PRT-DET-VAR-MES.
           PERFORM 5300-EDITAR-PCT-MES THRU 5300-EXIT.
           MOVE SW-EXCEDE TO SW-EXCEDE-MES.
      *    ACUMULADO DEL ANIO.
           MOVE WS-CAT-PRS-ACUM (WS-IDX-CAT) TO WS-PRESUPUESTO.
           MOVE WS-CAT-REAL-ACUM (WS-IDX-CAT) TO WS-REAL.
           PERFORM 5200-CALCULAR-VARIACION THRU 5200-EXIT.
           MOVE WS-PRESUPUESTO TO PRT-DET-PRS-ACUM.
           MOVE WS-REAL TO PRT-DET-REAL-ACUM.
           MOVE WS-VARIACION TO PRT-DET-VAR-ACUM.
           PERFORM 5400-EDITAR-PCT-ACUM THRU 5400-EXIT.
           MOVE SW-EXCEDE TO SW-EXCEDE-ACUM.
      *    SOLO SE MARCA LO QUE TIENE PRESUPUESTO EN EL ANIO.
           IF WS-CAT-CON-PRS (WS-IDX-CAT) = "S"
               EVALUATE TRUE
                   WHEN SW-EXCEDE-MES = "S" AND SW-EXCEDE-ACUM = "S"
                       MOVE "AMBOS" TO PRT-DET-MARCA
                   WHEN SW-EXCEDE-MES = "S"
                       MOVE "MES" TO PRT-DET-MARCA
                   WHEN SW-EXCEDE-ACUM = "S"
                       MOVE "ACUM" TO PRT-DET-MARCA
               END-EVALUATE
           END-IF.
           IF PRT-DET-MARCA NOT = SPACES
               ADD 1 TO WS-MARCADAS.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           ADD WS-CAT-PRS-MES (WS-IDX-CAT) TO WS-TOT-PRS-MES.
           ADD WS-CAT-REAL-MES (WS-IDX-CAT) TO WS-TOT-REAL-MES.
           ADD WS-CAT-PRS-ACUM (WS-IDX-CAT) TO WS-TOT-PRS-ACUM.
           ADD WS-CAT-REAL-ACUM (WS-IDX-CAT) TO WS-TOT-REAL-ACUM.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-CALCULAR-VARIACION -- VARIACION, PORCENTAJE SOBRE EL
      *    PRESUPUESTO Y SI PASA LA TOLERANCIA (WS-TOLERANCIA).  SIN
      *    PRESUPUESTO NO HAY PORCENTAJE Y CUALQUIER REAL LA PASA.
      ******************************************************************
       5200-CALCULAR-VARIACION.
           MOVE "N" TO SW-EXCEDE.
           MOVE "S" TO SW-PCT-VALIDO.
           MOVE ZERO TO WS-VAR-PCT.
           COMPUTE WS-VARIACION = WS-REAL - WS-PRESUPUESTO.
           IF WS-PRESUPUESTO = ZERO
               MOVE "N" TO SW-PCT-VALIDO
               IF WS-REAL NOT = ZERO
                   MOVE "S" TO SW-EXCEDE
               END-IF
               GO TO 5200-EXIT.
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIACION * 100 / WS-PRESUPUESTO
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-VAR-PCT
           END-COMPUTE.
           IF WS-VAR-PCT < ZERO
               COMPUTE WS-VAR-PCT-ABS = ZERO - WS-VAR-PCT
           ELSE
               MOVE WS-VAR-PCT TO WS-VAR-PCT-ABS
           END-IF.
           IF WS-VAR-PCT-ABS > WS-TOLERANCIA
               MOVE "S" TO SW-EXCEDE.
       5200-EXIT.
           EXIT.

       5300-EDITAR-PCT-MES.
           IF PCT-VALIDO
               MOVE WS-VAR-PCT TO PRT-DET-PCT-MES
           ELSE
               MOVE "    N/D" TO PRT-DET-PCT-MES-X
           END-IF.
       5300-EXIT.
           EXIT.

       5400-EDITAR-PCT-ACUM.
           IF PCT-VALIDO
               MOVE WS-VAR-PCT TO PRT-DET-PCT-ACUM
           ELSE
               MOVE "    N/D" TO PRT-DET-PCT-ACUM-X
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           IF WS-MARCADAS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           MOVE WS-RENGLONES TO WS-CONTADOR-EDIT.
           DISPLAY "PRESUPUESTO CONTRA REAL " WS-PERIODO ": "
               WS-CONTADOR-EDIT " CATEGORIA(S). REPORTE EN CFPRSPRT.".
           IF WS-MARCADAS > ZERO
               MOVE WS-MARCADAS TO WS-CONTADOR-EDIT
               DISPLAY "** " WS-CONTADOR-EDIT " CATEGORIA(S) FUERA DE "
                   "TOLERANCIA. **"
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
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-3.
           MOVE 5 TO WS-LINEAS-PAGINA.
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
           MOVE "CFPRSRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-HST-LEIDOS TO CF-RUN-LEIDOS.
           MOVE WS-HST-USADOS TO CF-RUN-ACEPTADOS.
           MOVE WS-MARCADAS TO CF-RUN-RECHAZADOS.
           MOVE RETURN-CODE TO CF-RUN-RETORNO.
           WRITE CF-RUN-RECORD.
           CLOSE CF-RUN-FILE.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *    1900-LEER-FECHA-NEGOCIO -- LA FECHA DE PROCESO SALE DEL
      *    ARCHIVO DE FECHA DE NEGOCIO (CFBUSDAT, VER CFDATMNT); SIN
      *    ARCHIVO SE USA LA FECHA DEL SISTEMA, COMO ANTES
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

       END PROGRAM CFPRSRPT.
