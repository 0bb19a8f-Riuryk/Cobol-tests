      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Analisis mensual de causas de rechazo.  Lee las
      *          generaciones diarias de excepciones (CFEXCLOG.<FECHA>)
      *          de cada dia del mes del reporte y del mes anterior, y
      *          el maestro mensual de archivo (CFEXCARC.<AAAAMM>, ver
      *          CFARCH01) para los dias cuya generacion ya se archivo;
      *          un dia que todavia tiene su generacion diaria no se
      *          vuelve a contar desde el archivo.  Cuenta los
      *          rechazos por codigo de causa (CF-EXC-CODIGO, tabla
      *          CFRCH01, ver CFRCHMNT), por programa que rechazo, por
      *          operador y por sucursal de la importacion CSV
      *          (CFCSVIMP): rechazos de la importacion misma y de sus
      *          lotes en la calculadora.  Cada seccion sale en orden
      *          de Pareto (de mayor a menor en el mes) con porcentaje,
      *          porcentaje acumulado, mes anterior y variacion; al
      *          final, un resumen por categoria de causa.  Los
      *          registros grabados antes de existir el codigo cuentan
      *          como SIN CODIGO.  En la ventana de CFBATCH solo actua
      *          el ultimo dia habil del mes (CFBUSDAT + CFHOLIDS,
      *          igual que CFPRSRPT); con PERIODO=AAAAMM en el
      *          parametro, o a mano, reporta el mes que se pida.
      *          Reporte en CFRCHPRT.
      * Tectonics: cobc -x -std=ibm CFRCHRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRCHRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HOL-FILE ASSIGN TO "CFHOLIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-RCH-FILE ASSIGN TO "CFRCH01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RCH-CODIGO
               FILE STATUS IS WS-FS-RCH.

           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-PRT-FILE ASSIGN TO "CFRCHPRT"
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

       FD  CF-RCH-FILE.
           COPY CFRCHREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HOL                    PIC X(02) VALUE "00".
       77  WS-FS-RCH                    PIC X(02) VALUE "00".
       77  WS-FS-SUC                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-EXC-FILENAME              PIC X(20).

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
       77  SW-RCH-ABIERTO               PIC X(01) VALUE "N".
           88  RCH-ABIERTO                       VALUE "S".
       77  SW-SUC-ABIERTO               PIC X(01) VALUE "N".
           88  SUC-ABIERTO                       VALUE "S".

      *----------------------------------------------------------------
      *    MES DEL REPORTE (AAAAMM), MES ANTERIOR Y MES QUE SE ESTA
      *    LEYENDO (COLUMNA 1 = MES DEL REPORTE, 2 = MES ANTERIOR).
      *----------------------------------------------------------------
       01  WS-PERIODO                   PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANIO          PIC 9(04).
           05  WS-PERIODO-MES           PIC 9(02).
       01  WS-PERIODO-ANT               PIC 9(06).
       01  WS-PERIODO-SIGUIENTE         PIC 9(06).
       01  WS-PERIODO-PROC              PIC 9(06).
       01  WS-PERIODO-PROC-R REDEFINES WS-PERIODO-PROC.
           05  WS-PROC-AAAA             PIC 9(04).
           05  WS-PROC-MM               PIC 9(02).
       77  WS-COLUMNA                   PIC 9(01) VALUE 1.

      *----------------------------------------------------------------
      *    DIAS DEL MES QUE SE LEE: CUALES TIENEN GENERACION DIARIA
      *    (ESOS NO SE TOMAN DEL ARCHIVO MENSUAL).
      *----------------------------------------------------------------
       01  WS-FECHA-DIA                 PIC 9(08).
       01  WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
           05  WS-FECHA-DIA-MES         PIC 9(06).
           05  WS-FECHA-DIA-DD          PIC 9(02).
       77  WS-DIA                       PIC 9(02) VALUE ZERO COMP.
       77  WS-ULTIMO-DIA                PIC 9(02) VALUE ZERO COMP.
       77  WS-RESTO-BISIESTO            PIC 9(04) VALUE ZERO COMP.
       77  WS-DIA-ARC                   PIC 9(02) VALUE ZERO.
       01  WS-TABLA-DIAS.
           05  WS-DIA-EN-LINEA OCCURS 31 TIMES PIC X(01).

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS) Y CAMPOS DE
      *    CALENDARIO, IGUAL QUE EN CFPRSRPT.
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
      *    CONTADORES POR GRUPO.  UNA SOLA TABLA PARA LAS CUATRO
      *    SECCIONES; EL TIPO DICE A CUAL PERTENECE LA ENTRADA:
      *    C = CODIGO DE CAUSA, P = PROGRAMA, O = OPERADOR,
      *    S = SUCURSAL DE LA IMPORTACION CSV.
      *----------------------------------------------------------------
       77  WS-MAX-GRUPOS                PIC 9(04) VALUE 600 COMP.
       77  WS-NUM-GRUPOS                PIC 9(04) VALUE ZERO COMP.
       77  WS-GRP                       PIC 9(04) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(04) VALUE ZERO COMP.
       77  WS-MAYOR                     PIC 9(04) VALUE ZERO COMP.
       77  WS-GRUPOS-PERDIDOS           PIC 9(08) VALUE ZERO COMP.
       01  WS-TABLA-GRUPOS.
           05  WS-GRP-ENTRADA OCCURS 600 TIMES INDEXED BY WS-IDX-GRP.
               10  WS-GRP-TIPO          PIC X(01).
               10  WS-GRP-CLAVE         PIC X(08).
               10  WS-GRP-ACTUAL        PIC 9(08) COMP.
               10  WS-GRP-ANTERIOR      PIC 9(08) COMP.
               10  WS-GRP-IMPRESO       PIC X(01).
       01  WS-BUS-TIPO                  PIC X(01).
       01  WS-BUS-CLAVE                 PIC X(08).

      *----------------------------------------------------------------
      *    RESUMEN POR CATEGORIA DE CAUSA (CF-RCH-CATEGORIA); LA
      *    ULTIMA ES LA RECOGIDA DE LOS CODIGOS SIN CATEGORIA.
      *----------------------------------------------------------------
       01  WS-TABLA-CATEGORIAS-VAL.
           05  FILLER                   PIC X(21) VALUE
               "DERROR DE DATOS".
           05  FILLER                   PIC X(21) VALUE
               "RREGLA DE NEGOCIO".
           05  FILLER                   PIC X(21) VALUE
               "LLIMITE".
           05  FILLER                   PIC X(21) VALUE
               "AAUTORIZACION".
           05  FILLER                   PIC X(21) VALUE
               "SSISTEMA".
           05  FILLER                   PIC X(21) VALUE
               "?SIN CATEGORIA".
       01  WS-TABLA-CATEGORIAS REDEFINES WS-TABLA-CATEGORIAS-VAL.
           05  WS-CTG-ENTRADA OCCURS 6 TIMES INDEXED BY WS-IDX-CTG.
               10  WS-CTG-COD           PIC X(01).
               10  WS-CTG-NOMBRE        PIC X(20).
       77  WS-MAX-CTG                   PIC 9(01) VALUE 6 COMP.
       77  WS-CTG                       PIC 9(01) VALUE ZERO COMP.
       01  WS-TABLA-CTG-CUENTAS.
           05  WS-CTG-CUENTA OCCURS 6 TIMES.
               10  WS-CTG-ACTUAL        PIC 9(08) COMP.
               10  WS-CTG-ANTERIOR      PIC 9(08) COMP.
       01  WS-CATEGORIA                 PIC X(01).

      *----------------------------------------------------------------
      *    PROGRAMAS QUE GRABAN EN CFEXCLOG (CON EL NOMBRE CON QUE
      *    FIRMAN CF-EXC-PROGRAMA).
      *----------------------------------------------------------------
       01  WS-TABLA-PROGRAMAS-VAL.
           05  FILLER                   PIC X(38) VALUE
               "CFTRAN01CALCULADORA (CONTROLDEFLUJO)".
           05  FILLER                   PIC X(38) VALUE
               "CFAJU001AJUSTES (OPERACIONES)".
           05  FILLER                   PIC X(38) VALUE
               "CFAPRV01APROBACION DEL SUPERVISOR".
           05  FILLER                   PIC X(38) VALUE
               "CFACCRUEDEVENGO DE INTERESES".
           05  FILLER                   PIC X(38) VALUE
               "CFSTDGENORDENES PERMANENTES".
           05  FILLER                   PIC X(38) VALUE
               "CFPERCLSCIERRE DE PERIODO".
           05  FILLER                   PIC X(38) VALUE
               "CFFUTRELLIBERACION CON FECHA FUTURA".
           05  FILLER                   PIC X(38) VALUE
               "CFCSVIMPIMPORTACION CSV DE SUCURSAL".
       01  WS-TABLA-PROGRAMAS REDEFINES WS-TABLA-PROGRAMAS-VAL.
           05  WS-PGM-ENTRADA OCCURS 8 TIMES INDEXED BY WS-IDX-PGM.
               10  WS-PGM-NOMBRE        PIC X(08).
               10  WS-PGM-DESC          PIC X(30).
       77  WS-MAX-PGM                   PIC 9(02) VALUE 8 COMP.
       77  WS-PGM                       PIC 9(02) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CLAVES DE LOS REGISTROS SIN CODIGO, PROGRAMA U OPERADOR
      *    (GRABADOS ANTES DE EXISTIR ESOS CAMPOS).
      *----------------------------------------------------------------
       01  WS-CLAVE-SIN-CODIGO          PIC X(04) VALUE "----".
       01  WS-CLAVE-SIN-DATO            PIC X(08) VALUE "--------".

      *----------------------------------------------------------------
      *    TOTALES Y CALCULO DE UN RENGLON.
      *----------------------------------------------------------------
       77  WS-TOT-ACTUAL                PIC 9(08) VALUE ZERO COMP.
       77  WS-TOT-ANTERIOR              PIC 9(08) VALUE ZERO COMP.
       77  WS-TOT-SUC-ACTUAL            PIC 9(08) VALUE ZERO COMP.
       77  WS-TOT-SUC-ANTERIOR          PIC 9(08) VALUE ZERO COMP.
       77  WS-BASE-ACTUAL               PIC 9(08) VALUE ZERO COMP.
       77  WS-BASE-ANTERIOR             PIC 9(08) VALUE ZERO COMP.
       77  WS-SEC-ACUM                  PIC 9(08) VALUE ZERO COMP.
       77  WS-CTA-ACTUAL                PIC 9(08) VALUE ZERO COMP.
       77  WS-CTA-ANTERIOR              PIC 9(08) VALUE ZERO COMP.
       77  WS-VARIACION                 PIC S9(08) VALUE ZERO.
       77  WS-PCT                       PIC 9(03)V9 VALUE ZERO.
       77  WS-PCT-ACUM                  PIC 9(03)V9 VALUE ZERO.
       77  WS-VAR-PCT                   PIC S9(05)V9 VALUE ZERO.
       01  WS-SEC-TIPO                  PIC X(01).
       77  SW-FIN-SECCION               PIC X(01) VALUE "N".
           88  FIN-SECCION                       VALUE "S".
       77  SW-CON-ACUMULADO             PIC X(01) VALUE "S".
           88  CON-ACUMULADO                     VALUE "S".

       77  WS-EXC-LEIDOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-EXC-CONTADOS              PIC 9(08) VALUE ZERO COMP.
       77  WS-EXC-OMITIDOS              PIC 9(08) VALUE ZERO COMP.
       77  WS-DIAS-EN-LINEA             PIC 9(04) VALUE ZERO COMP.
       77  WS-DIAS-ARCHIVO              PIC 9(04) VALUE ZERO COMP.
       77  WS-RENGLONES                 PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFRCHRPT".
           05  FILLER                   PIC X(50) VALUE
               "ANALISIS MENSUAL DE CAUSAS DE RECHAZO".
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
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               "MES ANTERIOR:".
           05  PRT-ENC-PERIODO-ANT      PIC 9(06).
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  PRT-ENCABEZADO-3.
           05  FILLER                   PIC X(11) VALUE
               " CLAVE".
           05  FILLER                   PIC X(32) VALUE
               "DESCRIPCION".
           05  FILLER                   PIC X(04) VALUE
               "CAT".
           05  FILLER                   PIC X(11) VALUE
               " MES ACTUAL".
           05  FILLER                   PIC X(07) VALUE
               "      %".
           05  FILLER                   PIC X(07) VALUE
               " % ACUM".
           05  FILLER                   PIC X(14) VALUE
               "  MES ANTERIOR".
           05  FILLER                   PIC X(14) VALUE
               "     VARIACION".
           05  FILLER                   PIC X(09) VALUE
               "    VAR %".
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  PRT-DETALLE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-CLAVE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-CAT              PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DET-ACTUAL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-PCT-ACUM         PIC ZZ9.9.
           05  PRT-DET-PCT-ACUM-X REDEFINES PRT-DET-PCT-ACUM
                                        PIC X(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DET-ANTERIOR         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-VAR              PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-VAR-PCT          PIC -ZZZ9.9.
           05  PRT-DET-VAR-PCT-X REDEFINES PRT-DET-VAR-PCT
                                        PIC X(07).
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           MOVE 1 TO WS-COLUMNA.
           MOVE WS-PERIODO TO WS-PERIODO-PROC.
           PERFORM 3000-LEER-MES THRU 3000-EXIT.
           MOVE 2 TO WS-COLUMNA.
           MOVE WS-PERIODO-ANT TO WS-PERIODO-PROC.
           PERFORM 3000-LEER-MES THRU 3000-EXIT.
           PERFORM 5000-IMPRIMIR-REPORTE THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- PARAMETRO, FECHA, FERIADOS, MES DEL
      *    REPORTE Y REPORTE.  EN LA VENTANA, FUERA DEL ULTIMO DIA
      *    HABIL DEL MES NO HAY NADA QUE REPORTAR.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "ANALISIS MENSUAL DE CAUSAS DE RECHAZO".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFRCHPRT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 1200-DETERMINAR-PERIODO THRU 1200-EXIT.
           IF WS-PERIODO-MES = 01
               COMPUTE WS-PERIODO-ANT = (WS-PERIODO-ANIO - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANT = WS-PERIODO - 1
           END-IF.
           MOVE WS-PERIODO TO PRT-ENC-PERIODO.
           MOVE WS-PERIODO-ANT TO PRT-ENC-PERIODO-ANT.
           PERFORM 1400-LIMPIAR-CATEGORIA THRU 1400-EXIT
               VARYING WS-CTG FROM 1 BY 1
               UNTIL WS-CTG > WS-MAX-CTG.
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

       1400-LIMPIAR-CATEGORIA.
           MOVE ZERO TO WS-CTG-ACTUAL (WS-CTG).
           MOVE ZERO TO WS-CTG-ANTERIOR (WS-CTG).
       1400-EXIT.
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
      *    3000-LEER-MES -- LAS GENERACIONES DIARIAS DEL MES EN
      *    WS-PERIODO-PROC Y DESPUES SU ARCHIVO MENSUAL, A LA COLUMNA
      *    WS-COLUMNA
      ******************************************************************
       3000-LEER-MES.
           PERFORM 3050-ULTIMO-DIA-DEL-MES THRU 3050-EXIT.
           MOVE ALL "N" TO WS-TABLA-DIAS.
           PERFORM 3100-LEER-DIA THRU 3100-EXIT
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-ULTIMO-DIA.
           PERFORM 3300-LEER-ARCHIVO-MES THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3050-ULTIMO-DIA-DEL-MES -- 28/29/30/31 SEGUN MES Y BISIESTO
      ******************************************************************
       3050-ULTIMO-DIA-DEL-MES.
           EVALUATE WS-PROC-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN 02
                   MOVE 28 TO WS-ULTIMO-DIA
                   COMPUTE WS-RESTO-BISIESTO =
                       FUNCTION MOD(WS-PROC-AAAA, 4)
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
                   COMPUTE WS-RESTO-BISIESTO =
                       FUNCTION MOD(WS-PROC-AAAA, 100)
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
                   COMPUTE WS-RESTO-BISIESTO =
                       FUNCTION MOD(WS-PROC-AAAA, 400)
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
           END-EVALUATE.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *    3100-LEER-DIA -- UNA GENERACION CFEXCLOG.<FECHA> POR DIA
      ******************************************************************
       3100-LEER-DIA.
           MOVE WS-PERIODO-PROC TO WS-FECHA-DIA-MES.
           MOVE WS-DIA TO WS-FECHA-DIA-DD.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCLOG." WS-FECHA-DIA DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           OPEN INPUT CF-EXC-FILE.
           IF WS-FS-EXC NOT = "00"
               GO TO 3100-EXIT.
           MOVE "S" TO WS-DIA-EN-LINEA (WS-DIA).
           ADD 1 TO WS-DIAS-EN-LINEA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3200-LEER-EXCEPCION-DIA THRU 3200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-EXC-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       3100-EXIT.
           EXIT.

       3200-LEER-EXCEPCION-DIA.
           READ CF-EXC-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-EXC-LEIDOS.
           PERFORM 3500-ACUMULAR-EXCEPCION THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-LEER-ARCHIVO-MES -- CFEXCARC.<AAAAMM>: SOLO LOS DIAS DEL
      *    MES QUE YA NO TIENEN GENERACION DIARIA (UN ARCHIVADO QUE NO
      *    VERIFICO DEJA LA GENERACION EN SU LUGAR Y NO SE CUENTA DOS
      *    VECES)
      ******************************************************************
       3300-LEER-ARCHIVO-MES.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCARC." WS-PERIODO-PROC DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           OPEN INPUT CF-EXC-FILE.
           IF WS-FS-EXC NOT = "00"
               GO TO 3300-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3400-LEER-EXCEPCION-ARCHIVO THRU 3400-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-EXC-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       3300-EXIT.
           EXIT.

       3400-LEER-EXCEPCION-ARCHIVO.
           READ CF-EXC-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3400-EXIT
           END-READ.
           ADD 1 TO WS-EXC-LEIDOS.
           IF CF-EXC-FECHA IS NOT NUMERIC
               OR CF-EXC-FECHA (1:6) NOT = WS-PERIODO-PROC
               ADD 1 TO WS-EXC-OMITIDOS
               GO TO 3400-EXIT.
           MOVE CF-EXC-FECHA (7:2) TO WS-DIA-ARC.
           IF WS-DIA-ARC < 1 OR WS-DIA-ARC > WS-ULTIMO-DIA
               ADD 1 TO WS-EXC-OMITIDOS
               GO TO 3400-EXIT.
           IF WS-DIA-EN-LINEA (WS-DIA-ARC) = "S"
               ADD 1 TO WS-EXC-OMITIDOS
               GO TO 3400-EXIT.
           IF WS-DIA-EN-LINEA (WS-DIA-ARC) = "N"
               MOVE "A" TO WS-DIA-EN-LINEA (WS-DIA-ARC)
               ADD 1 TO WS-DIAS-ARCHIVO.
           PERFORM 3500-ACUMULAR-EXCEPCION THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3500-ACUMULAR-EXCEPCION -- UN RECHAZO A SU CAUSA, SU
      *    PROGRAMA, SU OPERADOR Y, SI VIENE DE LA IMPORTACION CSV,
      *    A SU SUCURSAL.  LA IMPORTACION FIRMA COMO CFCSVIMP; SUS
      *    LOTES EN LA CALCULADORA LLEVAN LA SUCURSAL COMO ORIGEN.
      ******************************************************************
       3500-ACUMULAR-EXCEPCION.
           ADD 1 TO WS-EXC-CONTADOS.
           IF WS-COLUMNA = 1
               ADD 1 TO WS-TOT-ACTUAL
           ELSE
               ADD 1 TO WS-TOT-ANTERIOR
           END-IF.
           MOVE "C" TO WS-BUS-TIPO.
           MOVE SPACES TO WS-BUS-CLAVE.
           IF CF-EXC-CODIGO = SPACES
               MOVE WS-CLAVE-SIN-CODIGO TO WS-BUS-CLAVE
           ELSE
               MOVE CF-EXC-CODIGO TO WS-BUS-CLAVE
           END-IF.
           PERFORM 3600-UBICAR-GRUPO THRU 3600-EXIT.
           MOVE "P" TO WS-BUS-TIPO.
           IF CF-EXC-PROGRAMA = SPACES
               MOVE WS-CLAVE-SIN-DATO TO WS-BUS-CLAVE
           ELSE
               MOVE CF-EXC-PROGRAMA TO WS-BUS-CLAVE
           END-IF.
           PERFORM 3600-UBICAR-GRUPO THRU 3600-EXIT.
           MOVE "O" TO WS-BUS-TIPO.
           IF CF-EXC-OPERADOR-ID = SPACES
               MOVE WS-CLAVE-SIN-DATO TO WS-BUS-CLAVE
           ELSE
               MOVE CF-EXC-OPERADOR-ID TO WS-BUS-CLAVE
           END-IF.
           PERFORM 3600-UBICAR-GRUPO THRU 3600-EXIT.
           MOVE "S" TO WS-BUS-TIPO.
           MOVE SPACES TO WS-BUS-CLAVE.
           IF CF-EXC-PROGRAMA = "CFCSVIMP"
               MOVE CF-EXC-SUCURSAL TO WS-BUS-CLAVE
           END-IF.
           IF CF-EXC-PROGRAMA = "CFTRAN01"
               AND CF-EXC-SUCURSAL NOT = SPACES
               AND CF-EXC-ORIGEN (1:4) = CF-EXC-SUCURSAL
               AND CF-EXC-ORIGEN (5:4) = SPACES
               MOVE CF-EXC-SUCURSAL TO WS-BUS-CLAVE
           END-IF.
           IF WS-BUS-CLAVE = SPACES
               GO TO 3500-EXIT.
           IF WS-COLUMNA = 1
               ADD 1 TO WS-TOT-SUC-ACTUAL
           ELSE
               ADD 1 TO WS-TOT-SUC-ANTERIOR
           END-IF.
           PERFORM 3600-UBICAR-GRUPO THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-UBICAR-GRUPO -- BUSCA (O AGREGA) LA ENTRADA DE
      *    WS-BUS-TIPO/WS-BUS-CLAVE Y LE SUMA EL RECHAZO EN SU COLUMNA
      ******************************************************************
       3600-UBICAR-GRUPO.
           MOVE ZERO TO WS-GRP.
           PERFORM 3650-COMPARAR-GRUPO THRU 3650-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-GRUPOS OR WS-GRP > ZERO.
           IF WS-GRP = ZERO
               IF WS-NUM-GRUPOS >= WS-MAX-GRUPOS
                   ADD 1 TO WS-GRUPOS-PERDIDOS
                   GO TO 3600-EXIT
               END-IF
               ADD 1 TO WS-NUM-GRUPOS
               MOVE WS-NUM-GRUPOS TO WS-GRP
               SET WS-IDX-GRP TO WS-GRP
               MOVE WS-BUS-TIPO TO WS-GRP-TIPO (WS-IDX-GRP)
               MOVE WS-BUS-CLAVE TO WS-GRP-CLAVE (WS-IDX-GRP)
               MOVE ZERO TO WS-GRP-ACTUAL (WS-IDX-GRP)
               MOVE ZERO TO WS-GRP-ANTERIOR (WS-IDX-GRP)
               MOVE "N" TO WS-GRP-IMPRESO (WS-IDX-GRP)
           END-IF.
           SET WS-IDX-GRP TO WS-GRP.
           IF WS-COLUMNA = 1
               ADD 1 TO WS-GRP-ACTUAL (WS-IDX-GRP)
           ELSE
               ADD 1 TO WS-GRP-ANTERIOR (WS-IDX-GRP)
           END-IF.
       3600-EXIT.
           EXIT.

       3650-COMPARAR-GRUPO.
           SET WS-IDX-GRP TO WS-BUSCA.
           IF WS-GRP-TIPO (WS-IDX-GRP) = WS-BUS-TIPO
               AND WS-GRP-CLAVE (WS-IDX-GRP) = WS-BUS-CLAVE
               MOVE WS-BUSCA TO WS-GRP.
       3650-EXIT.
           EXIT.

      ******************************************************************
      *    5000-IMPRIMIR-REPORTE -- LAS CUATRO SECCIONES EN ORDEN DE
      *    PARETO, EL RESUMEN POR CATEGORIA Y LAS NOTAS
      ******************************************************************
       5000-IMPRIMIR-REPORTE.
           OPEN INPUT CF-RCH-FILE.
           IF WS-FS-RCH = "00"
               MOVE "S" TO SW-RCH-ABIERTO
           ELSE
               DISPLAY "AVISO: TABLA DE CODIGOS DE RECHAZO (CFRCH01) "
                   "NO DISPONIBLE. SE REPORTAN LOS CODIGOS SIN "
                   "DESCRIPCION."
           END-IF.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC = "00"
               MOVE "S" TO SW-SUC-ABIERTO.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE WS-TOT-ACTUAL TO WS-BASE-ACTUAL.
           MOVE WS-TOT-ANTERIOR TO WS-BASE-ANTERIOR.
           MOVE "C" TO WS-SEC-TIPO.
           MOVE "RECHAZOS POR CAUSA" TO WS-PRT-LINEA.
           PERFORM 5100-IMPRIMIR-SECCION THRU 5100-EXIT.
           PERFORM 5500-IMPRIMIR-CATEGORIAS THRU 5500-EXIT.
           MOVE "P" TO WS-SEC-TIPO.
           MOVE "RECHAZOS POR PROGRAMA" TO WS-PRT-LINEA.
           PERFORM 5100-IMPRIMIR-SECCION THRU 5100-EXIT.
           MOVE "O" TO WS-SEC-TIPO.
           MOVE "RECHAZOS POR OPERADOR" TO WS-PRT-LINEA.
           PERFORM 5100-IMPRIMIR-SECCION THRU 5100-EXIT.
           MOVE WS-TOT-SUC-ACTUAL TO WS-BASE-ACTUAL.
           MOVE WS-TOT-SUC-ANTERIOR TO WS-BASE-ANTERIOR.
           MOVE "S" TO WS-SEC-TIPO.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "RECHAZOS DE LA IMPORTACION CSV POR SUCURSAL "
               "(CFCSVIMP Y SUS LOTES EN LA CALCULADORA)"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 5100-IMPRIMIR-SECCION THRU 5100-EXIT.
           IF RCH-ABIERTO
               CLOSE CF-RCH-FILE.
           IF SUC-ABIERTO
               CLOSE CF-SUC-FILE.
           PERFORM 5800-IMPRIMIR-NOTAS THRU 5800-EXIT.
           CLOSE CF-PRT-FILE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-IMPRIMIR-SECCION -- TITULO EN WS-PRT-LINEA; LAS
      *    ENTRADAS DEL TIPO WS-SEC-TIPO DE MAYOR A MENOR EN EL MES
      *    (A IGUALDAD, LA DE MAS RECHAZOS EL MES ANTERIOR) Y EL TOTAL
      ******************************************************************
       5100-IMPRIMIR-SECCION.
           IF WS-LINEAS-PAGINA > WS-LINEAS-MAX - 6
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ALL "-" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ZERO TO WS-SEC-ACUM.
           MOVE "S" TO SW-CON-ACUMULADO.
           MOVE "N" TO SW-FIN-SECCION.
           PERFORM 5200-IMPRIMIR-SIGUIENTE THRU 5200-EXIT
               UNTIL FIN-SECCION.
           MOVE SPACES TO PRT-DETALLE.
           MOVE "TOTAL" TO PRT-DET-DESC.
           MOVE WS-BASE-ACTUAL TO WS-CTA-ACTUAL.
           MOVE WS-BASE-ANTERIOR TO WS-CTA-ANTERIOR.
           MOVE "N" TO SW-CON-ACUMULADO.
           PERFORM 5400-CALCULAR-RENGLON THRU 5400-EXIT.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

       5200-IMPRIMIR-SIGUIENTE.
           MOVE ZERO TO WS-MAYOR.
           PERFORM 5250-COMPARAR-MAYOR THRU 5250-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-GRUPOS.
           IF WS-MAYOR = ZERO
               MOVE "S" TO SW-FIN-SECCION
               GO TO 5200-EXIT.
           SET WS-IDX-GRP TO WS-MAYOR.
           MOVE "S" TO WS-GRP-IMPRESO (WS-IDX-GRP).
           ADD 1 TO WS-RENGLONES.
           MOVE SPACES TO PRT-DETALLE.
           MOVE WS-GRP-CLAVE (WS-IDX-GRP) TO PRT-DET-CLAVE.
           MOVE WS-GRP-ACTUAL (WS-IDX-GRP) TO WS-CTA-ACTUAL.
           MOVE WS-GRP-ANTERIOR (WS-IDX-GRP) TO WS-CTA-ANTERIOR.
           EVALUATE WS-SEC-TIPO
               WHEN "C"
                   PERFORM 5300-DESCRIBIR-CAUSA THRU 5300-EXIT
               WHEN "P"
                   PERFORM 5320-DESCRIBIR-PROGRAMA THRU 5320-EXIT
               WHEN "O"
                   IF WS-GRP-CLAVE (WS-IDX-GRP) = WS-CLAVE-SIN-DATO
                       MOVE "SIN OPERADOR (REG. ANTERIOR)"
                           TO PRT-DET-DESC
                   END-IF
               WHEN "S"
                   PERFORM 5340-DESCRIBIR-SUCURSAL THRU 5340-EXIT
           END-EVALUATE.
           ADD WS-CTA-ACTUAL TO WS-SEC-ACUM.
           PERFORM 5400-CALCULAR-RENGLON THRU 5400-EXIT.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

       5250-COMPARAR-MAYOR.
           SET WS-IDX-GRP TO WS-BUSCA.
           IF WS-GRP-TIPO (WS-IDX-GRP) NOT = WS-SEC-TIPO
               OR WS-GRP-IMPRESO (WS-IDX-GRP) = "S"
               GO TO 5250-EXIT.
           IF WS-MAYOR = ZERO
               MOVE WS-BUSCA TO WS-MAYOR
               GO TO 5250-EXIT.
           IF WS-GRP-ACTUAL (WS-IDX-GRP) > WS-GRP-ACTUAL (WS-MAYOR)
               MOVE WS-BUSCA TO WS-MAYOR
               GO TO 5250-EXIT.
           IF WS-GRP-ACTUAL (WS-IDX-GRP) = WS-GRP-ACTUAL (WS-MAYOR)
               AND WS-GRP-ANTERIOR (WS-IDX-GRP) >
                   WS-GRP-ANTERIOR (WS-MAYOR)
               MOVE WS-BUSCA TO WS-MAYOR.
       5250-EXIT.
           EXIT.

      ******************************************************************
      *    5300-DESCRIBIR-CAUSA -- DESCRIPCION Y CATEGORIA DE CFRCH01;
      *    EL RENGLON SE SUMA TAMBIEN A SU CATEGORIA
      ******************************************************************
       5300-DESCRIBIR-CAUSA.
           MOVE "?" TO WS-CATEGORIA.
           IF WS-GRP-CLAVE (WS-IDX-GRP) = WS-CLAVE-SIN-CODIGO
               MOVE "SIN CODIGO (REGISTRO ANTERIOR)" TO PRT-DET-DESC
               GO TO 5300-SUMAR.
           IF NOT RCH-ABIERTO
               GO TO 5300-SUMAR.
           MOVE WS-GRP-CLAVE (WS-IDX-GRP) TO CF-RCH-CODIGO.
           READ CF-RCH-FILE
               INVALID KEY
                   MOVE "CODIGO NO REGISTRADO EN CFRCH01"
                       TO PRT-DET-DESC
                   GO TO 5300-SUMAR
           END-READ.
           MOVE CF-RCH-DESC TO PRT-DET-DESC.
           IF CF-RCH-CATEGORIA-VALIDA
               MOVE CF-RCH-CATEGORIA TO WS-CATEGORIA.
       5300-SUMAR.
           MOVE WS-CATEGORIA TO PRT-DET-CAT.
           MOVE WS-MAX-CTG TO WS-CTG.
           PERFORM 5310-COMPARAR-CATEGORIA THRU 5310-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA >= WS-MAX-CTG.
           ADD WS-CTA-ACTUAL TO WS-CTG-ACTUAL (WS-CTG).
           ADD WS-CTA-ANTERIOR TO WS-CTG-ANTERIOR (WS-CTG).
       5300-EXIT.
           EXIT.

       5310-COMPARAR-CATEGORIA.
           SET WS-IDX-CTG TO WS-BUSCA.
           IF WS-CTG-COD (WS-IDX-CTG) = WS-CATEGORIA
               MOVE WS-BUSCA TO WS-CTG.
       5310-EXIT.
           EXIT.

       5320-DESCRIBIR-PROGRAMA.
           IF WS-GRP-CLAVE (WS-IDX-GRP) = WS-CLAVE-SIN-DATO
               MOVE "SIN PROGRAMA (REG. ANTERIOR)" TO PRT-DET-DESC
               GO TO 5320-EXIT.
           PERFORM 5330-COMPARAR-PROGRAMA THRU 5330-EXIT
               VARYING WS-PGM FROM 1 BY 1
               UNTIL WS-PGM > WS-MAX-PGM.
       5320-EXIT.
           EXIT.

       5330-COMPARAR-PROGRAMA.
           SET WS-IDX-PGM TO WS-PGM.
           IF WS-PGM-NOMBRE (WS-IDX-PGM) = WS-GRP-CLAVE (WS-IDX-GRP)
               MOVE WS-PGM-DESC (WS-IDX-PGM) TO PRT-DET-DESC.
       5330-EXIT.
           EXIT.

       5340-DESCRIBIR-SUCURSAL.
           IF NOT SUC-ABIERTO
               GO TO 5340-EXIT.
           MOVE WS-GRP-CLAVE (WS-IDX-GRP) TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               INVALID KEY
                   MOVE "SUCURSAL NO REGISTRADA" TO PRT-DET-DESC
                   GO TO 5340-EXIT
           END-READ.
           MOVE CF-SUC-NOMBRE TO PRT-DET-DESC.
       5340-EXIT.
           EXIT.

      ******************************************************************
      *    5400-CALCULAR-RENGLON -- CONTEO, PORCENTAJE SOBRE EL TOTAL
      *    DE LA SECCION, ACUMULADO DE PARETO, MES ANTERIOR Y
      *    VARIACION (WS-CTA-ACTUAL / WS-CTA-ANTERIOR).  SIN RECHAZOS
      *    EL MES ANTERIOR LA VARIACION EN PORCENTAJE ES NUEVO.
      ******************************************************************
       5400-CALCULAR-RENGLON.
           MOVE ZERO TO WS-PCT WS-PCT-ACUM WS-VAR-PCT.
           IF WS-BASE-ACTUAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CTA-ACTUAL * 100 / WS-BASE-ACTUAL
               COMPUTE WS-PCT-ACUM ROUNDED =
                   WS-SEC-ACUM * 100 / WS-BASE-ACTUAL
           END-IF.
           COMPUTE WS-VARIACION = WS-CTA-ACTUAL - WS-CTA-ANTERIOR.
           MOVE WS-CTA-ACTUAL TO PRT-DET-ACTUAL.
           MOVE WS-PCT TO PRT-DET-PCT.
           IF CON-ACUMULADO
               MOVE WS-PCT-ACUM TO PRT-DET-PCT-ACUM
           ELSE
               MOVE SPACES TO PRT-DET-PCT-ACUM-X
           END-IF.
           MOVE WS-CTA-ANTERIOR TO PRT-DET-ANTERIOR.
           MOVE WS-VARIACION TO PRT-DET-VAR.
           IF WS-CTA-ANTERIOR = ZERO
               IF WS-CTA-ACTUAL = ZERO
                   MOVE "    N/D" TO PRT-DET-VAR-PCT-X
               ELSE
                   MOVE "  NUEVO" TO PRT-DET-VAR-PCT-X
               END-IF
               GO TO 5400-EXIT.
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIACION * 100 / WS-CTA-ANTERIOR
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-VAR-PCT
           END-COMPUTE.
           MOVE WS-VAR-PCT TO PRT-DET-VAR-PCT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *    5500-IMPRIMIR-CATEGORIAS -- RESUMEN DE LA SECCION DE CAUSAS
      *    POR CATEGORIA (ORDEN FIJO DE LA TABLA)
      ******************************************************************
       5500-IMPRIMIR-CATEGORIAS.
           IF WS-LINEAS-PAGINA > WS-LINEAS-MAX - 10
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE "RESUMEN POR CATEGORIA DE CAUSA" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ALL "-" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "N" TO SW-CON-ACUMULADO.
           PERFORM 5550-IMPRIMIR-CATEGORIA THRU 5550-EXIT
               VARYING WS-CTG FROM 1 BY 1
               UNTIL WS-CTG > WS-MAX-CTG.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

       5550-IMPRIMIR-CATEGORIA.
           IF WS-CTG-ACTUAL (WS-CTG) = ZERO
               AND WS-CTG-ANTERIOR (WS-CTG) = ZERO
               GO TO 5550-EXIT.
           SET WS-IDX-CTG TO WS-CTG.
           MOVE SPACES TO PRT-DETALLE.
           MOVE WS-CTG-COD (WS-IDX-CTG) TO PRT-DET-CAT.
           MOVE WS-CTG-NOMBRE (WS-IDX-CTG) TO PRT-DET-DESC.
           MOVE WS-CTG-ACTUAL (WS-CTG) TO WS-CTA-ACTUAL.
           MOVE WS-CTG-ANTERIOR (WS-CTG) TO WS-CTA-ANTERIOR.
           PERFORM 5400-CALCULAR-RENGLON THRU 5400-EXIT.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5550-EXIT.
           EXIT.

      ******************************************************************
      *    5800-IMPRIMIR-NOTAS -- FUENTES LEIDAS Y LEYENDA
      ******************************************************************
       5800-IMPRIMIR-NOTAS.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "=" TO WS-PRT-LINEA (1:132).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-DIAS-EN-LINEA TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "DIAS LEIDOS DE CFEXCLOG:            "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-DIAS-ARCHIVO TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "DIAS TOMADOS DEL ARCHIVO CFEXCARC:  "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-EXC-LEIDOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGISTROS DE EXCEPCION LEIDOS:      "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-EXC-OMITIDOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "DEL ARCHIVO, YA CONTADOS O FUERA:   "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-GRUPOS-PERDIDOS > ZERO
               MOVE WS-GRUPOS-PERDIDOS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "** CONTEOS SIN LUGAR EN LA TABLA:   "
                   WS-CONTADOR-EDIT " (AMPLIE LA TABLA) **"
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "% SOBRE EL TOTAL DE LA SECCION DEL MES; % ACUM EN "
               "ORDEN DE PARETO.  VARIACION = MES - MES ANTERIOR; "
               "VAR % SOBRE EL MES ANTERIOR."
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CATEGORIAS: D DATOS, R REGLA DE NEGOCIO, L LIMITE, "
               "A AUTORIZACION, S SISTEMA, ? SIN CATEGORIA."
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5800-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           IF WS-GRUPOS-PERDIDOS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           MOVE WS-TOT-ACTUAL TO WS-CONTADOR-EDIT.
           DISPLAY "CAUSAS DE RECHAZO " WS-PERIODO ": "
               WS-CONTADOR-EDIT " RECHAZO(S). REPORTE EN CFRCHPRT.".
           IF WS-GRUPOS-PERDIDOS > ZERO
               DISPLAY "** LA TABLA DE GRUPOS SE LLENO; HAY CONTEOS "
                   "QUE NO SE REPORTAN. AMPLIE LA TABLA. **"
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
           MOVE "CFRCHRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-EXC-LEIDOS TO CF-RUN-LEIDOS.
           MOVE WS-EXC-CONTADOS TO CF-RUN-ACEPTADOS.
           MOVE WS-EXC-OMITIDOS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFRCHRPT.
