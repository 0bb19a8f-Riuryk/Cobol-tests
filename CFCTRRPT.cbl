      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Reporte regulatorio de efectivo por cuenta.  Las
      *          alertas (CFALTPRM) ven valores grandes sueltos y el
      *          tamizado (CFSCRRPT) ve duplicados y velocidad por
      *          operador; ninguno suma lo que le pasa a una misma
      *          cuenta.  Este paso lee los 'AJ' aceptados de la
      *          bitacora del dia (CFTRLOG.<fecha>) y:
      *            1. totaliza por CF-LOG-CUENTA las entradas
      *               (creditos) y las salidas (debitos) del dia, y
      *               toda cuenta cuyas entradas o salidas alcancen el
      *               umbral de reporte va al archivo regulatorio
      *               (CFCTROUT, formato CFCTRREC) y al reporte;
      *            2. sobre la ventana rodante de N dias que termina
      *               en la fecha de negocio (generaciones anteriores
      *               de CFTRLOG) cuenta por cuenta los movimientos
      *               apenas bajo el umbral (dentro del margen en
      *               porcentaje) y senala posible fraccionamiento
      *               cuando se repiten al menos el minimo de veces y
      *               al menos uno cae en la fecha de negocio.
      *          Umbral, ventana, margen y repeticiones vienen de
      *          CFCTRPRM (10000.00, 5 DIAS, 10% Y 3 POR OMISION).
      *          Los reversos ('RV') no son movimiento de efectivo del
      *          cliente y no se cuentan.  RC=4 cuando algo se reporta.
      * Tectonics: cobc -x -std=ibm CFCTRRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCTRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-PRM-FILE ASSIGN TO "CFCTRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-CTR-FILE ASSIGN TO "CFCTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTR.

           SELECT CF-PRT-FILE ASSIGN TO "CFCTRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-CLAVE             PIC X(02).
           05  CF-PRM-VALOR-TXT         PIC X(12).

       FD  CF-CTR-FILE.
           COPY CFCTRREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-CTR                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-FECHA-GEN                 PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ENCONTRADO                PIC X(01) VALUE "N".
           88  ENCONTRADO                        VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".
       77  SW-ES-HOY                    PIC X(01) VALUE "N".
           88  ES-HOY                            VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    PARAMETROS (CFCTRPRM): RENGLONES "UM" CON EL UMBRAL DE
      *    REPORTE, "DI" CON LA VENTANA EN DIAS, "PC" CON EL MARGEN
      *    BAJO EL UMBRAL EN PORCENTAJE Y "RE" CON LAS REPETICIONES
      *    MINIMAS PARA SENALAR FRACCIONAMIENTO.
      *----------------------------------------------------------------
       77  WS-UMBRAL                    PIC 9(7)V99 VALUE 10000.00.
       77  WS-VENTANA-DIAS              PIC 9(03) VALUE 5.
       77  WS-MARGEN-PCT                PIC 9(02) VALUE 10.
       77  WS-REPETICIONES              PIC 9(03) VALUE 3.
       77  WS-LIMITE-INFERIOR           PIC 9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    RECORRIDO DE LAS GENERACIONES DE LA VENTANA.
      *----------------------------------------------------------------
       77  WS-DIA-HOY                   PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-DESDE                 PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA                       PIC 9(08) VALUE ZERO COMP.
       77  WS-GENERACIONES              PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    TOTALES DEL DIA POR CUENTA (HASTA 2000 CUENTAS).
      *----------------------------------------------------------------
       77  WS-MAX-CUENTAS               PIC 9(04) VALUE 2000 COMP.
       77  WS-NUM-CUENTAS               PIC 9(04) VALUE ZERO COMP.
       77  WS-CTA                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENTRADA OCCURS 2000 TIMES.
               10  WS-CTA-CUENTA        PIC X(08).
               10  WS-CTA-ENTRADAS      PIC 9(9)V99.
               10  WS-CTA-SALIDAS       PIC 9(9)V99.
               10  WS-CTA-MOVIMIENTOS   PIC 9(05).

      *----------------------------------------------------------------
      *    MOVIMIENTOS BAJO EL UMBRAL POR CUENTA EN LA VENTANA (HASTA
      *    2000 CUENTAS).
      *----------------------------------------------------------------
       77  WS-NUM-FRAC                  PIC 9(04) VALUE ZERO COMP.
       77  WS-FRA                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-FRAC.
           05  WS-FRA-ENTRADA OCCURS 2000 TIMES.
               10  WS-FRA-CUENTA        PIC X(08).
               10  WS-FRA-PARTIDAS      PIC 9(05).
               10  WS-FRA-HOY           PIC 9(05).
               10  WS-FRA-IMPORTE       PIC 9(9)V99.
               10  WS-FRA-PRIMERA       PIC 9(08).
               10  WS-FRA-ULTIMA        PIC 9(08).

       01  WS-CUENTA                    PIC X(08).
       77  WS-IMPORTE                   PIC 9(7)V99 VALUE ZERO.

       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-REPORTADAS                PIC 9(06) VALUE ZERO COMP.
       77  WS-FRACCIONADAS              PIC 9(06) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFCTRRPT".
           05  FILLER                   PIC X(50) VALUE
               "REPORTE REGULATORIO DE EFECTIVO POR CUENTA".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-DET-TOTAL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-TOT-CUENTA           PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-TOT-ENTRADAS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-TOT-SALIDAS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-TOT-MOVIMIENTOS      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-TOT-MOTIVO           PIC X(20).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  PRT-DET-FRAC.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-FRA-CUENTA           PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-FRA-PARTIDAS         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-FRA-HOY              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-FRA-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-FRA-PRIMERA          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-FRA-ULTIMA           PIC 9(08).
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-UMBRAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LIMITE-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-VENTANA THRU 2000-EXIT.
           PERFORM 4000-REPORTAR-TOTALES THRU 4000-EXIT.
           PERFORM 5000-REPORTAR-FRACCIONAMIENTO THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "REPORTE REGULATORIO DE EFECTIVO POR CUENTA".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "FECHA A REPORTAR (AAAAMMDD) O EN BLANCO PARA "
                   "LA FECHA DE NEGOCIO:"
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
           COMPUTE WS-LIMITE-INFERIOR ROUNDED =
               WS-UMBRAL - WS-UMBRAL * WS-MARGEN-PCT / 100.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           COMPUTE WS-DIA-DESDE = WS-DIA-HOY - WS-VENTANA-DIAS + 1.
           OPEN OUTPUT CF-CTR-FILE.
           IF WS-FS-CTR NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO REGULATORIO "
                   "(CFCTROUT). FILE STATUS=" WS-FS-CTR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFCTRPRT). "
                   "FILE STATUS=" WS-FS-PRT
               CLOSE CF-CTR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE WS-UMBRAL TO WS-UMBRAL-EDIT.
           MOVE WS-LIMITE-INFERIOR TO WS-LIMITE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "UMBRAL DE REPORTE: " WS-UMBRAL-EDIT
               "   BAJO UMBRAL DESDE: " WS-LIMITE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-VENTANA-DIAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "VENTANA (DIAS):    " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           MOVE WS-REPETICIONES TO WS-CONTADOR-EDIT.
           STRING "          REPETICIONES MINIMAS: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA (27:).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
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
      *    1100-LEER-PARAMETROS -- "UM", "DI", "PC" Y "RE" DE CFCTRPRM;
      *    SIN ARCHIVO O CON VALOR INVALIDO QUEDAN LOS DE OMISION
      ******************************************************************
       1100-LEER-PARAMETROS.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1150-LEER-PARAMETRO THRU 1150-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-PRM-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1100-EXIT.
           EXIT.

       1150-LEER-PARAMETRO.
           READ CF-PRM-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1150-EXIT
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-VALOR-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-VALOR-TXT = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               GO TO 1150-EXIT.
           IF FUNCTION NUMVAL(CF-PRM-VALOR-TXT) NOT > ZERO
               GO TO 1150-EXIT.
           IF CF-PRM-CLAVE = "UM"
               AND FUNCTION NUMVAL(CF-PRM-VALOR-TXT) <= 9999999.99
               COMPUTE WS-UMBRAL = FUNCTION NUMVAL(CF-PRM-VALOR-TXT)
               GO TO 1150-EXIT.
           IF CF-PRM-CLAVE = "DI"
               AND FUNCTION NUMVAL(CF-PRM-VALOR-TXT) <= 366
               COMPUTE WS-VENTANA-DIAS =
                   FUNCTION NUMVAL(CF-PRM-VALOR-TXT)
               GO TO 1150-EXIT.
           IF CF-PRM-CLAVE = "PC"
               AND FUNCTION NUMVAL(CF-PRM-VALOR-TXT) < 100
               COMPUTE WS-MARGEN-PCT =
                   FUNCTION NUMVAL(CF-PRM-VALOR-TXT)
               GO TO 1150-EXIT.
           IF CF-PRM-CLAVE = "RE"
               AND FUNCTION NUMVAL(CF-PRM-VALOR-TXT) <= 999
               COMPUTE WS-REPETICIONES =
                   FUNCTION NUMVAL(CF-PRM-VALOR-TXT)
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    2000-RECORRER-VENTANA -- UNA PASADA POR CADA GENERACION DE
      *    LA VENTANA, DE LA MAS ANTIGUA A LA FECHA DE NEGOCIO; LOS
      *    DIAS SIN BITACORA (FINES DE SEMANA, FERIADOS) SE SALTAN.
      *    SOLO LA GENERACION DE LA FECHA ALIMENTA LOS TOTALES DEL DIA.
      ******************************************************************
       2000-RECORRER-VENTANA.
           PERFORM 2100-LEER-GENERACION THRU 2100-EXIT
               VARYING WS-DIA FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA > WS-DIA-HOY.
       2000-EXIT.
           EXIT.

       2100-LEER-GENERACION.
           COMPUTE WS-FECHA-GEN = FUNCTION DATE-OF-INTEGER(WS-DIA).
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA-GEN DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               IF WS-DIA = WS-DIA-HOY
                   DISPLAY "AVISO: NO SE ENCONTRO BITACORA PARA LA "
                       "FECHA (" WS-LOG-FILENAME ")."
               END-IF
               GO TO 2100-EXIT.
           ADD 1 TO WS-GENERACIONES.
           MOVE "N" TO SW-ES-HOY.
           IF WS-DIA = WS-DIA-HOY
               MOVE "S" TO SW-ES-HOY.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2200-LEER-MOVIMIENTO THRU 2200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
       2100-EXIT.
           EXIT.

       2200-LEER-MOVIMIENTO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-LOG-TIPO-AJUSTE OR CF-LOG-CUENTA = SPACES
               OR CF-LOG-RESULTADO = ZERO
               GO TO 2200-EXIT.
           MOVE CF-LOG-CUENTA TO WS-CUENTA.
           COMPUTE WS-IMPORTE = FUNCTION ABS(CF-LOG-RESULTADO).
           IF ES-HOY
               PERFORM 2300-ACUMULAR-DIA THRU 2300-EXIT.
           IF WS-IMPORTE >= WS-LIMITE-INFERIOR
               AND WS-IMPORTE < WS-UMBRAL
               PERFORM 2400-ACUMULAR-BAJO-UMBRAL THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-ACUMULAR-DIA.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 2310-BUSCAR-CUENTA THRU 2310-EXIT
               VARYING WS-CTA FROM 1 BY 1
               UNTIL WS-CTA > WS-NUM-CUENTAS OR ENCONTRADO.
           IF ENCONTRADO
               SUBTRACT 1 FROM WS-CTA
           ELSE
               IF WS-NUM-CUENTAS >= WS-MAX-CUENTAS
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-NUM-CUENTAS
               MOVE WS-NUM-CUENTAS TO WS-CTA
               MOVE WS-CUENTA TO WS-CTA-CUENTA (WS-CTA)
               MOVE ZERO TO WS-CTA-ENTRADAS (WS-CTA)
                   WS-CTA-SALIDAS (WS-CTA) WS-CTA-MOVIMIENTOS (WS-CTA)
           END-IF.
           ADD 1 TO WS-CTA-MOVIMIENTOS (WS-CTA).
           IF CF-LOG-RESULTADO > ZERO
               ADD WS-IMPORTE TO WS-CTA-ENTRADAS (WS-CTA)
           ELSE
               ADD WS-IMPORTE TO WS-CTA-SALIDAS (WS-CTA)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-BUSCAR-CUENTA.
           IF WS-CTA-CUENTA (WS-CTA) = WS-CUENTA
               MOVE "S" TO SW-ENCONTRADO.
       2310-EXIT.
           EXIT.

       2400-ACUMULAR-BAJO-UMBRAL.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 2410-BUSCAR-FRAC THRU 2410-EXIT
               VARYING WS-FRA FROM 1 BY 1
               UNTIL WS-FRA > WS-NUM-FRAC OR ENCONTRADO.
           IF ENCONTRADO
               SUBTRACT 1 FROM WS-FRA
           ELSE
               IF WS-NUM-FRAC >= WS-MAX-CUENTAS
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-NUM-FRAC
               MOVE WS-NUM-FRAC TO WS-FRA
               MOVE WS-CUENTA TO WS-FRA-CUENTA (WS-FRA)
               MOVE ZERO TO WS-FRA-PARTIDAS (WS-FRA)
                   WS-FRA-HOY (WS-FRA) WS-FRA-IMPORTE (WS-FRA)
               MOVE WS-FECHA-GEN TO WS-FRA-PRIMERA (WS-FRA)
           END-IF.
           ADD 1 TO WS-FRA-PARTIDAS (WS-FRA).
           ADD WS-IMPORTE TO WS-FRA-IMPORTE (WS-FRA).
           MOVE WS-FECHA-GEN TO WS-FRA-ULTIMA (WS-FRA).
           IF ES-HOY
               ADD 1 TO WS-FRA-HOY (WS-FRA).
       2400-EXIT.
           EXIT.

       2410-BUSCAR-FRAC.
           IF WS-FRA-CUENTA (WS-FRA) = WS-CUENTA
               MOVE "S" TO SW-ENCONTRADO.
       2410-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REPORTAR-TOTALES -- SECCION 1: CUENTAS CUYAS ENTRADAS O
      *    SALIDAS DEL DIA ALCANZAN EL UMBRAL
      ******************************************************************
       4000-REPORTAR-TOTALES.
           MOVE "SECCION 1 - TOTALES DIARIOS EN O SOBRE EL UMBRAL"
               TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CUENTA          ENTRADAS          SALIDAS    "
               "MOVS.  MOTIVO" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 4100-EVALUAR-CUENTA THRU 4100-EXIT
               VARYING WS-CTA FROM 1 BY 1
               UNTIL WS-CTA > WS-NUM-CUENTAS.
           IF WS-REPORTADAS = ZERO
               MOVE "  (NINGUNA CUENTA ALCANZO EL UMBRAL)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4100-EVALUAR-CUENTA.
           IF WS-CTA-ENTRADAS (WS-CTA) < WS-UMBRAL
               AND WS-CTA-SALIDAS (WS-CTA) < WS-UMBRAL
               GO TO 4100-EXIT.
           ADD 1 TO WS-REPORTADAS.
           MOVE SPACES TO CF-CTR-RECORD.
           MOVE "T" TO CF-CTR-TIPO.
           MOVE WS-FECHA TO CF-CTR-FECHA.
           MOVE WS-CTA-CUENTA (WS-CTA) TO CF-CTR-CUENTA.
           MOVE WS-UMBRAL TO CF-CTR-UMBRAL.
           MOVE WS-CTA-ENTRADAS (WS-CTA) TO CF-CTR-ENTRADAS.
           MOVE WS-CTA-SALIDAS (WS-CTA) TO CF-CTR-SALIDAS.
           MOVE WS-CTA-MOVIMIENTOS (WS-CTA) TO CF-CTR-MOVIMIENTOS.
           MOVE 1 TO CF-CTR-VENTANA-DIAS.
           MOVE ZERO TO CF-CTR-FECHA-PRIMERA CF-CTR-FECHA-ULTIMA
               CF-CTR-PARTIDAS CF-CTR-IMPORTE.
           WRITE CF-CTR-RECORD.
           MOVE WS-CTA-CUENTA (WS-CTA) TO PRT-TOT-CUENTA.
           MOVE WS-CTA-ENTRADAS (WS-CTA) TO PRT-TOT-ENTRADAS.
           MOVE WS-CTA-SALIDAS (WS-CTA) TO PRT-TOT-SALIDAS.
           MOVE WS-CTA-MOVIMIENTOS (WS-CTA) TO PRT-TOT-MOVIMIENTOS.
           EVALUATE TRUE
               WHEN WS-CTA-ENTRADAS (WS-CTA) >= WS-UMBRAL
                   AND WS-CTA-SALIDAS (WS-CTA) >= WS-UMBRAL
                   MOVE "ENTRADAS Y SALIDAS" TO PRT-TOT-MOTIVO
               WHEN WS-CTA-ENTRADAS (WS-CTA) >= WS-UMBRAL
                   MOVE "ENTRADAS" TO PRT-TOT-MOTIVO
               WHEN OTHER
                   MOVE "SALIDAS" TO PRT-TOT-MOTIVO
           END-EVALUATE.
           MOVE PRT-DET-TOTAL TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REPORTAR-FRACCIONAMIENTO -- SECCION 2: CUENTAS CON
      *    MOVIMIENTOS REPETIDOS APENAS BAJO EL UMBRAL EN LA VENTANA,
      *    AL MENOS UNO DE ELLOS EN LA FECHA DE NEGOCIO
      ******************************************************************
       5000-REPORTAR-FRACCIONAMIENTO.
           MOVE "SECCION 2 - POSIBLE FRACCIONAMIENTO BAJO EL UMBRAL"
               TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-GENERACIONES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  GENERACIONES DE BITACORA LEIDAS EN LA VENTANA: "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CUENTA    PARTIDAS       HOY         IMPORTE  "
               "    PRIMERA       ULTIMA" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 5100-EVALUAR-FRAC THRU 5100-EXIT
               VARYING WS-FRA FROM 1 BY 1
               UNTIL WS-FRA > WS-NUM-FRAC.
           IF WS-FRACCIONADAS = ZERO
               MOVE "  (NINGUNA CUENTA SENALADA)" TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EVALUAR-FRAC.
           IF WS-FRA-PARTIDAS (WS-FRA) < WS-REPETICIONES
               OR WS-FRA-HOY (WS-FRA) = ZERO
               GO TO 5100-EXIT.
           ADD 1 TO WS-FRACCIONADAS.
           MOVE SPACES TO CF-CTR-RECORD.
           MOVE "F" TO CF-CTR-TIPO.
           MOVE WS-FECHA TO CF-CTR-FECHA.
           MOVE WS-FRA-CUENTA (WS-FRA) TO CF-CTR-CUENTA.
           MOVE WS-UMBRAL TO CF-CTR-UMBRAL.
           MOVE ZERO TO CF-CTR-ENTRADAS CF-CTR-SALIDAS
               CF-CTR-MOVIMIENTOS.
           MOVE WS-VENTANA-DIAS TO CF-CTR-VENTANA-DIAS.
           MOVE WS-FRA-PRIMERA (WS-FRA) TO CF-CTR-FECHA-PRIMERA.
           MOVE WS-FRA-ULTIMA (WS-FRA) TO CF-CTR-FECHA-ULTIMA.
           MOVE WS-FRA-PARTIDAS (WS-FRA) TO CF-CTR-PARTIDAS.
           MOVE WS-FRA-IMPORTE (WS-FRA) TO CF-CTR-IMPORTE.
           WRITE CF-CTR-RECORD.
           MOVE WS-FRA-CUENTA (WS-FRA) TO PRT-FRA-CUENTA.
           MOVE WS-FRA-PARTIDAS (WS-FRA) TO PRT-FRA-PARTIDAS.
           MOVE WS-FRA-HOY (WS-FRA) TO PRT-FRA-HOY.
           MOVE WS-FRA-IMPORTE (WS-FRA) TO PRT-FRA-IMPORTE.
           MOVE WS-FRA-PRIMERA (WS-FRA) TO PRT-FRA-PRIMERA.
           MOVE WS-FRA-ULTIMA (WS-FRA) TO PRT-FRA-ULTIMA.
           MOVE PRT-DET-FRAC TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ALL "-" TO WS-PRT-LINEA (1:45).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REPORTADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTAS SOBRE EL UMBRAL:   " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-FRACCIONADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "POSIBLE FRACCIONAMIENTO:   " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF TABLA-LLENA
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: UNA TABLA INTERNA SE LLENO; EL REPORTE "
                   "ESTA INCOMPLETO." DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE CF-CTR-FILE.
           DISPLAY "REPORTE DE EFECTIVO TERMINADO. SOBRE UMBRAL="
               WS-REPORTADAS " FRACCIONAMIENTO=" WS-FRACCIONADAS.
           IF WS-REPORTADAS > ZERO OR WS-FRACCIONADAS > ZERO
               OR TABLA-LLENA
               MOVE 4 TO RETURN-CODE.
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
           MOVE 2 TO WS-LINEAS-PAGINA.
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
           MOVE "CFCTRRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LEIDOS TO CF-RUN-LEIDOS.
           MOVE WS-NUM-CUENTAS TO CF-RUN-ACEPTADOS.
           COMPUTE CF-RUN-RECHAZADOS = WS-REPORTADAS + WS-FRACCIONADAS.
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

       END PROGRAM CFCTRRPT.
