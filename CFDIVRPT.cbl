      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Posicion en moneda extranjera y revaluacion para
      *          tesoreria.  Desde la captura multimoneda la bitacora
      *          guarda, en cada ajuste capturado en otra moneda, el
      *          codigo (CF-LOG-MONEDA) y el importe original
      *          (CF-LOG-IMPORTE-ORIG) junto al importe base con que
      *          se contabilizo (CF-LOG-RESULTADO).  Este paso lee los
      *          'AJ' y sus reversos 'RV' de las generaciones del mes
      *          (CFTRLOG.<fecha>, del dia primero a la fecha de
      *          negocio) y por moneda imprime (CFDIVPRT):
      *            1. la posicion del dia: neto en moneda original,
      *               base contabilizada, valor a la tasa de CFCURR01
      *               vigente en la fecha de negocio y la ganancia o
      *               perdida no realizada (valor menos base);
      *            2. la misma posicion acumulada en el mes.
      *          Una moneda cuya tasa esta vencida, aun no vigente o
      *          no existe en CFCURR01 no se valua: sale senalada y
      *          fuera de los totales valuados (RC=4).  Los renglones
      *          de calculadora ('CF') no son posicion y no se
      *          cuentan; un reverso resta el importe original del
      *          ajuste que revierte.
      * Tectonics: cobc -x -std=ibm CFDIVRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-CUR-FILE ASSIGN TO "CFCURR01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUR-CODIGO
               FILE STATUS IS WS-FS-CUR.

           SELECT CF-PRT-FILE ASSIGN TO "CFDIVPRT"
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

       FD  CF-CUR-FILE.
           COPY CFCURREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-CUR                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-FECHA-GEN                 PIC 9(08).
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".
       77  SW-ES-HOY                    PIC X(01) VALUE "N".
           88  ES-HOY                            VALUE "S".
       77  SW-MONEDAS-ABIERTAS          PIC X(01) VALUE "N".
           88  MONEDAS-ABIERTAS                  VALUE "S".

      *----------------------------------------------------------------
      *    RECORRIDO DE LAS GENERACIONES DEL MES.
      *----------------------------------------------------------------
       77  WS-DIA-HOY                   PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-DESDE                 PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA                       PIC 9(08) VALUE ZERO COMP.
       77  WS-GENERACIONES              PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    POSICION POR MONEDA (HASTA 50 MONEDAS, EN ORDEN DE CODIGO).
      *    ESTADO DE LA TASA: V = VALUADA, X = VENCIDA, N = AUN NO
      *    VIGENTE, D = CODIGO DESCONOCIDO, T = TABLA NO DISPONIBLE,
      *    O = EL VALOR DESBORDA.
      *----------------------------------------------------------------
       77  WS-MAX-MONEDAS               PIC 9(04) VALUE 50 COMP.
       77  WS-NUM-MONEDAS               PIC 9(04) VALUE ZERO COMP.
       77  WS-MON                       PIC 9(04) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(04) VALUE ZERO COMP.
       77  WS-POS                       PIC 9(04) VALUE ZERO COMP.
       77  WS-MUEVE                     PIC 9(04) VALUE ZERO COMP.
       01  WS-MON-BUSCADA               PIC X(03).
       01  WS-TABLA-MONEDAS.
           05  WS-MONT-ENTRADA OCCURS 50 TIMES.
               10  WS-MONT-CODIGO       PIC X(03).
               10  WS-MONT-DESC         PIC X(20).
               10  WS-MONT-TASA         PIC 9(03)V9(04).
               10  WS-MONT-VIG-DESDE    PIC 9(08).
               10  WS-MONT-VIG-HASTA    PIC 9(08).
               10  WS-MONT-ESTADO       PIC X(01).
                   88  WS-MONT-VALUADA           VALUE "V".
               10  WS-MONT-DIA-MOVS     PIC 9(05).
               10  WS-MONT-DIA-ORIG     PIC S9(11)V99.
               10  WS-MONT-DIA-BASE     PIC S9(11)V99.
               10  WS-MONT-DIA-VALOR    PIC S9(11)V99.
               10  WS-MONT-MES-MOVS     PIC 9(05).
               10  WS-MONT-MES-ORIG     PIC S9(11)V99.
               10  WS-MONT-MES-BASE     PIC S9(11)V99.
               10  WS-MONT-MES-VALOR    PIC S9(11)V99.

       77  WS-IMPORTE-ORIG              PIC S9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    TOTALES DE UNA SECCION (SOLO LAS MONEDAS VALUADAS SUMAN
      *    VALOR Y GANANCIA/PERDIDA).
      *----------------------------------------------------------------
       77  WS-SEC-MONEDAS               PIC 9(04) VALUE ZERO COMP.
       77  WS-SEC-SIN-VALUAR            PIC 9(04) VALUE ZERO COMP.
       77  WS-SEC-BASE-VALUADA          PIC S9(11)V99 VALUE ZERO.
       77  WS-SEC-VALOR                 PIC S9(11)V99 VALUE ZERO.
       77  WS-SEC-BASE-SIN-VALUAR       PIC S9(11)V99 VALUE ZERO.
       77  WS-SEC-GANANCIA              PIC S9(11)V99 VALUE ZERO.

       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-MOVIMIENTOS               PIC 9(08) VALUE ZERO COMP.
       77  WS-SIN-VALUAR                PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFDIVRPT".
           05  FILLER                   PIC X(50) VALUE
               "POSICION EN MONEDA EXTRANJERA Y REVALUACION".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-DET-MONEDA.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-MON-CODIGO           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-MON-DESC             PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-MOVS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-ORIG             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-BASE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-TASA             PIC ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-VALOR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-MON-GANANCIA         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-MON-OBS              PIC X(16).
       01  PRT-DET-MONEDA-R REDEFINES PRT-DET-MONEDA.
           05  FILLER                   PIC X(77).
           05  PRT-MON-SIN-VALOR        PIC X(37).
           05  FILLER                   PIC X(18).

       01  PRT-DET-TOTAL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-TOT-ETIQUETA         PIC X(27).
           05  PRT-TOT-MONEDAS          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  PRT-TOT-BASE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  PRT-TOT-VALOR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-TOT-GANANCIA         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-MES THRU 2000-EXIT.
           PERFORM 3000-VALUAR-MONEDA THRU 3000-EXIT
               VARYING WS-MON FROM 1 BY 1
               UNTIL WS-MON > WS-NUM-MONEDAS.
           PERFORM 4000-REPORTAR-DIA THRU 4000-EXIT.
           PERFORM 5000-REPORTAR-MES THRU 5000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "POSICION EN MONEDA EXTRANJERA Y REVALUACION".
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
           MOVE WS-FECHA TO WS-FECHA-DESDE.
           MOVE "01" TO WS-FECHA-DESDE (7:2).
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           OPEN INPUT CF-CUR-FILE.
           IF WS-FS-CUR = "00"
               MOVE "S" TO SW-MONEDAS-ABIERTAS
           ELSE
               DISPLAY "AVISO: TABLA DE MONEDAS (CFCURR01) NO "
                   "DISPONIBLE. FILE STATUS=" WS-FS-CUR
                   ". NINGUNA MONEDA SE VALUA."
           END-IF.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFDIVPRT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
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
      *    2000-RECORRER-MES -- UNA PASADA POR CADA GENERACION DEL MES,
      *    DEL DIA PRIMERO A LA FECHA DE NEGOCIO; LOS DIAS SIN
      *    BITACORA (FINES DE SEMANA, FERIADOS) SE SALTAN.  SOLO LA
      *    GENERACION DE LA FECHA ALIMENTA LA POSICION DEL DIA.
      ******************************************************************
       2000-RECORRER-MES.
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

      ******************************************************************
      *    2200-LEER-MOVIMIENTO -- SOLO AJUSTES DE CUENTA ('AJ') Y SUS
      *    REVERSOS ('RV' CON CUENTA) CAPTURADOS EN OTRA MONEDA.  EL
      *    REVERSO CONSERVA EL IMPORTE ORIGINAL DEL AJUSTE CON SU
      *    SIGNO, ASI QUE AQUI SE NIEGA; SU RESULTADO YA VIENE NEGADO.
      ******************************************************************
       2200-LEER-MOVIMIENTO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-LOG-TIPO-AJUSTE AND NOT CF-LOG-TIPO-REVERSO
               GO TO 2200-EXIT.
           IF CF-LOG-CUENTA = SPACES OR CF-LOG-MONEDA = SPACES
               GO TO 2200-EXIT.
           IF CF-LOG-TIPO-REVERSO
               COMPUTE WS-IMPORTE-ORIG = ZERO - CF-LOG-IMPORTE-ORIG
           ELSE
               MOVE CF-LOG-IMPORTE-ORIG TO WS-IMPORTE-ORIG
           END-IF.
           MOVE CF-LOG-MONEDA TO WS-MON-BUSCADA.
           PERFORM 2800-LOCALIZAR-MONEDA THRU 2800-EXIT.
           IF WS-MON = ZERO
               GO TO 2200-EXIT.
           ADD 1 TO WS-MOVIMIENTOS.
           ADD 1 TO WS-MONT-MES-MOVS (WS-MON).
           ADD WS-IMPORTE-ORIG TO WS-MONT-MES-ORIG (WS-MON).
           ADD CF-LOG-RESULTADO TO WS-MONT-MES-BASE (WS-MON).
           IF ES-HOY
               ADD 1 TO WS-MONT-DIA-MOVS (WS-MON)
               ADD WS-IMPORTE-ORIG TO WS-MONT-DIA-ORIG (WS-MON)
               ADD CF-LOG-RESULTADO TO WS-MONT-DIA-BASE (WS-MON)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2800-LOCALIZAR-MONEDA -- DEJA EN WS-MON LA ENTRADA DE
      *    WS-MON-BUSCADA; SI NO EXISTE LA INSERTA EN SU LUGAR POR
      *    CODIGO.  CON LA TABLA LLENA DEVUELVE CERO.
      ******************************************************************
       2800-LOCALIZAR-MONEDA.
           MOVE ZERO TO WS-MON.
           MOVE ZERO TO WS-POS.
           IF WS-NUM-MONEDAS > ZERO
               PERFORM 2850-COMPARAR-MONEDA THRU 2850-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-NUM-MONEDAS
                       OR WS-MON > ZERO
                       OR WS-POS > ZERO
           END-IF.
           IF WS-MON > ZERO
               GO TO 2800-EXIT.
           IF WS-NUM-MONEDAS >= WS-MAX-MONEDAS
               IF NOT TABLA-LLENA
                   DISPLAY "AVISO: MAS DE " WS-MAX-MONEDAS
                       " MONEDAS; EL EXCEDENTE NO SE REPORTA."
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
               GO TO 2800-EXIT.
           IF WS-POS = ZERO
               COMPUTE WS-POS = WS-NUM-MONEDAS + 1
           ELSE
               PERFORM 2870-DESPLAZAR-MONEDA THRU 2870-EXIT
                   VARYING WS-MUEVE FROM WS-NUM-MONEDAS BY -1
                   UNTIL WS-MUEVE < WS-POS
           END-IF.
           ADD 1 TO WS-NUM-MONEDAS.
           INITIALIZE WS-MONT-ENTRADA (WS-POS).
           MOVE WS-MON-BUSCADA TO WS-MONT-CODIGO (WS-POS).
           MOVE WS-POS TO WS-MON.
       2800-EXIT.
           EXIT.

       2850-COMPARAR-MONEDA.
           IF WS-MONT-CODIGO (WS-BUSCA) = WS-MON-BUSCADA
               MOVE WS-BUSCA TO WS-MON
           ELSE
               IF WS-MONT-CODIGO (WS-BUSCA) > WS-MON-BUSCADA
                   MOVE WS-BUSCA TO WS-POS
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

       2870-DESPLAZAR-MONEDA.
           MOVE WS-MONT-ENTRADA (WS-MUEVE)
               TO WS-MONT-ENTRADA (WS-MUEVE + 1).
       2870-EXIT.
           EXIT.

      ******************************************************************
      *    3000-VALUAR-MONEDA -- RESUELVE LA TASA DE LA MONEDA EN
      *    CFCURR01 PARA LA FECHA DE NEGOCIO (MISMA REGLA DE VIGENCIA
      *    QUE LA CAPTURA) Y VALUA EL NETO ORIGINAL DEL DIA Y DEL MES.
      *    SIN TASA VIGENTE LA MONEDA QUEDA SENALADA Y SIN VALOR.
      ******************************************************************
       3000-VALUAR-MONEDA.
           MOVE "V" TO WS-MONT-ESTADO (WS-MON).
           IF NOT MONEDAS-ABIERTAS
               MOVE "T" TO WS-MONT-ESTADO (WS-MON)
               GO TO 3000-CONTAR.
           MOVE WS-MONT-CODIGO (WS-MON) TO CF-CUR-CODIGO.
           READ CF-CUR-FILE
               KEY IS CF-CUR-CODIGO
               INVALID KEY
                   MOVE "D" TO WS-MONT-ESTADO (WS-MON)
                   GO TO 3000-CONTAR
           END-READ.
           MOVE CF-CUR-DESC TO WS-MONT-DESC (WS-MON).
           MOVE CF-CUR-TASA TO WS-MONT-TASA (WS-MON).
           MOVE CF-CUR-VIG-DESDE TO WS-MONT-VIG-DESDE (WS-MON).
           MOVE CF-CUR-VIG-HASTA TO WS-MONT-VIG-HASTA (WS-MON).
           IF WS-FECHA > CF-CUR-VIG-HASTA
               MOVE "X" TO WS-MONT-ESTADO (WS-MON)
               GO TO 3000-CONTAR.
           IF WS-FECHA < CF-CUR-VIG-DESDE
               MOVE "N" TO WS-MONT-ESTADO (WS-MON)
               GO TO 3000-CONTAR.
           COMPUTE WS-MONT-DIA-VALOR (WS-MON) ROUNDED =
               WS-MONT-DIA-ORIG (WS-MON) * CF-CUR-TASA
               ON SIZE ERROR
                   MOVE "O" TO WS-MONT-ESTADO (WS-MON)
                   GO TO 3000-CONTAR
           END-COMPUTE.
           COMPUTE WS-MONT-MES-VALOR (WS-MON) ROUNDED =
               WS-MONT-MES-ORIG (WS-MON) * CF-CUR-TASA
               ON SIZE ERROR
                   MOVE "O" TO WS-MONT-ESTADO (WS-MON)
           END-COMPUTE.
       3000-CONTAR.
           IF NOT WS-MONT-VALUADA (WS-MON)
               MOVE ZERO TO WS-MONT-DIA-VALOR (WS-MON)
                   WS-MONT-MES-VALOR (WS-MON)
               ADD 1 TO WS-SIN-VALUAR
               DISPLAY "AVISO: MONEDA " WS-MONT-CODIGO (WS-MON)
                   " SIN TASA VIGENTE; NO SE VALUA."
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REPORTAR-DIA -- SECCION 1: POSICION DE LA FECHA DE
      *    NEGOCIO, SOLO MONEDAS CON MOVIMIENTO EN EL DIA
      ******************************************************************
       4000-REPORTAR-DIA.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "SECCION 1 - POSICION DEL DIA " WS-FECHA
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 7200-ENCABEZAR-COLUMNAS THRU 7200-EXIT.
           PERFORM 7300-LIMPIAR-TOTALES THRU 7300-EXIT.
           PERFORM 4100-IMPRIMIR-DIA THRU 4100-EXIT
               VARYING WS-MON FROM 1 BY 1
               UNTIL WS-MON > WS-NUM-MONEDAS.
           IF WS-SEC-MONEDAS = ZERO
               MOVE "  (SIN MOVIMIENTO EN MONEDA EXTRANJERA EN EL DIA)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           ELSE
               PERFORM 7400-IMPRIMIR-TOTALES THRU 7400-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-DIA.
           IF WS-MONT-DIA-MOVS (WS-MON) = ZERO
               GO TO 4100-EXIT.
           MOVE WS-MONT-DIA-MOVS (WS-MON) TO PRT-MON-MOVS.
           MOVE WS-MONT-DIA-ORIG (WS-MON) TO PRT-MON-ORIG.
           MOVE WS-MONT-DIA-BASE (WS-MON) TO PRT-MON-BASE.
           IF WS-MONT-VALUADA (WS-MON)
               MOVE WS-MONT-DIA-VALOR (WS-MON) TO PRT-MON-VALOR
               COMPUTE PRT-MON-GANANCIA = WS-MONT-DIA-VALOR (WS-MON)
                   - WS-MONT-DIA-BASE (WS-MON)
               ADD WS-MONT-DIA-BASE (WS-MON) TO WS-SEC-BASE-VALUADA
               ADD WS-MONT-DIA-VALOR (WS-MON) TO WS-SEC-VALOR
           ELSE
               ADD WS-MONT-DIA-BASE (WS-MON) TO WS-SEC-BASE-SIN-VALUAR
           END-IF.
           PERFORM 7500-IMPRIMIR-MONEDA THRU 7500-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REPORTAR-MES -- SECCION 2: ACUMULADO DEL MES SOBRE LAS
      *    GENERACIONES DEL DIA PRIMERO A LA FECHA DE NEGOCIO, VALUADO
      *    A LA TASA VIGENTE EN LA FECHA DE NEGOCIO
      ******************************************************************
       5000-REPORTAR-MES.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "SECCION 2 - ACUMULADO DEL MES (" WS-FECHA-DESDE
               " A " WS-FECHA ")" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-GENERACIONES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  GENERACIONES DE BITACORA LEIDAS EN EL MES: "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 7200-ENCABEZAR-COLUMNAS THRU 7200-EXIT.
           PERFORM 7300-LIMPIAR-TOTALES THRU 7300-EXIT.
           PERFORM 5100-IMPRIMIR-MES THRU 5100-EXIT
               VARYING WS-MON FROM 1 BY 1
               UNTIL WS-MON > WS-NUM-MONEDAS.
           IF WS-SEC-MONEDAS = ZERO
               MOVE "  (SIN MOVIMIENTO EN MONEDA EXTRANJERA EN EL MES)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           ELSE
               PERFORM 7400-IMPRIMIR-TOTALES THRU 7400-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-MES.
           MOVE WS-MONT-MES-MOVS (WS-MON) TO PRT-MON-MOVS.
           MOVE WS-MONT-MES-ORIG (WS-MON) TO PRT-MON-ORIG.
           MOVE WS-MONT-MES-BASE (WS-MON) TO PRT-MON-BASE.
           IF WS-MONT-VALUADA (WS-MON)
               MOVE WS-MONT-MES-VALOR (WS-MON) TO PRT-MON-VALOR
               COMPUTE PRT-MON-GANANCIA = WS-MONT-MES-VALOR (WS-MON)
                   - WS-MONT-MES-BASE (WS-MON)
               ADD WS-MONT-MES-BASE (WS-MON) TO WS-SEC-BASE-VALUADA
               ADD WS-MONT-MES-VALOR (WS-MON) TO WS-SEC-VALOR
           ELSE
               ADD WS-MONT-MES-BASE (WS-MON) TO WS-SEC-BASE-SIN-VALUAR
           END-IF.
           PERFORM 7500-IMPRIMIR-MONEDA THRU 7500-EXIT.
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
           MOVE WS-NUM-MONEDAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "MONEDAS CON MOVIMIENTO EN EL MES: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-SIN-VALUAR TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "MONEDAS SIN TASA VIGENTE:         " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF NOT MONEDAS-ABIERTAS
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: LA TABLA DE MONEDAS (CFCURR01) NO ESTUVO "
                   "DISPONIBLE; NADA SE VALUO." DELIMITED SIZE
                   INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           IF TABLA-LLENA
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: UNA TABLA INTERNA SE LLENO; EL REPORTE "
                   "ESTA INCOMPLETO." DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           IF MONEDAS-ABIERTAS
               CLOSE CF-CUR-FILE.
           DISPLAY "POSICION EN MONEDA EXTRANJERA TERMINADA. MONEDAS="
               WS-NUM-MONEDAS " SIN TASA=" WS-SIN-VALUAR.
           IF WS-SIN-VALUAR > ZERO OR TABLA-LLENA
               OR NOT MONEDAS-ABIERTAS
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

       7200-ENCABEZAR-COLUMNAS.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  MON  DESCRIPCION      MOVS.      NETO ORIGINAL "
               "BASE CONTABILIZADA     TASA    VALOR A LA TASA   "
               "GANANCIA/PERDIDA  OBSERVACION" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

       7300-LIMPIAR-TOTALES.
           MOVE ZERO TO WS-SEC-MONEDAS WS-SEC-SIN-VALUAR
               WS-SEC-BASE-VALUADA WS-SEC-VALOR WS-SEC-BASE-SIN-VALUAR
               WS-SEC-GANANCIA.
       7300-EXIT.
           EXIT.

      ******************************************************************
      *    7400-IMPRIMIR-TOTALES -- TOTALES DE LA SECCION: LAS MONEDAS
      *    VALUADAS CON SU VALOR Y GANANCIA/PERDIDA, Y APARTE LA BASE
      *    CONTABILIZADA DE LAS QUE NO SE PUDIERON VALUAR
      ******************************************************************
       7400-IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           COMPUTE WS-SEC-GANANCIA = WS-SEC-VALOR - WS-SEC-BASE-VALUADA.
           MOVE "TOTAL MONEDAS VALUADAS:" TO PRT-TOT-ETIQUETA.
           COMPUTE PRT-TOT-MONEDAS = WS-SEC-MONEDAS - WS-SEC-SIN-VALUAR.
           MOVE WS-SEC-BASE-VALUADA TO PRT-TOT-BASE.
           MOVE WS-SEC-VALOR TO PRT-TOT-VALOR.
           MOVE WS-SEC-GANANCIA TO PRT-TOT-GANANCIA.
           MOVE PRT-DET-TOTAL TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-SEC-SIN-VALUAR = ZERO
               GO TO 7400-EXIT.
           MOVE "TOTAL MONEDAS SIN VALUAR:" TO PRT-TOT-ETIQUETA.
           MOVE WS-SEC-SIN-VALUAR TO PRT-TOT-MONEDAS.
           MOVE WS-SEC-BASE-SIN-VALUAR TO PRT-TOT-BASE.
           MOVE PRT-DET-TOTAL TO WS-PRT-LINEA.
           MOVE SPACES TO WS-PRT-LINEA (78:).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7400-EXIT.
           EXIT.

      ******************************************************************
      *    7500-IMPRIMIR-MONEDA -- RENGLON DE UNA MONEDA; LAS QUE NO SE
      *    VALUAN LLEVAN LA OBSERVACION EN LUGAR DE VALOR Y GANANCIA
      ******************************************************************
       7500-IMPRIMIR-MONEDA.
           ADD 1 TO WS-SEC-MONEDAS.
           MOVE WS-MONT-CODIGO (WS-MON) TO PRT-MON-CODIGO.
           MOVE WS-MONT-DESC (WS-MON) TO PRT-MON-DESC.
           MOVE WS-MONT-TASA (WS-MON) TO PRT-MON-TASA.
           MOVE SPACES TO PRT-MON-OBS.
           EVALUATE WS-MONT-ESTADO (WS-MON)
               WHEN "X"
                   STRING "VENCIO " WS-MONT-VIG-HASTA (WS-MON)
                       DELIMITED SIZE INTO PRT-MON-OBS
               WHEN "N"
                   STRING "VIGE DESDE " WS-MONT-VIG-DESDE (WS-MON)
                       DELIMITED SIZE INTO PRT-MON-OBS
               WHEN "D"
                   MOVE "SIN TASA" TO PRT-MON-OBS
               WHEN "T"
                   MOVE "SIN TABLA" TO PRT-MON-OBS
               WHEN "O"
                   MOVE "DESBORDAMIENTO" TO PRT-MON-OBS
           END-EVALUATE.
           IF NOT WS-MONT-VALUADA (WS-MON)
               ADD 1 TO WS-SEC-SIN-VALUAR
               MOVE "*** NO VALUADA ***" TO PRT-MON-SIN-VALOR
           END-IF.
           MOVE PRT-DET-MONEDA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7500-EXIT.
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
           MOVE "CFDIVRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LEIDOS TO CF-RUN-LEIDOS.
           MOVE WS-MOVIMIENTOS TO CF-RUN-ACEPTADOS.
           MOVE WS-SIN-VALUAR TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFDIVRPT.
