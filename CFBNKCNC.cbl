      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Conciliacion bancaria del maestro de saldos.  Las
      *          cuentas de CFBALMST que reflejan una cuenta real en
      *          el banco (CFBNKPRM, con su ventana de tolerancia en
      *          dias) se concilian cada dia contra el extracto del
      *          banco (CFBNKSTM, ancho fijo, formato CFBNKREC):
      *            - cada linea del extracto se cruza con un
      *              movimiento del historial (CFBALHST) de la misma
      *              cuenta por referencia (CF-HST-REF) e importe, y
      *              si no, por importe con la fecha dentro de la
      *              ventana de tolerancia;
      *            - lo que no cruza queda como partida solo en banco
      *              o solo en libros y se arrastra (CFBNKPND) a la
      *              corrida del dia siguiente hasta que cruce;
      *            - el archivo de conciliacion del dia
      *              (CFBNKCNC.<fecha>, formato CFCNCREC) guarda las
      *              partidas cruzadas, las pendientes y el saldo de
      *              banco de cada cuenta.
      *          El reporte (CFBNKRPR, 132 columnas, una pagina por
      *          cuenta) lista lo cruzado, envejece lo pendiente y
      *          prueba que el saldo del banco ajustado por las
      *          partidas pendientes es igual al CF-BAL-SALDO.
      *          Termina con codigo de aviso (4) si queda algo sin
      *          cruzar, una linea rechazada o una cuenta que no
      *          cuadra.  Si una tabla interna se llena termina con
      *          codigo 8 sin reescribir el arrastre.
      * Tectonics: cobc -x -std=ibm CFBNKCNC.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LOS LIBROS TOMAN LOS MOVIMIENTOS POSTERIORES
      *                     A LA ULTIMA CONCILIACION DE CADA CUENTA
      *                     (REGISTRO 'S' DE CFBNKPND) HASTA LA FECHA
      *                     DE NEGOCIO, NO SOLO LOS DEL DIA.  PARM
      *                     FECHA= PARA REPETIR UNA FECHA.  SI UNA
      *                     TABLA SE LLENA SE TERMINA CON CODIGO 8
      *                     ANTES DE TOCAR CFBNKPND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBNKCNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-PRM-FILE ASSIGN TO "CFBNKPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-BNK-FILE ASSIGN TO "CFBNKSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BNK.

           SELECT CF-PND-FILE ASSIGN TO "CFBNKPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PND.

           SELECT CF-CNC-FILE ASSIGN DYNAMIC WS-CNC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNC.

           SELECT CF-HST-FILE ASSIGN TO "CFBALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-PRT-FILE ASSIGN TO "CFBNKRPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

      *----------------------------------------------------------------
      *    CUENTAS CONCILIADAS: UNA LINEA POR CUENTA DEL MAESTRO QUE
      *    REFLEJA UNA CUENTA DE BANCO, CON LA VENTANA DE TOLERANCIA
      *    EN DIAS PARA EL CRUCE POR IMPORTE (EN BLANCO = 3).
      *----------------------------------------------------------------
       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-CUENTA            PIC X(08).
           05  CF-PRM-TOLERANCIA-TXT    PIC X(02).

       FD  CF-BNK-FILE.
           COPY CFBNKREC.

       FD  CF-PND-FILE.
       01  CF-PND-RECORD                PIC X(75).

       FD  CF-CNC-FILE.
           COPY CFCNCREC.

       FD  CF-HST-FILE.
           COPY CFHSTREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-BNK                    PIC X(02) VALUE "00".
       77  WS-FS-PND                    PIC X(02) VALUE "00".
       77  WS-FS-CNC                    PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-CNC-FILENAME              PIC X(20).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ENCONTRADO                PIC X(01) VALUE "N".
           88  ENCONTRADO                        VALUE "S".
       77  SW-LINEA-VALIDA              PIC X(01) VALUE "S".
           88  LINEA-VALIDA                      VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".
       77  SW-MAESTRO-ABIERTO           PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO                   VALUE "S".
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.
       01  WS-MOTIVO                    PIC X(40).

      *----------------------------------------------------------------
      *    CUENTAS CONCILIADAS (CFBNKPRM), HASTA 50, CON EL ULTIMO
      *    SALDO CONOCIDO DEL BANCO, LA FECHA DE LA ULTIMA CONCILIACION
      *    (CERO = NUNCA CONCILIADA) Y LOS ACUMULADOS DE LA PRUEBA.
      *----------------------------------------------------------------
       77  WS-MAX-CUENTAS               PIC 9(04) VALUE 50 COMP.
       77  WS-NUM-CUENTAS               PIC 9(04) VALUE ZERO COMP.
       77  WS-CTA                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-CUENTAS.
           05  WS-CTA-ENTRADA OCCURS 50 TIMES.
               10  WS-CTA-CUENTA        PIC X(08).
               10  WS-CTA-TOLERANCIA    PIC 9(03).
               10  WS-CTA-HAY-SALDO     PIC X(01).
               10  WS-CTA-SALDO-BANCO   PIC S9(7)V99.
               10  WS-CTA-FECHA-BANCO   PIC 9(08).
               10  WS-CTA-ULTIMA-CONC   PIC 9(08).
               10  WS-CTA-LINEAS        PIC 9(06).
               10  WS-CTA-SOLO-BANCO    PIC S9(9)V99.
               10  WS-CTA-SOLO-LIBROS   PIC S9(9)V99.

      *----------------------------------------------------------------
      *    PARTIDAS DEL BANCO (ARRASTRADAS MAS LAS DEL EXTRACTO DE
      *    HOY, HASTA 1000) Y DE LIBROS (ARRASTRADAS MAS LOS
      *    MOVIMIENTOS DE CFBALHST DESDE LA ULTIMA CONCILIACION, HASTA
      *    2000).  PAREJA ES EL RENGLON CRUZADO EN LA OTRA TABLA (CERO
      *    = PENDIENTE).  SI UNA TABLA SE LLENA NO SE GRABA NADA.
      *----------------------------------------------------------------
       77  WS-MAX-BANCO                 PIC 9(04) VALUE 1000 COMP.
       77  WS-NUM-BANCO                 PIC 9(04) VALUE ZERO COMP.
       77  WS-BCO                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-BANCO.
           05  WS-BCO-ENTRADA OCCURS 1000 TIMES.
               10  WS-BCO-CUENTA        PIC X(08).
               10  WS-BCO-FECHA         PIC 9(08).
               10  WS-BCO-REF           PIC X(12).
               10  WS-BCO-IMPORTE       PIC S9(7)V99.
               10  WS-BCO-FECHA-ALTA    PIC 9(08).
               10  WS-BCO-CRUCE         PIC X(01).
               10  WS-BCO-PAREJA        PIC 9(04) COMP.

       77  WS-MAX-LIBROS                PIC 9(04) VALUE 2000 COMP.
       77  WS-NUM-LIBROS                PIC 9(04) VALUE ZERO COMP.
       77  WS-LIB                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-LIBROS.
           05  WS-LIB-ENTRADA OCCURS 2000 TIMES.
               10  WS-LIB-CUENTA        PIC X(08).
               10  WS-LIB-FECHA         PIC 9(08).
               10  WS-LIB-REF           PIC X(12).
               10  WS-LIB-IMPORTE       PIC S9(7)V99.
               10  WS-LIB-FECHA-ALTA    PIC 9(08).
               10  WS-LIB-PAREJA        PIC 9(04) COMP.

      *----------------------------------------------------------------
      *    DATOS DE TRABAJO DE LA CARGA Y EL CRUCE.
      *----------------------------------------------------------------
       01  WS-CUENTA                    PIC X(08).
       77  WS-IMPORTE                   PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO                     PIC S9(7)V99 VALUE ZERO.
       01  WS-FECHA-VALOR               PIC 9(08) VALUE ZERO.
       01  WS-FECHA-VALOR-X REDEFINES WS-FECHA-VALOR.
           05  WS-FV-ANIO               PIC 9(04).
           05  WS-FV-MES                PIC 9(02).
           05  WS-FV-DIA                PIC 9(02).
       77  WS-DIAS                      PIC S9(06) VALUE ZERO.
       77  WS-DIA-FECHA                 PIC 9(08) VALUE ZERO COMP.
       77  WS-ADJ-DELTA                 PIC S9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ANTIGUEDAD DE LAS PARTIDAS PENDIENTES (DIAS DESDE LA FECHA
      *    DE LA PARTIDA A LA FECHA DE NEGOCIO): 0-3 / 4-7 / 8-30 /
      *    MAS DE 30.
      *----------------------------------------------------------------
       01  WS-TABLA-TRAMOS.
           05  WS-TRAMO-ENTRADA OCCURS 4 TIMES.
               10  WS-TRA-PARTIDAS      PIC 9(06).
               10  WS-TRA-IMPORTE       PIC S9(9)V99.
       77  WS-TRAMO                     PIC 9(01) VALUE ZERO.
       01  WS-TRAMO-NOMBRES.
           05  FILLER                   PIC X(12) VALUE "0-3 DIAS".
           05  FILLER                   PIC X(12) VALUE "4-7 DIAS".
           05  FILLER                   PIC X(12) VALUE "8-30 DIAS".
           05  FILLER                   PIC X(12) VALUE "MAS DE 30".
       01  WS-TRAMO-NOMBRE-TABLA REDEFINES WS-TRAMO-NOMBRES.
           05  WS-TRAMO-NOMBRE          PIC X(12) OCCURS 4 TIMES.

      *----------------------------------------------------------------
      *    CONTADORES DE LA CORRIDA.
      *----------------------------------------------------------------
       77  WS-LINEAS-LEIDAS             PIC 9(08) VALUE ZERO COMP.
       77  WS-LINEAS-RECHAZADAS         PIC 9(08) VALUE ZERO COMP.
       77  WS-MOVS-LIBROS               PIC 9(08) VALUE ZERO COMP.
       77  WS-CRUCES-REF                PIC 9(08) VALUE ZERO COMP.
       77  WS-CRUCES-IMPORTE            PIC 9(08) VALUE ZERO COMP.
       77  WS-PEND-BANCO                PIC 9(08) VALUE ZERO COMP.
       77  WS-PEND-LIBROS               PIC 9(08) VALUE ZERO COMP.
       77  WS-CUENTAS-DESCUADRADAS      PIC 9(04) VALUE ZERO COMP.
       77  WS-CTA-CRUCES                PIC 9(06) VALUE ZERO COMP.
       77  WS-CTA-PENDIENTES            PIC 9(06) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFBNKCNC".
           05  FILLER                   PIC X(50) VALUE
               "CONCILIACION BANCARIA DEL MAESTRO DE SALDOS".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-DET-CRUCE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-CRU-FECHA-BCO        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-CRU-REF-BCO          PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-CRU-IMPORTE          PIC -9999999.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-CRU-FECHA-LIB        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-CRU-REF-LIB          PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-CRU-CRUCE            PIC X(20).
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  PRT-DET-PENDIENTE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-LADO             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-FECHA            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-REF              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-IMPORTE          PIC -9999999.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-PEN-DIAS             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-TRAMO            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PEN-ALTA             PIC 9(08).
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  PRT-DET-PRUEBA.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PRU-CONCEPTO         PIC X(40).
           05  PRT-PRU-IMPORTE          PIC -999999999.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-PRU-NOTA             PIC X(30).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  PRT-DET-RECHAZO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-REC-CUENTA           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-REC-FECHA            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-REC-REF              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-REC-IMPORTE          PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-REC-MOTIVO           PIC X(40).
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -999999999.99.
       77  WS-AJUSTADO                  PIC S9(9)V99 VALUE ZERO.
       77  WS-DIFERENCIA                PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARGAR-EXTRACTO THRU 2000-EXIT.
           PERFORM 3000-CARGAR-LIBROS THRU 3000-EXIT.
           IF TABLA-LLENA
               PERFORM 3900-CANCELAR-TABLA-LLENA THRU 3900-EXIT.
           PERFORM 4000-CONCILIAR THRU 4000-EXIT.
           PERFORM 5000-GRABAR-CONCILIACION THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-CUENTAS THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, CUENTAS CONCILIADAS Y PARTIDAS
      *    ARRASTRADAS DE LA CORRIDA ANTERIOR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "CONCILIACION BANCARIA DEL MAESTRO DE SALDOS".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               IF WS-ENTRADA-FECHA IS NOT NUMERIC
                   DISPLAY "FECHA= DEL PARM INVALIDA: "
                       WS-ENTRADA-FECHA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA) NOT = ZERO
                   DISPLAY "FECHA= DEL PARM INVALIDA: "
                       WS-ENTRADA-FECHA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           MOVE ZERO TO WS-TABLA-TRAMOS.
           PERFORM 1100-CARGAR-CUENTAS THRU 1100-EXIT.
           IF WS-NUM-CUENTAS = ZERO
               DISPLAY "NO HAY CUENTAS A CONCILIAR (CFBNKPRM VACIO O "
                   "AUSENTE). NADA QUE HACER."
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               STOP RUN.
           PERFORM 1200-CARGAR-ARRASTRE THRU 1200-EXIT.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFBNKRPR). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL).
      *    FECHA=AAAAMMDD CONCILIA ESA FECHA EN LUGAR DE LA DE NEGOCIO.
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
      *    1100-CARGAR-CUENTAS -- CUENTAS DE CFBNKPRM; UNA CUENTA QUE
      *    NO EXISTE EN EL MAESTRO SE AVISA Y NO SE CONCILIA
      ******************************************************************
       1100-CARGAR-CUENTAS.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               CLOSE CF-PRM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "S" TO SW-MAESTRO-ABIERTO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1150-LEER-CUENTA THRU 1150-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

       1150-LEER-CUENTA.
           READ CF-PRM-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1150-EXIT
           END-READ.
           IF CF-PRM-CUENTA = SPACES
               GO TO 1150-EXIT.
           MOVE CF-PRM-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               INVALID KEY
                   DISPLAY "AVISO: LA CUENTA " CF-PRM-CUENTA
                       " DE CFBNKPRM NO EXISTE EN EL MAESTRO; NO SE "
                       "CONCILIA."
                   GO TO 1150-EXIT
           END-READ.
           IF WS-NUM-CUENTAS >= WS-MAX-CUENTAS
               DISPLAY "AVISO: DEMASIADAS CUENTAS EN CFBNKPRM; SE "
                   "OMITE " CF-PRM-CUENTA
               GO TO 1150-EXIT.
           ADD 1 TO WS-NUM-CUENTAS.
           MOVE CF-PRM-CUENTA TO WS-CTA-CUENTA (WS-NUM-CUENTAS).
           MOVE 3 TO WS-CTA-TOLERANCIA (WS-NUM-CUENTAS).
           IF CF-PRM-TOLERANCIA-TXT IS NUMERIC
               MOVE CF-PRM-TOLERANCIA-TXT
                   TO WS-CTA-TOLERANCIA (WS-NUM-CUENTAS)
           END-IF.
           MOVE "N" TO WS-CTA-HAY-SALDO (WS-NUM-CUENTAS).
           MOVE ZERO TO WS-CTA-SALDO-BANCO (WS-NUM-CUENTAS)
               WS-CTA-FECHA-BANCO (WS-NUM-CUENTAS)
               WS-CTA-ULTIMA-CONC (WS-NUM-CUENTAS)
               WS-CTA-LINEAS (WS-NUM-CUENTAS)
               WS-CTA-SOLO-BANCO (WS-NUM-CUENTAS)
               WS-CTA-SOLO-LIBROS (WS-NUM-CUENTAS).
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CARGAR-ARRASTRE -- PARTIDAS PENDIENTES Y SALDOS DE
      *    BANCO DE LA CORRIDA ANTERIOR (CFBNKPND).  SI EL ARRASTRE YA
      *    FUE ESCRITO POR UNA CORRIDA DE ESTA FECHA SE TERMINA SIN
      *    TOCAR NADA: LOS MOVIMIENTOS DEL DIA YA ESTAN EN EL.  LA
      *    FECHA DE LA CORRIDA QUE ESCRIBIO CADA REGISTRO ES LA ULTIMA
      *    CONCILIACION DE SU CUENTA.  UN REGISTRO 'S' SIN FECHA VALOR
      *    SOLO GUARDA ESA FECHA (LA CUENTA AUN NO TIENE EXTRACTO).
      ******************************************************************
       1200-CARGAR-ARRASTRE.
           OPEN INPUT CF-PND-FILE.
           IF WS-FS-PND NOT = "00"
               GO TO 1200-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1250-LEER-ARRASTRE THRU 1250-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-PND-FILE.
       1200-EXIT.
           EXIT.

       1250-LEER-ARRASTRE.
           READ CF-PND-FILE INTO CF-CNC-RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1250-EXIT
           END-READ.
           IF CF-CNC-FECHA-CONC >= WS-FECHA
               DISPLAY "LA CONCILIACION DE LA FECHA " WS-FECHA
                   " YA FUE CORRIDA (CFBNKPND DEL " CF-CNC-FECHA-CONC
                   "). NO SE REPITE."
               CLOSE CF-PND-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE CF-CNC-CUENTA TO WS-CUENTA.
           PERFORM 7500-BUSCAR-CUENTA THRU 7500-EXIT.
           IF NOT ENCONTRADO
               GO TO 1250-EXIT.
           IF CF-CNC-FECHA-CONC > WS-CTA-ULTIMA-CONC (WS-CTA)
               MOVE CF-CNC-FECHA-CONC TO WS-CTA-ULTIMA-CONC (WS-CTA)
           END-IF.
           IF CF-CNC-SALDO-BANCO AND CF-CNC-FECHA = ZERO
               GO TO 1250-EXIT.
           IF CF-CNC-SALDO-BANCO
               MOVE "S" TO WS-CTA-HAY-SALDO (WS-CTA)
               MOVE CF-CNC-IMPORTE TO WS-CTA-SALDO-BANCO (WS-CTA)
               MOVE CF-CNC-FECHA TO WS-CTA-FECHA-BANCO (WS-CTA)
               GO TO 1250-EXIT.
           IF CF-CNC-SOLO-BANCO
               IF WS-NUM-BANCO >= WS-MAX-BANCO
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-NUM-BANCO
               MOVE CF-CNC-CUENTA TO WS-BCO-CUENTA (WS-NUM-BANCO)
               MOVE CF-CNC-FECHA TO WS-BCO-FECHA (WS-NUM-BANCO)
               MOVE CF-CNC-REF TO WS-BCO-REF (WS-NUM-BANCO)
               MOVE CF-CNC-IMPORTE TO WS-BCO-IMPORTE (WS-NUM-BANCO)
               MOVE CF-CNC-FECHA-ALTA
                   TO WS-BCO-FECHA-ALTA (WS-NUM-BANCO)
               MOVE SPACE TO WS-BCO-CRUCE (WS-NUM-BANCO)
               MOVE ZERO TO WS-BCO-PAREJA (WS-NUM-BANCO)
               GO TO 1250-EXIT.
           IF CF-CNC-SOLO-LIBROS
               IF WS-NUM-LIBROS >= WS-MAX-LIBROS
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-NUM-LIBROS
               MOVE CF-CNC-CUENTA TO WS-LIB-CUENTA (WS-NUM-LIBROS)
               MOVE CF-CNC-FECHA TO WS-LIB-FECHA (WS-NUM-LIBROS)
               MOVE CF-CNC-REF TO WS-LIB-REF (WS-NUM-LIBROS)
               MOVE CF-CNC-IMPORTE TO WS-LIB-IMPORTE (WS-NUM-LIBROS)
               MOVE CF-CNC-FECHA-ALTA
                   TO WS-LIB-FECHA-ALTA (WS-NUM-LIBROS)
               MOVE ZERO TO WS-LIB-PAREJA (WS-NUM-LIBROS)
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CARGAR-EXTRACTO -- LINEAS DEL EXTRACTO DEL BANCO.  UNA
      *    LINEA INVALIDA O DE UNA CUENTA NO CONCILIADA SE IMPRIME
      *    COMO RECHAZADA Y NO ENTRA AL CRUCE.  EL SALDO CORRIDO DE LA
      *    ULTIMA LINEA DE CADA CUENTA ES SU NUEVO SALDO DE BANCO.
      ******************************************************************
       2000-CARGAR-EXTRACTO.
           OPEN INPUT CF-BNK-FILE.
           IF WS-FS-BNK NOT = "00"
               DISPLAY "AVISO: NO LLEGO EXTRACTO DEL BANCO (CFBNKSTM). "
                   "SOLO SE ARRASTRAN LAS PARTIDAS Y LOS LIBROS."
               GO TO 2000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2100-LEER-LINEA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-BNK-FILE.
       2000-EXIT.
           EXIT.

       2100-LEER-LINEA.
           READ CF-BNK-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LINEAS-LEIDAS.
           PERFORM 2200-VALIDAR-LINEA THRU 2200-EXIT.
           IF NOT LINEA-VALIDA
               PERFORM 2300-RECHAZAR-LINEA THRU 2300-EXIT
               GO TO 2100-EXIT.
           IF WS-NUM-BANCO >= WS-MAX-BANCO
               MOVE "S" TO SW-TABLA-LLENA
               MOVE "TABLA DE PARTIDAS DEL BANCO LLENA" TO WS-MOTIVO
               PERFORM 2300-RECHAZAR-LINEA THRU 2300-EXIT
               GO TO 2100-EXIT.
           ADD 1 TO WS-NUM-BANCO.
           MOVE CF-BNK-CUENTA TO WS-BCO-CUENTA (WS-NUM-BANCO).
           MOVE WS-FECHA-VALOR TO WS-BCO-FECHA (WS-NUM-BANCO).
           MOVE CF-BNK-REF TO WS-BCO-REF (WS-NUM-BANCO).
           MOVE WS-IMPORTE TO WS-BCO-IMPORTE (WS-NUM-BANCO).
           MOVE WS-FECHA TO WS-BCO-FECHA-ALTA (WS-NUM-BANCO).
           MOVE SPACE TO WS-BCO-CRUCE (WS-NUM-BANCO).
           MOVE ZERO TO WS-BCO-PAREJA (WS-NUM-BANCO).
           MOVE "S" TO WS-CTA-HAY-SALDO (WS-CTA).
           MOVE WS-SALDO TO WS-CTA-SALDO-BANCO (WS-CTA).
           MOVE WS-FECHA-VALOR TO WS-CTA-FECHA-BANCO (WS-CTA).
           ADD 1 TO WS-CTA-LINEAS (WS-CTA).
       2100-EXIT.
           EXIT.

       2200-VALIDAR-LINEA.
           MOVE "S" TO SW-LINEA-VALIDA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE CF-BNK-CUENTA TO WS-CUENTA.
           PERFORM 7500-BUSCAR-CUENTA THRU 7500-EXIT.
           IF NOT ENCONTRADO
               MOVE "CUENTA NO CONCILIADA (CFBNKPRM)" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           IF CF-BNK-FECHA-VALOR IS NOT NUMERIC
               MOVE "FECHA VALOR NO NUMERICA" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           MOVE CF-BNK-FECHA-VALOR TO WS-FECHA-VALOR.
           IF WS-FV-MES < 1 OR WS-FV-MES > 12
               OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
               OR WS-FV-ANIO < 1900
               MOVE "FECHA VALOR INVALIDA" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           MOVE FUNCTION TEST-NUMVAL(CF-BNK-IMPORTE-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-BNK-IMPORTE-TXT = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-BNK-IMPORTE-TXT))
               > 9999999.99
               MOVE "IMPORTE FUERA DE RANGO" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(CF-BNK-IMPORTE-TXT).
           IF WS-IMPORTE = ZERO
               MOVE "IMPORTE EN CERO" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           MOVE FUNCTION TEST-NUMVAL(CF-BNK-SALDO-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-BNK-SALDO-TXT = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               MOVE "SALDO CORRIDO NO NUMERICO" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-BNK-SALDO-TXT))
               > 9999999.99
               MOVE "SALDO CORRIDO FUERA DE RANGO" TO WS-MOTIVO
               GO TO 2200-INVALIDA.
           COMPUTE WS-SALDO = FUNCTION NUMVAL(CF-BNK-SALDO-TXT).
           GO TO 2200-EXIT.
       2200-INVALIDA.
           MOVE "N" TO SW-LINEA-VALIDA.
       2200-EXIT.
           EXIT.

       2300-RECHAZAR-LINEA.
           ADD 1 TO WS-LINEAS-RECHAZADAS.
           IF WS-LINEAS-RECHAZADAS = 1
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
               MOVE SPACES TO WS-PRT-LINEA
               MOVE "LINEAS DEL EXTRACTO RECHAZADAS" TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "  CUENTA    FECHA VAL.  REFERENCIA    "
                   "IMPORTE       MOTIVO" DELIMITED SIZE
                   INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE CF-BNK-CUENTA TO PRT-REC-CUENTA.
           MOVE CF-BNK-FECHA-VALOR TO PRT-REC-FECHA.
           MOVE CF-BNK-REF TO PRT-REC-REF.
           MOVE CF-BNK-IMPORTE-TXT TO PRT-REC-IMPORTE.
           MOVE WS-MOTIVO TO PRT-REC-MOTIVO.
           MOVE PRT-DET-RECHAZO TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CARGAR-LIBROS -- MOVIMIENTOS DE CFBALHST DE LAS
      *    CUENTAS CONCILIADAS POSTERIORES A SU ULTIMA CONCILIACION Y
      *    HASTA LA FECHA DE NEGOCIO, PARA QUE UN DIA SIN CORRIDA NO
      *    QUEDE FUERA; UNA CUENTA NUNCA CONCILIADA TOMA SOLO LA
      *    FECHA DE NEGOCIO.  EL IMPORTE ES EL VALOR NUEVO MENOS EL
      *    ANTERIOR
      ******************************************************************
       3000-CARGAR-LIBROS.
           OPEN INPUT CF-HST-FILE.
           IF WS-FS-HST NOT = "00"
               GO TO 3000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3100-LEER-MOVIMIENTO THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-HST-FILE.
       3000-EXIT.
           EXIT.

       3100-LEER-MOVIMIENTO.
           READ CF-HST-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           IF CF-HST-FECHA > WS-FECHA
               GO TO 3100-EXIT.
           MOVE CF-HST-CUENTA TO WS-CUENTA.
           PERFORM 7500-BUSCAR-CUENTA THRU 7500-EXIT.
           IF NOT ENCONTRADO
               GO TO 3100-EXIT.
           IF WS-CTA-ULTIMA-CONC (WS-CTA) = ZERO
               IF CF-HST-FECHA NOT = WS-FECHA
                   GO TO 3100-EXIT
               END-IF
           ELSE
               IF CF-HST-FECHA NOT > WS-CTA-ULTIMA-CONC (WS-CTA)
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           COMPUTE WS-ADJ-DELTA = CF-HST-VALOR-NUEVO
               - CF-HST-VALOR-ANTERIOR.
           IF WS-ADJ-DELTA = ZERO
               GO TO 3100-EXIT.
           IF WS-NUM-LIBROS >= WS-MAX-LIBROS
               MOVE "S" TO SW-TABLA-LLENA
               GO TO 3100-EXIT.
           ADD 1 TO WS-MOVS-LIBROS.
           ADD 1 TO WS-NUM-LIBROS.
           MOVE CF-HST-CUENTA TO WS-LIB-CUENTA (WS-NUM-LIBROS).
           MOVE CF-HST-FECHA TO WS-LIB-FECHA (WS-NUM-LIBROS).
           MOVE CF-HST-REF TO WS-LIB-REF (WS-NUM-LIBROS).
           MOVE WS-ADJ-DELTA TO WS-LIB-IMPORTE (WS-NUM-LIBROS).
           MOVE WS-FECHA TO WS-LIB-FECHA-ALTA (WS-NUM-LIBROS).
           MOVE ZERO TO WS-LIB-PAREJA (WS-NUM-LIBROS).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3900-CANCELAR-TABLA-LLENA -- UNA PARTIDA ARRASTRADA, UNA
      *    LINEA DEL EXTRACTO O UN MOVIMIENTO DE LIBROS NO CUPO EN SU
      *    TABLA.  SE TERMINA CON CODIGO 8 SIN GRABAR CONCILIACION NI
      *    ARRASTRE: CFBNKPND QUEDA COMO LO DEJO LA CORRIDA ANTERIOR Y
      *    LA CORRIDA SE REPITE AL AMPLIAR LAS TABLAS.
      ******************************************************************
       3900-CANCELAR-TABLA-LLENA.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           STRING "*** CORRIDA CANCELADA: UNA TABLA INTERNA SE LLENO. "
               "NO SE GRABO LA CONCILIACION; CFBNKPND NO SE MODIFICO. "
               "***" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           DISPLAY "** CORRIDA CANCELADA: UNA TABLA INTERNA SE LLENO. "
               "NO SE GRABO LA CONCILIACION Y CFBNKPND QUEDA COMO "
               "ESTABA. **".
           MOVE 8 TO RETURN-CODE.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           STOP RUN.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CONCILIAR -- PRIMERA PASADA POR REFERENCIA (MISMA
      *    CUENTA, MISMA REFERENCIA Y MISMO IMPORTE); SEGUNDA PASADA
      *    POR IMPORTE CON LA FECHA DENTRO DE LA VENTANA DE LA CUENTA.
      *    UNA REFERENCIA IGUAL CON IMPORTE DISTINTO NO CRUZA: QUEDA
      *    A LA VISTA EN AMBOS LADOS.
      ******************************************************************
       4000-CONCILIAR.
           PERFORM 4100-CRUZAR-REFERENCIA THRU 4100-EXIT
               VARYING WS-BCO FROM 1 BY 1
               UNTIL WS-BCO > WS-NUM-BANCO.
           PERFORM 4200-CRUZAR-IMPORTE THRU 4200-EXIT
               VARYING WS-BCO FROM 1 BY 1
               UNTIL WS-BCO > WS-NUM-BANCO.
       4000-EXIT.
           EXIT.

       4100-CRUZAR-REFERENCIA.
           IF WS-BCO-PAREJA (WS-BCO) NOT = ZERO
               OR WS-BCO-REF (WS-BCO) = SPACES
               GO TO 4100-EXIT.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 4110-COMPARAR-REFERENCIA THRU 4110-EXIT
               VARYING WS-LIB FROM 1 BY 1
               UNTIL WS-LIB > WS-NUM-LIBROS OR ENCONTRADO.
       4100-EXIT.
           EXIT.

       4110-COMPARAR-REFERENCIA.
           IF WS-LIB-PAREJA (WS-LIB) NOT = ZERO
               OR WS-LIB-CUENTA (WS-LIB) NOT = WS-BCO-CUENTA (WS-BCO)
               OR WS-LIB-REF (WS-LIB) NOT = WS-BCO-REF (WS-BCO)
               OR WS-LIB-IMPORTE (WS-LIB) NOT = WS-BCO-IMPORTE (WS-BCO)
               GO TO 4110-EXIT.
           MOVE "S" TO SW-ENCONTRADO.
           MOVE WS-LIB TO WS-BCO-PAREJA (WS-BCO).
           MOVE WS-BCO TO WS-LIB-PAREJA (WS-LIB).
           MOVE "R" TO WS-BCO-CRUCE (WS-BCO).
           ADD 1 TO WS-CRUCES-REF.
       4110-EXIT.
           EXIT.

       4200-CRUZAR-IMPORTE.
           IF WS-BCO-PAREJA (WS-BCO) NOT = ZERO
               GO TO 4200-EXIT.
           MOVE WS-BCO-CUENTA (WS-BCO) TO WS-CUENTA.
           PERFORM 7500-BUSCAR-CUENTA THRU 7500-EXIT.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 4210-COMPARAR-IMPORTE THRU 4210-EXIT
               VARYING WS-LIB FROM 1 BY 1
               UNTIL WS-LIB > WS-NUM-LIBROS OR ENCONTRADO.
       4200-EXIT.
           EXIT.

       4210-COMPARAR-IMPORTE.
           IF WS-LIB-PAREJA (WS-LIB) NOT = ZERO
               OR WS-LIB-CUENTA (WS-LIB) NOT = WS-BCO-CUENTA (WS-BCO)
               OR WS-LIB-IMPORTE (WS-LIB) NOT = WS-BCO-IMPORTE (WS-BCO)
               GO TO 4210-EXIT.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-BCO-FECHA (WS-BCO))
               - FUNCTION INTEGER-OF-DATE(WS-LIB-FECHA (WS-LIB)).
           IF FUNCTION ABS(WS-DIAS) > WS-CTA-TOLERANCIA (WS-CTA)
               GO TO 4210-EXIT.
           MOVE "S" TO SW-ENCONTRADO.
           MOVE WS-LIB TO WS-BCO-PAREJA (WS-BCO).
           MOVE WS-BCO TO WS-LIB-PAREJA (WS-LIB).
           MOVE "I" TO WS-BCO-CRUCE (WS-BCO).
           ADD 1 TO WS-CRUCES-IMPORTE.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *    5000-GRABAR-CONCILIACION -- ARCHIVO DE CONCILIACION DEL DIA
      *    (CRUZADAS, PENDIENTES Y SALDOS DE BANCO) Y NUEVO ARRASTRE
      *    (SOLO PENDIENTES Y SALDOS DE BANCO)
      ******************************************************************
       5000-GRABAR-CONCILIACION.
           MOVE SPACES TO WS-CNC-FILENAME.
           STRING "CFBNKCNC." WS-FECHA DELIMITED SIZE
               INTO WS-CNC-FILENAME.
           OPEN OUTPUT CF-CNC-FILE.
           IF WS-FS-CNC NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE CONCILIACION ("
                   WS-CNC-FILENAME "). FILE STATUS=" WS-FS-CNC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CF-PND-FILE.
           IF WS-FS-PND NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR EL ARRASTRE (CFBNKPND). "
                   "FILE STATUS=" WS-FS-PND
               CLOSE CF-CNC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 5100-GRABAR-BANCO THRU 5100-EXIT
               VARYING WS-BCO FROM 1 BY 1
               UNTIL WS-BCO > WS-NUM-BANCO.
           PERFORM 5200-GRABAR-LIBROS THRU 5200-EXIT
               VARYING WS-LIB FROM 1 BY 1
               UNTIL WS-LIB > WS-NUM-LIBROS.
           PERFORM 5300-GRABAR-SALDO THRU 5300-EXIT
               VARYING WS-CTA FROM 1 BY 1
               UNTIL WS-CTA > WS-NUM-CUENTAS.
           CLOSE CF-CNC-FILE CF-PND-FILE.
       5000-EXIT.
           EXIT.

       5100-GRABAR-BANCO.
           MOVE SPACES TO CF-CNC-RECORD.
           MOVE WS-BCO-CUENTA (WS-BCO) TO CF-CNC-CUENTA.
           MOVE WS-BCO-FECHA (WS-BCO) TO CF-CNC-FECHA.
           MOVE WS-BCO-REF (WS-BCO) TO CF-CNC-REF.
           MOVE WS-BCO-IMPORTE (WS-BCO) TO CF-CNC-IMPORTE.
           MOVE WS-BCO-FECHA-ALTA (WS-BCO) TO CF-CNC-FECHA-ALTA.
           MOVE WS-FECHA TO CF-CNC-FECHA-CONC.
           MOVE ZERO TO CF-CNC-FECHA-CONTRA.
           IF WS-BCO-PAREJA (WS-BCO) = ZERO
               MOVE "B" TO CF-CNC-TIPO
               ADD 1 TO WS-PEND-BANCO
               WRITE CF-CNC-RECORD
               WRITE CF-PND-RECORD FROM CF-CNC-RECORD
               GO TO 5100-EXIT.
           MOVE WS-BCO-PAREJA (WS-BCO) TO WS-LIB.
           MOVE "M" TO CF-CNC-TIPO.
           MOVE WS-BCO-CRUCE (WS-BCO) TO CF-CNC-CRUCE.
           MOVE WS-LIB-FECHA (WS-LIB) TO CF-CNC-FECHA-CONTRA.
           MOVE WS-LIB-REF (WS-LIB) TO CF-CNC-REF-CONTRA.
           WRITE CF-CNC-RECORD.
       5100-EXIT.
           EXIT.

       5200-GRABAR-LIBROS.
           IF WS-LIB-PAREJA (WS-LIB) NOT = ZERO
               GO TO 5200-EXIT.
           MOVE SPACES TO CF-CNC-RECORD.
           MOVE "L" TO CF-CNC-TIPO.
           MOVE WS-LIB-CUENTA (WS-LIB) TO CF-CNC-CUENTA.
           MOVE WS-LIB-FECHA (WS-LIB) TO CF-CNC-FECHA.
           MOVE WS-LIB-REF (WS-LIB) TO CF-CNC-REF.
           MOVE WS-LIB-IMPORTE (WS-LIB) TO CF-CNC-IMPORTE.
           MOVE WS-LIB-FECHA-ALTA (WS-LIB) TO CF-CNC-FECHA-ALTA.
           MOVE WS-FECHA TO CF-CNC-FECHA-CONC.
           MOVE ZERO TO CF-CNC-FECHA-CONTRA.
           ADD 1 TO WS-PEND-LIBROS.
           WRITE CF-CNC-RECORD.
           WRITE CF-PND-RECORD FROM CF-CNC-RECORD.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5300 GRABA EL REGISTRO 'S' DE TODAS LAS CUENTAS: CON FECHA
      *    VALOR Y SALDO SI YA HAY EXTRACTO, EN CEROS SI NO; SU
      *    CF-CNC-FECHA-CONC ES LA ULTIMA CONCILIACION DE LA CUENTA.
      *----------------------------------------------------------------
       5300-GRABAR-SALDO.
           MOVE SPACES TO CF-CNC-RECORD.
           MOVE "S" TO CF-CNC-TIPO.
           MOVE WS-CTA-CUENTA (WS-CTA) TO CF-CNC-CUENTA.
           MOVE ZERO TO CF-CNC-FECHA CF-CNC-IMPORTE.
           IF WS-CTA-HAY-SALDO (WS-CTA) = "S"
               MOVE WS-CTA-FECHA-BANCO (WS-CTA) TO CF-CNC-FECHA
               MOVE WS-CTA-SALDO-BANCO (WS-CTA) TO CF-CNC-IMPORTE
           END-IF.
           MOVE WS-FECHA TO CF-CNC-FECHA-ALTA CF-CNC-FECHA-CONC.
           MOVE ZERO TO CF-CNC-FECHA-CONTRA.
           WRITE CF-CNC-RECORD.
           WRITE CF-PND-RECORD FROM CF-CNC-RECORD.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *    6000-IMPRIMIR-CUENTAS -- UNA PAGINA POR CUENTA: CRUCES DEL
      *    DIA, PENDIENTES ENVEJECIDAS Y PRUEBA DEL SALDO AJUSTADO
      ******************************************************************
       6000-IMPRIMIR-CUENTAS.
           PERFORM 6100-IMPRIMIR-CUENTA THRU 6100-EXIT
               VARYING WS-CTA FROM 1 BY 1
               UNTIL WS-CTA > WS-NUM-CUENTAS.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
               MOVE "N" TO SW-MAESTRO-ABIERTO
           END-IF.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-CUENTA.
           MOVE ZERO TO WS-CTA-CRUCES WS-CTA-PENDIENTES.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE WS-CTA-CUENTA (WS-CTA) TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               INVALID KEY
                   MOVE SPACES TO CF-BAL-DESC
                   MOVE ZERO TO CF-BAL-SALDO
           END-READ.
           MOVE WS-CTA-TOLERANCIA (WS-CTA) TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTA: " WS-CTA-CUENTA (WS-CTA) "  " CF-BAL-DESC
               "  VENTANA DE TOLERANCIA (DIAS): " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "PARTIDAS CONCILIADAS HOY" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  FECHA BCO REF. BANCO        IMPORTE    "
               "FECHA LIB. REF. LIBROS    CRUCE" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 6200-IMPRIMIR-CRUCE THRU 6200-EXIT
               VARYING WS-BCO FROM 1 BY 1
               UNTIL WS-BCO > WS-NUM-BANCO.
           IF WS-CTA-CRUCES = ZERO
               MOVE "  (NINGUNA)" TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "PARTIDAS PENDIENTES (ANTIGUEDAD A LA FECHA DE NEGOCIO)"
               TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  LADO          FECHA     REFERENCIA        "
               "IMPORTE     DIAS  TRAMO         ALTA" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 6300-PENDIENTE-BANCO THRU 6300-EXIT
               VARYING WS-BCO FROM 1 BY 1
               UNTIL WS-BCO > WS-NUM-BANCO.
           PERFORM 6400-PENDIENTE-LIBROS THRU 6400-EXIT
               VARYING WS-LIB FROM 1 BY 1
               UNTIL WS-LIB > WS-NUM-LIBROS.
           IF WS-CTA-PENDIENTES = ZERO
               MOVE "  (NINGUNA)" TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           PERFORM 6600-IMPRIMIR-PRUEBA THRU 6600-EXIT.
       6100-EXIT.
           EXIT.

       6200-IMPRIMIR-CRUCE.
           IF WS-BCO-CUENTA (WS-BCO) NOT = WS-CTA-CUENTA (WS-CTA)
               OR WS-BCO-PAREJA (WS-BCO) = ZERO
               GO TO 6200-EXIT.
           ADD 1 TO WS-CTA-CRUCES.
           MOVE WS-BCO-PAREJA (WS-BCO) TO WS-LIB.
           MOVE WS-BCO-FECHA (WS-BCO) TO PRT-CRU-FECHA-BCO.
           MOVE WS-BCO-REF (WS-BCO) TO PRT-CRU-REF-BCO.
           MOVE WS-BCO-IMPORTE (WS-BCO) TO PRT-CRU-IMPORTE.
           MOVE WS-LIB-FECHA (WS-LIB) TO PRT-CRU-FECHA-LIB.
           MOVE WS-LIB-REF (WS-LIB) TO PRT-CRU-REF-LIB.
           IF WS-BCO-CRUCE (WS-BCO) = "R"
               MOVE "POR REFERENCIA" TO PRT-CRU-CRUCE
           ELSE
               MOVE "POR IMPORTE Y FECHA" TO PRT-CRU-CRUCE
           END-IF.
           MOVE PRT-DET-CRUCE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

       6300-PENDIENTE-BANCO.
           IF WS-BCO-CUENTA (WS-BCO) NOT = WS-CTA-CUENTA (WS-CTA)
               OR WS-BCO-PAREJA (WS-BCO) NOT = ZERO
               GO TO 6300-EXIT.
           ADD WS-BCO-IMPORTE (WS-BCO) TO WS-CTA-SOLO-BANCO (WS-CTA).
           MOVE "SOLO BANCO" TO PRT-PEN-LADO.
           MOVE WS-BCO-FECHA (WS-BCO) TO PRT-PEN-FECHA.
           MOVE WS-BCO-REF (WS-BCO) TO PRT-PEN-REF.
           MOVE WS-BCO-IMPORTE (WS-BCO) TO PRT-PEN-IMPORTE WS-IMPORTE.
           MOVE WS-BCO-FECHA-ALTA (WS-BCO) TO PRT-PEN-ALTA.
           MOVE WS-BCO-FECHA (WS-BCO) TO WS-FECHA-VALOR.
           PERFORM 6500-ENVEJECER THRU 6500-EXIT.
       6300-EXIT.
           EXIT.

       6400-PENDIENTE-LIBROS.
           IF WS-LIB-CUENTA (WS-LIB) NOT = WS-CTA-CUENTA (WS-CTA)
               OR WS-LIB-PAREJA (WS-LIB) NOT = ZERO
               GO TO 6400-EXIT.
           ADD WS-LIB-IMPORTE (WS-LIB) TO WS-CTA-SOLO-LIBROS (WS-CTA).
           MOVE "SOLO LIBROS" TO PRT-PEN-LADO.
           MOVE WS-LIB-FECHA (WS-LIB) TO PRT-PEN-FECHA.
           MOVE WS-LIB-REF (WS-LIB) TO PRT-PEN-REF.
           MOVE WS-LIB-IMPORTE (WS-LIB) TO PRT-PEN-IMPORTE WS-IMPORTE.
           MOVE WS-LIB-FECHA-ALTA (WS-LIB) TO PRT-PEN-ALTA.
           MOVE WS-LIB-FECHA (WS-LIB) TO WS-FECHA-VALOR.
           PERFORM 6500-ENVEJECER THRU 6500-EXIT.
       6400-EXIT.
           EXIT.

      ******************************************************************
      *    6500-ENVEJECER -- DIAS DE LA PARTIDA A LA FECHA DE NEGOCIO,
      *    TRAMO, ACUMULADO POR TRAMO E IMPRESION DEL RENGLON
      ******************************************************************
       6500-ENVEJECER.
           ADD 1 TO WS-CTA-PENDIENTES.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-FECHA)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-VALOR).
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS.
           EVALUATE TRUE
               WHEN WS-DIAS <= 3
                   MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS <= 7
                   MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS <= 30
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE.
           ADD 1 TO WS-TRA-PARTIDAS (WS-TRAMO).
           ADD WS-IMPORTE TO WS-TRA-IMPORTE (WS-TRAMO).
           MOVE WS-DIAS TO PRT-PEN-DIAS.
           MOVE WS-TRAMO-NOMBRE (WS-TRAMO) TO PRT-PEN-TRAMO.
           MOVE PRT-DET-PENDIENTE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *    6600-IMPRIMIR-PRUEBA -- SALDO DEL BANCO + SOLO EN LIBROS -
      *    SOLO EN BANCO = SALDO AJUSTADO, QUE DEBE SER EL CF-BAL-SALDO
      ******************************************************************
       6600-IMPRIMIR-PRUEBA.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "PRUEBA DEL SALDO" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO PRT-PRU-NOTA.
           MOVE "SALDO SEGUN EL BANCO" TO PRT-PRU-CONCEPTO.
           MOVE WS-CTA-SALDO-BANCO (WS-CTA) TO PRT-PRU-IMPORTE.
           IF WS-CTA-HAY-SALDO (WS-CTA) = "S"
               STRING "AL " WS-CTA-FECHA-BANCO (WS-CTA)
                   DELIMITED SIZE INTO PRT-PRU-NOTA
           ELSE
               MOVE "SIN EXTRACTO RECIBIDO" TO PRT-PRU-NOTA
           END-IF.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO PRT-PRU-NOTA.
           MOVE "MAS: PARTIDAS SOLO EN LIBROS" TO PRT-PRU-CONCEPTO.
           MOVE WS-CTA-SOLO-LIBROS (WS-CTA) TO PRT-PRU-IMPORTE.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "MENOS: PARTIDAS SOLO EN BANCO" TO PRT-PRU-CONCEPTO.
           MOVE WS-CTA-SOLO-BANCO (WS-CTA) TO PRT-PRU-IMPORTE.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           COMPUTE WS-AJUSTADO = WS-CTA-SALDO-BANCO (WS-CTA)
               + WS-CTA-SOLO-LIBROS (WS-CTA)
               - WS-CTA-SOLO-BANCO (WS-CTA).
           COMPUTE WS-DIFERENCIA = WS-AJUSTADO - CF-BAL-SALDO.
           MOVE "SALDO DEL BANCO AJUSTADO" TO PRT-PRU-CONCEPTO.
           MOVE WS-AJUSTADO TO PRT-PRU-IMPORTE.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "SALDO DEL MAESTRO (CF-BAL-SALDO)" TO PRT-PRU-CONCEPTO.
           MOVE CF-BAL-SALDO TO PRT-PRU-IMPORTE.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "DIFERENCIA" TO PRT-PRU-CONCEPTO.
           MOVE WS-DIFERENCIA TO PRT-PRU-IMPORTE.
           IF WS-DIFERENCIA = ZERO
               MOVE "*** CUADRA ***" TO PRT-PRU-NOTA
           ELSE
               MOVE "*** NO CUADRA ***" TO PRT-PRU-NOTA
               ADD 1 TO WS-CUENTAS-DESCUADRADAS
           END-IF.
           MOVE PRT-DET-PRUEBA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6600-EXIT.
           EXIT.

      ******************************************************************
      *    8000-IMPRIMIR-RESUMEN -- TOTALES DE LA CORRIDA Y ANTIGUEDAD
      *    DE TODAS LAS PARTIDAS PENDIENTES
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE "RESUMEN DE LA CONCILIACION" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-LINEAS-LEIDAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  LINEAS DEL EXTRACTO LEIDAS:        "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-LINEAS-RECHAZADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  LINEAS DEL EXTRACTO RECHAZADAS:    "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-MOVS-LIBROS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  MOVIMIENTOS DE LIBROS CARGADOS:    "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CRUCES-REF TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CRUZADAS POR REFERENCIA:           "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CRUCES-IMPORTE TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CRUZADAS POR IMPORTE Y FECHA:      "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-PEND-BANCO TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  PENDIENTES SOLO EN BANCO:          "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-PEND-LIBROS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  PENDIENTES SOLO EN LIBROS:         "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CUENTAS-DESCUADRADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CUENTAS QUE NO CUADRAN:            "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "ANTIGUEDAD DE LAS PARTIDAS PENDIENTES" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 8100-IMPRIMIR-TRAMO THRU 8100-EXIT
               VARYING WS-TRAMO FROM 1 BY 1
               UNTIL WS-TRAMO > 4.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       8000-EXIT.
           EXIT.

       8100-IMPRIMIR-TRAMO.
           MOVE WS-TRA-PARTIDAS (WS-TRAMO) TO WS-CONTADOR-EDIT.
           MOVE WS-TRA-IMPORTE (WS-TRAMO) TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  " WS-TRAMO-NOMBRE (WS-TRAMO) "  PARTIDAS: "
               WS-CONTADOR-EDIT "  IMPORTE NETO: " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           IF WS-PEND-BANCO > ZERO OR WS-PEND-LIBROS > ZERO
               OR WS-LINEAS-RECHAZADAS > ZERO
               OR WS-CUENTAS-DESCUADRADAS > ZERO
               DISPLAY "** ATENCION: QUEDAN PARTIDAS SIN CONCILIAR O "
                   "CUENTAS QUE NO CUADRAN. VER CFBNKRPR. **"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-NUM-CUENTAS > ZERO
                   DISPLAY "CONCILIACION BANCARIA COMPLETA: TODO "
                       "CRUZADO Y CUADRADO."
               END-IF
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
      *    7500-BUSCAR-CUENTA -- UBICA WS-CUENTA EN LA TABLA DE CUENTAS
      *    CONCILIADAS (WS-CTA QUEDA EN EL RENGLON)
      ******************************************************************
       7500-BUSCAR-CUENTA.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 7510-COMPARAR-CUENTA THRU 7510-EXIT
               VARYING WS-CTA FROM 1 BY 1
               UNTIL WS-CTA > WS-NUM-CUENTAS OR ENCONTRADO.
           IF ENCONTRADO
               SUBTRACT 1 FROM WS-CTA.
       7500-EXIT.
           EXIT.

       7510-COMPARAR-CUENTA.
           IF WS-CTA-CUENTA (WS-CTA) = WS-CUENTA
               MOVE "S" TO SW-ENCONTRADO.
       7510-EXIT.
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
           MOVE "CFBNKCNC" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LINEAS-LEIDAS TO CF-RUN-LEIDOS.
           COMPUTE CF-RUN-ACEPTADOS = WS-CRUCES-REF + WS-CRUCES-IMPORTE.
           MOVE WS-LINEAS-RECHAZADAS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFBNKCNC.
