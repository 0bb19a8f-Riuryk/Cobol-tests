      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Proyeccion de saldos a 30 dias habiles.  Parte del
      *          saldo de hoy de cada cuenta de CFBALMST (o del total
      *          de cada categoria, con NIVEL=CAT) y arma los 30 dias
      *          habiles siguientes a la fecha de negocio (fines de
      *          semana y CFHOLIDS fuera).  Cada dia aplica, en el
      *          orden de la noche, las ordenes permanentes de ajuste
      *          ('A') de CFSTDORD que CFSTDGEN emitiria ese dia (con
      *          sus mismas reglas D/S/M/U) y despues el devengo
      *          estimado de CFACCRUE (renglones de CFACRPRM de la
      *          categoria de la cuenta con la tarifa de CFRATE01
      *          vigente ese dia).  Una cuenta congelada o cerrada no
      *          recibe ni ordenes ni devengo y su saldo queda fijo.
      *          Imprime en CFPRYPR el saldo proyectado dia por dia y
      *          marca el primer dia bajo cero y el primer dia bajo el
      *          piso de CFPRYPRM (cero si no hay piso), con un
      *          resumen final de lo que queda en riesgo.  RC=4 si
      *          alguna cuenta (o categoria) baja de cero o del piso.
      * Tectonics: cobc -x -std=ibm CFPRYRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPRYRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HOL-FILE ASSIGN TO "CFHOLIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-STD-FILE ASSIGN TO "CFSTDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STD.

           SELECT CF-ACR-FILE ASSIGN TO "CFACRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACR.

           SELECT CF-RATE-FILE ASSIGN TO "CFRATE01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RATE-CODIGO
               FILE STATUS IS WS-FS-RATE.

           SELECT CF-CAT-FILE ASSIGN TO "CFCAT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

           SELECT CF-PRY-FILE ASSIGN TO "CFPRYPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRY.

           SELECT CF-PRT-FILE ASSIGN TO "CFPRYPR"
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

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-STD-FILE.
           COPY CFSTDREC.

       FD  CF-ACR-FILE.
       01  CF-ACR-RECORD.
           05  CF-ACR-CATEGORIA         PIC X(04).
           05  CF-ACR-TARIFA            PIC X(04).
           05  CF-ACR-RAZON             PIC X(04).

       FD  CF-RATE-FILE.
           COPY CFRATREC.

       FD  CF-CAT-FILE.
           COPY CFCATREC.

      *----------------------------------------------------------------
      *    PISOS DE LA PROYECCION: 'C' + CUENTA O 'G' + CATEGORIA Y EL
      *    IMPORTE CON SIGNO (PUEDE SER NEGATIVO SI LA CUENTA TIENE
      *    SOBREGIRO AUTORIZADO).  'C' VALE EN LA PROYECCION POR
      *    CUENTA Y 'G' SOBRE EL TOTAL DE LA CATEGORIA.
      *----------------------------------------------------------------
       FD  CF-PRY-FILE.
       01  CF-PRY-RECORD.
           05  CF-PRY-TIPO              PIC X(01).
               88  CF-PRY-DE-CUENTA             VALUE "C".
               88  CF-PRY-DE-CATEGORIA          VALUE "G".
           05  CF-PRY-CLAVE             PIC X(08).
           05  CF-PRY-PISO-TXT          PIC X(12).

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HOL                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-STD                    PIC X(02) VALUE "00".
       77  WS-FS-ACR                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  WS-FS-PRY                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-ENTRADA-NIVEL             PIC X(03).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       01  WS-PARM-TOKEN-3              PIC X(20).
       01  WS-PARM-TOKEN                PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-NIVEL                     PIC X(01) VALUE "C".
           88  NIVEL-CUENTA                      VALUE "C".
           88  NIVEL-CATEGORIA                   VALUE "G".
       77  SW-TARIFAS-ABIERTAS          PIC X(01) VALUE "N".
           88  TARIFAS-ABIERTAS                  VALUE "S".
       77  SW-CATEGORIAS-ABIERTAS       PIC X(01) VALUE "N".
           88  CATEGORIAS-ABIERTAS               VALUE "S".
       77  SW-ES-HABIL                  PIC X(01) VALUE "S".
       77  SW-ORDEN-VENCE               PIC X(01) VALUE "N".
           88  ORDEN-VENCE                       VALUE "S".
       77  SW-HAY-MOVIMIENTO            PIC X(01) VALUE "N".
           88  HAY-MOVIMIENTO                    VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    CALENDARIO DE LA PROYECCION: LOS 30 DIAS HABILES SIGUIENTES
      *    A LA FECHA DE NEGOCIO, CADA UNO CON SU DIA DE LA SEMANA
      *    (1=LUNES..7=DOMINGO, COMO EN CFSTDGEN) Y EL ULTIMO DIA DE
      *    SU MES PARA EL CORRIMIENTO DE LAS ORDENES MENSUALES.
      *----------------------------------------------------------------
       77  WS-DIAS-PROY                 PIC 9(02) VALUE 30 COMP.
       77  WS-NUM-DIAS                  PIC 9(02) VALUE ZERO COMP.
       77  WS-D                         PIC 9(02) VALUE ZERO COMP.
       77  WS-DIA-ENTERO                PIC 9(08) VALUE ZERO.
       77  WS-DIA-SEMANA                PIC 9(01) VALUE ZERO COMP.
       77  WS-INTENTOS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-FECHA-NUEVA               PIC 9(08).
       01  WS-FECHA-PROX-MES            PIC 9(08).
       01  WS-PROX-DESGLOSE REDEFINES WS-FECHA-PROX-MES.
           05  WS-PROX-AAAA             PIC 9(04).
           05  WS-PROX-MM               PIC 9(02).
           05  WS-PROX-DD               PIC 9(02).
       01  WS-TABLA-DIAS.
           05  WS-DIA-ENT OCCURS 30 TIMES.
               10  WS-DIA-FECHA         PIC 9(08).
               10  WS-DIA-DESGLOSE REDEFINES WS-DIA-FECHA.
                   15  WS-DIA-AAAA      PIC 9(04).
                   15  WS-DIA-MM        PIC 9(02).
                   15  WS-DIA-DD        PIC 9(02).
               10  WS-DIA-DIA-SEMANA    PIC 9(01).
               10  WS-DIA-ULTIMO-MES    PIC 9(02).

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS).
      *----------------------------------------------------------------
       77  WS-MAX-FERIADOS              PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-FERIADOS              PIC 9(02) VALUE ZERO COMP.
       77  WS-FER                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-FERIADOS.
           05  WS-FERIADO OCCURS 50 TIMES PIC 9(08).

      *----------------------------------------------------------------
      *    ORDENES PERMANENTES DE AJUSTE DE CFSTDORD (HASTA 500).  SOLO
      *    ENTRAN LAS QUE CFSTDGEN PODRIA EMITIR: DESTINO 'A', CON
      *    RAZON, IMPORTE NUMERICO Y FRECUENCIA CONOCIDA.
      *----------------------------------------------------------------
       77  WS-MAX-ORDS                  PIC 9(03) VALUE 500 COMP.
       77  WS-NUM-ORDS                  PIC 9(03) VALUE ZERO COMP.
       77  WS-ORD                       PIC 9(03) VALUE ZERO COMP.
       77  WS-ORD-LEIDAS                PIC 9(05) VALUE ZERO COMP.
       77  WS-ORD-OMITIDAS              PIC 9(05) VALUE ZERO COMP.
       01  WS-TABLA-ORDENES.
           05  WS-ORD-ENT OCCURS 500 TIMES.
               10  WS-ORD-CUENTA        PIC X(08).
               10  WS-ORD-FRECUENCIA    PIC X(01).
               10  WS-ORD-DIA           PIC 9(02).
               10  WS-ORD-FECHA         PIC X(08).
               10  WS-ORD-IMPORTE       PIC S9(7)V99.

      *----------------------------------------------------------------
      *    RENGLONES DE DEVENGO (CFACRPRM CON SU TARIFA DE CFRATE01,
      *    HASTA 50).  LA VIGENCIA SE REVISA CONTRA CADA DIA
      *    PROYECTADO: UNA TARIFA QUE VENCE A MITAD DEL PERIODO DEJA
      *    DE DEVENGAR, COMO EN CFACCRUE.
      *----------------------------------------------------------------
       77  WS-MAX-ACRS                  PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-ACRS                  PIC 9(02) VALUE ZERO COMP.
       77  WS-ACR                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-DEVENGOS.
           05  WS-ACR-ENT OCCURS 50 TIMES.
               10  WS-ACR-CATEGORIA     PIC X(04).
               10  WS-ACR-FACTOR        PIC 9(03)V9(04).
               10  WS-ACR-VIG-DESDE     PIC 9(08).
               10  WS-ACR-VIG-HASTA     PIC 9(08).

      *----------------------------------------------------------------
      *    PISOS DE CFPRYPRM (HASTA 200).
      *----------------------------------------------------------------
       77  WS-MAX-PISOS                 PIC 9(03) VALUE 200 COMP.
       77  WS-NUM-PISOS                 PIC 9(03) VALUE ZERO COMP.
       77  WS-PIS                       PIC 9(03) VALUE ZERO COMP.
       01  WS-BUSCA-TIPO                PIC X(01).
       01  WS-BUSCA-CLAVE               PIC X(08).
       01  WS-TABLA-PISOS.
           05  WS-PISO-ENT OCCURS 200 TIMES.
               10  WS-PISO-TIPO         PIC X(01).
               10  WS-PISO-CLAVE        PIC X(08).
               10  WS-PISO-IMPORTE      PIC S9(9)V99.

      *----------------------------------------------------------------
      *    PROYECCION DE LA CUENTA EN CURSO.
      *----------------------------------------------------------------
       77  WS-SALDO-PROY                PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO-TEMP                PIC S9(9)V99 VALUE ZERO.
       77  WS-DEVENGO                   PIC S9(7)V99 VALUE ZERO.
       77  WS-DEVENGO-TEMP              PIC S9(10)V9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *    BLOQUE A IMPRIMIR: UNA CUENTA O EL TOTAL DE UNA CATEGORIA,
      *    CON SU SALDO DE HOY, SU PISO Y LOS 30 DIAS PROYECTADOS.
      *----------------------------------------------------------------
       01  WS-BLOQUE.
           05  WS-BLQ-CLAVE             PIC X(08).
           05  WS-BLQ-DESC              PIC X(30).
           05  WS-BLQ-NOTA              PIC X(28).
           05  WS-BLQ-SALDO-INI         PIC S9(9)V99.
           05  WS-BLQ-PISO              PIC S9(9)V99.
           05  WS-BLQ-DIA OCCURS 30 TIMES.
               10  WS-BLQ-ORDENES       PIC S9(9)V99.
               10  WS-BLQ-NUM-ORD       PIC 9(05) COMP.
               10  WS-BLQ-DEVENGO       PIC S9(9)V99.
               10  WS-BLQ-SALDO         PIC S9(9)V99.
       77  WS-DIA-CERO                  PIC 9(02) VALUE ZERO COMP.
       77  WS-DIA-PISO                  PIC 9(02) VALUE ZERO COMP.
       77  WS-DIA-MINIMO                PIC 9(02) VALUE ZERO COMP.
       77  WS-SALDO-MINIMO              PIC S9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    TOTALES POR CATEGORIA (NIVEL=CAT, HASTA 50; LA CATEGORIA EN
      *    BLANCO SE ACUMULA COMO "????" = SIN CATEGORIA).
      *----------------------------------------------------------------
       77  WS-MAX-CATS                  PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-CATS                  PIC 9(02) VALUE ZERO COMP.
       77  WS-CAT                       PIC 9(02) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(03) VALUE ZERO COMP.
       01  WS-CATEGORIA-CTA             PIC X(04).
       01  WS-TABLA-CATEGORIAS.
           05  WS-CAT-ENT OCCURS 50 TIMES.
               10  WS-CAT-COD           PIC X(04).
               10  WS-CAT-CUENTAS       PIC 9(05) COMP.
               10  WS-CAT-SALDO-INI     PIC S9(9)V99.
               10  WS-CAT-DIA OCCURS 30 TIMES.
                   15  WS-CAT-ORDENES   PIC S9(9)V99.
                   15  WS-CAT-NUM-ORD   PIC 9(05) COMP.
                   15  WS-CAT-DEVENGO   PIC S9(9)V99.
                   15  WS-CAT-SALDO     PIC S9(9)V99.

      *----------------------------------------------------------------
      *    RESUMEN DE LO QUE QUEDA EN RIESGO (HASTA 500).
      *----------------------------------------------------------------
       77  WS-MAX-RIESGOS               PIC 9(03) VALUE 500 COMP.
       77  WS-NUM-RIESGOS               PIC 9(03) VALUE ZERO COMP.
       77  WS-RIE                       PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-RIESGOS.
           05  WS-RIE-ENT OCCURS 500 TIMES.
               10  WS-RIE-CLAVE         PIC X(08).
               10  WS-RIE-SALDO-INI     PIC S9(9)V99.
               10  WS-RIE-PISO          PIC S9(9)V99.
               10  WS-RIE-FECHA-PISO    PIC 9(08).
               10  WS-RIE-FECHA-CERO    PIC 9(08).
               10  WS-RIE-MINIMO        PIC S9(9)V99.
               10  WS-RIE-FECHA-MINIMO  PIC 9(08).

       77  WS-CTAS-LEIDAS               PIC 9(07) VALUE ZERO COMP.
       77  WS-CTAS-BLOQUEADAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-CTAS-SIN-CATEGORIA        PIC 9(07) VALUE ZERO COMP.
       77  WS-BLOQUES                   PIC 9(07) VALUE ZERO COMP.
       77  WS-EN-RIESGO                 PIC 9(07) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFPRYRPT".
           05  FILLER                   PIC X(50) VALUE
               "PROYECCION DE SALDOS A 30 DIAS HABILES".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(07) VALUE "NIVEL:".
           05  PRT-ENC-NIVEL            PIC X(15).
           05  FILLER                   PIC X(20) VALUE
               "DIAS HABILES DEL ".
           05  PRT-ENC-DESDE            PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " AL ".
           05  PRT-ENC-HASTA            PIC 9(08).
           05  FILLER                   PIC X(70) VALUE SPACES.

       01  PRT-BLOQUE.
           05  PRT-BLQ-ETIQUETA         PIC X(11).
           05  PRT-BLQ-CLAVE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-BLQ-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "SALDO HOY:".
           05  PRT-BLQ-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "PISO:".
           05  PRT-BLQ-PISO             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-BLQ-NOTA             PIC X(28).

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(05) VALUE "DIA".
           05  FILLER                   PIC X(10) VALUE "FECHA".
           05  FILLER                   PIC X(17) VALUE
               "        ORDENES".
           05  FILLER                   PIC X(17) VALUE
               "        DEVENGO".
           05  FILLER                   PIC X(17) VALUE
               "SALDO PROYECTADO".
           05  FILLER                   PIC X(66) VALUE "OBSERVACION".

       01  PRT-DETALLE.
           05  PRT-DET-DIA              PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-FECHA            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-ORDENES          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DEVENGO          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OBSERVACION      PIC X(44).
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  PRT-SIN-MOVIMIENTO.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  PRT-SMV-TEXTO            PIC X(60).
           05  PRT-SMV-OBSERVACION      PIC X(44).
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  PRT-COLUMNAS-RIE.
           05  FILLER                   PIC X(10) VALUE "CLAVE".
           05  FILLER                   PIC X(17) VALUE
               "      SALDO HOY".
           05  FILLER                   PIC X(17) VALUE
               "           PISO".
           05  FILLER                   PIC X(11) VALUE "BAJO PISO".
           05  FILLER                   PIC X(11) VALUE "BAJO CERO".
           05  FILLER                   PIC X(17) VALUE
               "   SALDO MINIMO".
           05  FILLER                   PIC X(49) VALUE "FECHA MIN.".

       01  PRT-DETALLE-RIE.
           05  PRT-RIE-CLAVE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RIE-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RIE-PISO             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RIE-FECHA-PISO       PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-RIE-FECHA-CERO       PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-RIE-MINIMO           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RIE-FECHA-MINIMO     PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECORRER-MAESTRO THRU 2000-EXIT.
           IF NIVEL-CATEGORIA
               PERFORM 4000-IMPRIMIR-CATEGORIAS THRU 4000-EXIT
           END-IF.
           PERFORM 6000-IMPRIMIR-RIESGOS THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, NIVEL, PARAMETROS, CALENDARIO Y
      *    TABLAS DE ORDENES Y DEVENGOS; SIN MAESTRO O SIN REPORTE NO
      *    HAY PROYECCION
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "PROYECCION DE SALDOS A 30 DIAS HABILES".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "FECHA DE PARTIDA (AAAAMMDD) O EN BLANCO PARA "
                   "HOY:"
               ACCEPT WS-ENTRADA-FECHA
               DISPLAY "PROYECTAR POR CUENTA (CTA) O POR CATEGORIA "
                   "(CAT)? EN BLANCO = CTA"
               ACCEPT WS-ENTRADA-NIVEL
           END-IF.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF WS-ENTRADA-NIVEL = "CAT"
               MOVE "G" TO SW-NIVEL
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           OPEN INPUT CF-BAL-FILE.
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
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFPRYPR). "
                   "FILE STATUS=" WS-FS-PRT
               CLOSE CF-BAL-FILE
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           PERFORM 1100-CARGAR-PISOS THRU 1100-EXIT.
           PERFORM 1200-CARGAR-ORDENES THRU 1200-EXIT.
           PERFORM 1300-CARGAR-DEVENGOS THRU 1300-EXIT.
           PERFORM 1500-CARGAR-FERIADOS THRU 1500-EXIT.
           PERFORM 1700-ARMAR-CALENDARIO THRU 1700-EXIT.
           IF NIVEL-CATEGORIA
               OPEN INPUT CF-CAT-FILE
               IF WS-FS-CAT = "00"
                   MOVE "S" TO SW-CATEGORIAS-ABIERTAS
               END-IF
               MOVE "POR CATEGORIA" TO PRT-ENC-NIVEL
           ELSE
               MOVE "POR CUENTA" TO PRT-ENC-NIVEL
           END-IF.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           MOVE WS-DIA-FECHA (1) TO PRT-ENC-DESDE.
           MOVE WS-DIA-FECHA (WS-NUM-DIAS) TO PRT-ENC-HASTA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL):
      *    FECHA=AAAAMMDD Y NIVEL=CTA/CAT, EN CUALQUIER ORDEN
      ******************************************************************
       1050-LEER-PARM.
           MOVE SPACES TO WS-ENTRADA-FECHA.
           MOVE SPACES TO WS-ENTRADA-NIVEL.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 1060-EXAMINAR-TOKEN THRU 1060-EXIT.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 1060-EXAMINAR-TOKEN THRU 1060-EXIT.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM 1060-EXAMINAR-TOKEN THRU 1060-EXIT.
       1050-EXIT.
           EXIT.

       1060-EXAMINAR-TOKEN.
           IF WS-PARM-TOKEN (1:6) = "FECHA="
               MOVE WS-PARM-TOKEN (7:8) TO WS-ENTRADA-FECHA.
           IF WS-PARM-TOKEN (1:6) = "NIVEL="
               MOVE WS-PARM-TOKEN (7:3) TO WS-ENTRADA-NIVEL.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CARGAR-PISOS -- PISOS DE CFPRYPRM; SIN ARCHIVO TODO
      *    PISO ES CERO Y SOLO SE MARCA EL PRIMER DIA BAJO CERO
      ******************************************************************
       1100-CARGAR-PISOS.
           OPEN INPUT CF-PRY-FILE.
           IF WS-FS-PRY NOT = "00"
               DISPLAY "AVISO: SIN PISOS CONFIGURADOS (CFPRYPRM); SE "
                   "PROYECTA CONTRA CERO."
               GO TO 1100-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1150-LEER-PISO THRU 1150-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-PRY-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1100-EXIT.
           EXIT.

       1150-LEER-PISO.
           READ CF-PRY-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1150-EXIT
           END-READ.
           IF NOT CF-PRY-DE-CUENTA AND NOT CF-PRY-DE-CATEGORIA
               GO TO 1150-EXIT.
           IF CF-PRY-CLAVE = SPACES
               GO TO 1150-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-PRY-PISO-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRY-PISO-TXT = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "AVISO: PISO NO NUMERICO PARA " CF-PRY-TIPO " "
                   CF-PRY-CLAVE " EN CFPRYPRM. SE IGNORA."
               GO TO 1150-EXIT.
           IF WS-NUM-PISOS >= WS-MAX-PISOS
               DISPLAY "AVISO: MAS DE " WS-MAX-PISOS " PISOS EN "
                   "CFPRYPRM; EL EXCEDENTE SE IGNORA."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1150-EXIT.
           ADD 1 TO WS-NUM-PISOS.
           MOVE CF-PRY-TIPO TO WS-PISO-TIPO (WS-NUM-PISOS).
           MOVE CF-PRY-CLAVE TO WS-PISO-CLAVE (WS-NUM-PISOS).
           COMPUTE WS-PISO-IMPORTE (WS-NUM-PISOS) =
               FUNCTION NUMVAL(CF-PRY-PISO-TXT).
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CARGAR-ORDENES -- ORDENES DE AJUSTE DE CFSTDORD CON LOS
      *    MISMOS FILTROS QUE CFSTDGEN APLICA ANTES DE EMITIR; LAS DE
      *    CALCULADORA ('C') NO MUEVEN SALDOS Y NO ENTRAN
      ******************************************************************
       1200-CARGAR-ORDENES.
           OPEN INPUT CF-STD-FILE.
           IF WS-FS-STD NOT = "00"
               DISPLAY "AVISO: SIN ORDENES PERMANENTES (CFSTDORD); LA "
                   "PROYECCION SOLO LLEVA DEVENGOS."
               GO TO 1200-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1250-LEER-ORDEN THRU 1250-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-STD-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1200-EXIT.
           EXIT.

       1250-LEER-ORDEN.
           READ CF-STD-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1250-EXIT
           END-READ.
           ADD 1 TO WS-ORD-LEIDAS.
           IF NOT CF-STD-PARA-AJUSTE
               GO TO 1250-EXIT.
           IF NOT CF-STD-DIARIO AND NOT CF-STD-SEMANAL
               AND NOT CF-STD-MENSUAL AND NOT CF-STD-UNICA
               ADD 1 TO WS-ORD-OMITIDAS
               GO TO 1250-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-STD-IMPORTE) TO WS-TEST-NUMVAL.
           IF CF-STD-RAZON = SPACES
               OR CF-STD-IMPORTE = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               ADD 1 TO WS-ORD-OMITIDAS
               GO TO 1250-EXIT.
           IF WS-NUM-ORDS >= WS-MAX-ORDS
               DISPLAY "AVISO: MAS DE " WS-MAX-ORDS " ORDENES DE "
                   "AJUSTE EN CFSTDORD; EL EXCEDENTE NO SE PROYECTA."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1250-EXIT.
           ADD 1 TO WS-NUM-ORDS.
           MOVE CF-STD-CUENTA TO WS-ORD-CUENTA (WS-NUM-ORDS).
           MOVE CF-STD-FRECUENCIA TO WS-ORD-FRECUENCIA (WS-NUM-ORDS).
           IF CF-STD-DIA IS NUMERIC
               MOVE CF-STD-DIA TO WS-ORD-DIA (WS-NUM-ORDS)
           ELSE
               MOVE ZERO TO WS-ORD-DIA (WS-NUM-ORDS)
           END-IF.
           MOVE CF-STD-FECHA TO WS-ORD-FECHA (WS-NUM-ORDS).
           COMPUTE WS-ORD-IMPORTE (WS-NUM-ORDS) =
               FUNCTION NUMVAL(CF-STD-IMPORTE).
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    1300-CARGAR-DEVENGOS -- RENGLONES DE CFACRPRM CON EL FACTOR
      *    Y LA VIGENCIA DE SU TARIFA EN CFRATE01, EN EL ORDEN DEL
      *    ARCHIVO (CFACCRUE LOS APLICA UNO TRAS OTRO)
      ******************************************************************
       1300-CARGAR-DEVENGOS.
           OPEN INPUT CF-ACR-FILE.
           IF WS-FS-ACR NOT = "00"
               DISPLAY "AVISO: SIN CONFIGURACION DE DEVENGOS "
                   "(CFACRPRM); LA PROYECCION NO LLEVA DEVENGO."
               GO TO 1300-EXIT.
           OPEN INPUT CF-RATE-FILE.
           IF WS-FS-RATE NOT = "00"
               DISPLAY "AVISO: SIN TABLA DE TARIFAS (CFRATE01); LA "
                   "PROYECCION NO LLEVA DEVENGO."
               CLOSE CF-ACR-FILE
               GO TO 1300-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1350-LEER-DEVENGO THRU 1350-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-ACR-FILE.
           CLOSE CF-RATE-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1300-EXIT.
           EXIT.

       1350-LEER-DEVENGO.
           READ CF-ACR-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1350-EXIT
           END-READ.
           IF CF-ACR-CATEGORIA = SPACES OR CF-ACR-TARIFA = SPACES
               GO TO 1350-EXIT.
           MOVE CF-ACR-TARIFA TO CF-RATE-CODIGO.
           READ CF-RATE-FILE
               KEY IS CF-RATE-CODIGO
               INVALID KEY
                   DISPLAY "AVISO: TARIFA " CF-ACR-TARIFA " DE LA "
                       "CATEGORIA " CF-ACR-CATEGORIA " NO EXISTE EN "
                       "CFRATE01. RENGLON SALTADO."
                   GO TO 1350-EXIT
           END-READ.
           IF WS-NUM-ACRS >= WS-MAX-ACRS
               DISPLAY "AVISO: MAS DE " WS-MAX-ACRS " RENGLONES EN "
                   "CFACRPRM; EL EXCEDENTE NO SE PROYECTA."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1350-EXIT.
           ADD 1 TO WS-NUM-ACRS.
           MOVE CF-ACR-CATEGORIA TO WS-ACR-CATEGORIA (WS-NUM-ACRS).
           MOVE CF-RATE-FACTOR TO WS-ACR-FACTOR (WS-NUM-ACRS).
           MOVE CF-RATE-VIG-DESDE TO WS-ACR-VIG-DESDE (WS-NUM-ACRS).
           MOVE CF-RATE-VIG-HASTA TO WS-ACR-VIG-HASTA (WS-NUM-ACRS).
       1350-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARGAR-FERIADOS -- LISTA DE FERIADOS (CFHOLIDS); SIN
      *    ARCHIVO SOLO SE SALTAN LOS FINES DE SEMANA
      ******************************************************************
       1500-CARGAR-FERIADOS.
           OPEN INPUT CF-HOL-FILE.
           IF WS-FS-HOL NOT = "00"
               DISPLAY "AVISO: SIN LISTA DE FERIADOS (CFHOLIDS); SOLO "
                   "SE SALTAN LOS FINES DE SEMANA."
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
      *    1700-ARMAR-CALENDARIO -- LOS 30 DIAS HABILES SIGUIENTES A LA
      *    FECHA DE NEGOCIO (LA NOCHE DE HOY YA CORRIO), CADA UNO CON
      *    SU DIA DE LA SEMANA Y EL ULTIMO DIA DE SU MES
      ******************************************************************
       1700-ARMAR-CALENDARIO.
           COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           MOVE ZERO TO WS-NUM-DIAS.
           MOVE ZERO TO WS-INTENTOS.
       1700-PROBAR-SIGUIENTE.
           ADD 1 TO WS-DIA-ENTERO.
           ADD 1 TO WS-INTENTOS.
           IF WS-INTENTOS > 400
               DISPLAY "AVISO: SOLO " WS-NUM-DIAS " DIAS HABILES EN "
                   "LOS 400 DIAS SIGUIENTES. REVISE CFHOLIDS."
               GO TO 1700-EXIT.
           COMPUTE WS-FECHA-NUEVA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           PERFORM 5800-VALIDAR-CALENDARIO THRU 5800-EXIT.
           IF SW-ES-HABIL = "N"
               GO TO 1700-PROBAR-SIGUIENTE.
           ADD 1 TO WS-NUM-DIAS.
           PERFORM 1750-DATOS-DEL-DIA THRU 1750-EXIT.
           IF WS-NUM-DIAS < WS-DIAS-PROY
               GO TO 1700-PROBAR-SIGUIENTE.
       1700-EXIT.
           EXIT.

       1750-DATOS-DEL-DIA.
           MOVE WS-FECHA-NUEVA TO WS-DIA-FECHA (WS-NUM-DIAS).
           COMPUTE WS-DIA-DIA-SEMANA (WS-NUM-DIAS) =
               FUNCTION MOD(WS-DIA-ENTERO - 1, 7) + 1.
           MOVE WS-FECHA-NUEVA TO WS-FECHA-PROX-MES.
           MOVE 1 TO WS-PROX-DD.
           IF WS-PROX-MM = 12
               MOVE 1 TO WS-PROX-MM
               ADD 1 TO WS-PROX-AAAA
           ELSE
               ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-DIA-ULTIMO-MES (WS-NUM-DIAS) =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROX-MES) - 1
                   - WS-DIA-ENTERO + WS-DIA-DD (WS-NUM-DIAS).
       1750-EXIT.
           EXIT.

      ******************************************************************
      *    2000-RECORRER-MAESTRO -- UNA SOLA PASADA SOBRE CFBALMST: POR
      *    CUENTA SE IMPRIME CADA PROYECCION; POR CATEGORIA SE ACUMULA
      ******************************************************************
       2000-RECORRER-MAESTRO.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "EL MAESTRO DE SALDOS ESTA VACIO."
                   GO TO 2000-EXIT
           END-START.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2100-PROCESAR-CUENTA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2000-EXIT.
           EXIT.

       2100-PROCESAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-CTAS-LEIDAS.
           IF CF-BAL-BLOQUEADA
               ADD 1 TO WS-CTAS-BLOQUEADAS.
           PERFORM 3000-PROYECTAR-CUENTA THRU 3000-EXIT.
           IF NIVEL-CATEGORIA
               PERFORM 3500-ACUMULAR-CATEGORIA THRU 3500-EXIT
               GO TO 2100-EXIT.
           MOVE CF-BAL-CUENTA TO WS-BLQ-CLAVE.
           MOVE CF-BAL-DESC TO WS-BLQ-DESC.
           MOVE SPACES TO WS-BLQ-NOTA.
           STRING "CATEGORIA " CF-BAL-CATEGORIA DELIMITED SIZE
               INTO WS-BLQ-NOTA.
           MOVE CF-BAL-SALDO TO WS-BLQ-SALDO-INI.
           MOVE "C" TO WS-BUSCA-TIPO.
           MOVE CF-BAL-CUENTA TO WS-BUSCA-CLAVE.
           PERFORM 4100-BUSCAR-PISO THRU 4100-EXIT.
           PERFORM 5000-IMPRIMIR-BLOQUE THRU 5000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROYECTAR-CUENTA -- DIA POR DIA: PRIMERO LAS ORDENES
      *    (CFSTDGEN Y CFAJUST CORREN ANTES QUE CFACCRUE) Y LUEGO EL
      *    DEVENGO SOBRE EL SALDO YA AJUSTADO.  UNA CUENTA CONGELADA O
      *    CERRADA NO RECIBE NI UNO NI OTRO.
      ******************************************************************
       3000-PROYECTAR-CUENTA.
           MOVE CF-BAL-SALDO TO WS-SALDO-PROY.
           PERFORM 3100-PROYECTAR-DIA THRU 3100-EXIT
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DIAS.
       3000-EXIT.
           EXIT.

       3100-PROYECTAR-DIA.
           MOVE ZERO TO WS-BLQ-ORDENES (WS-D).
           MOVE ZERO TO WS-BLQ-NUM-ORD (WS-D).
           MOVE ZERO TO WS-BLQ-DEVENGO (WS-D).
           IF NOT CF-BAL-BLOQUEADA
               PERFORM 3200-APLICAR-ORDEN THRU 3200-EXIT
                   VARYING WS-ORD FROM 1 BY 1
                   UNTIL WS-ORD > WS-NUM-ORDS
               PERFORM 3300-APLICAR-DEVENGO THRU 3300-EXIT
                   VARYING WS-ACR FROM 1 BY 1
                   UNTIL WS-ACR > WS-NUM-ACRS
           END-IF.
           MOVE WS-SALDO-PROY TO WS-BLQ-SALDO (WS-D).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-APLICAR-ORDEN -- LA ORDEN VENCE EL DIA PROYECTADO CON
      *    LA REGLA DE CFSTDGEN (2100-VERIFICAR-VENCIMIENTO); LA QUE
      *    DESBORDARIA EL SALDO CFSTDGEN LA OMITE Y AQUI TAMBIEN
      ******************************************************************
       3200-APLICAR-ORDEN.
           IF WS-ORD-CUENTA (WS-ORD) NOT = CF-BAL-CUENTA
               GO TO 3200-EXIT.
           MOVE "N" TO SW-ORDEN-VENCE.
           EVALUATE WS-ORD-FRECUENCIA (WS-ORD)
               WHEN "D"
                   MOVE "S" TO SW-ORDEN-VENCE
               WHEN "S"
                   IF WS-ORD-DIA (WS-ORD) = WS-DIA-DIA-SEMANA (WS-D)
                       MOVE "S" TO SW-ORDEN-VENCE
                   END-IF
               WHEN "M"
                   IF WS-ORD-DIA (WS-ORD) = WS-DIA-DD (WS-D)
                       MOVE "S" TO SW-ORDEN-VENCE
                   END-IF
                   IF WS-ORD-DIA (WS-ORD) > WS-DIA-ULTIMO-MES (WS-D)
                       AND WS-DIA-DD (WS-D) = WS-DIA-ULTIMO-MES (WS-D)
                       MOVE "S" TO SW-ORDEN-VENCE
                   END-IF
               WHEN "U"
                   IF WS-ORD-FECHA (WS-ORD) = WS-DIA-FECHA (WS-D)
                       MOVE "S" TO SW-ORDEN-VENCE
                   END-IF
           END-EVALUATE.
           IF NOT ORDEN-VENCE
               GO TO 3200-EXIT.
           COMPUTE WS-SALDO-TEMP =
               WS-SALDO-PROY + WS-ORD-IMPORTE (WS-ORD).
           IF WS-SALDO-TEMP > 9999999.99
               OR WS-SALDO-TEMP < -9999999.99
               GO TO 3200-EXIT.
           MOVE WS-SALDO-TEMP TO WS-SALDO-PROY.
           ADD WS-ORD-IMPORTE (WS-ORD) TO WS-BLQ-ORDENES (WS-D).
           ADD 1 TO WS-BLQ-NUM-ORD (WS-D).
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-APLICAR-DEVENGO -- MISMO CALCULO QUE CFACCRUE: SALDO
      *    POR FACTOR, REDONDEADO; SIN SALDO, FUERA DE VIGENCIA O CON
      *    DESBORDE NO SE DEVENGA
      ******************************************************************
       3300-APLICAR-DEVENGO.
           IF WS-ACR-CATEGORIA (WS-ACR) NOT = CF-BAL-CATEGORIA
               GO TO 3300-EXIT.
           IF WS-DIA-FECHA (WS-D) < WS-ACR-VIG-DESDE (WS-ACR)
               OR WS-DIA-FECHA (WS-D) > WS-ACR-VIG-HASTA (WS-ACR)
               GO TO 3300-EXIT.
           IF WS-SALDO-PROY = ZERO
               GO TO 3300-EXIT.
           COMPUTE WS-DEVENGO-TEMP =
               WS-SALDO-PROY * WS-ACR-FACTOR (WS-ACR).
           IF WS-DEVENGO-TEMP > 9999999.99
               OR WS-DEVENGO-TEMP < -9999999.99
               GO TO 3300-EXIT.
           COMPUTE WS-DEVENGO ROUNDED =
               WS-SALDO-PROY * WS-ACR-FACTOR (WS-ACR).
           IF WS-DEVENGO = ZERO
               GO TO 3300-EXIT.
           COMPUTE WS-SALDO-TEMP = WS-SALDO-PROY + WS-DEVENGO.
           IF WS-SALDO-TEMP > 9999999.99
               OR WS-SALDO-TEMP < -9999999.99
               GO TO 3300-EXIT.
           MOVE WS-SALDO-TEMP TO WS-SALDO-PROY.
           ADD WS-DEVENGO TO WS-BLQ-DEVENGO (WS-D).
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3500-ACUMULAR-CATEGORIA -- LA PROYECCION DE LA CUENTA SE
      *    SUMA AL TOTAL DE SU CATEGORIA
      ******************************************************************
       3500-ACUMULAR-CATEGORIA.
           MOVE CF-BAL-CATEGORIA TO WS-CATEGORIA-CTA.
           IF WS-CATEGORIA-CTA = SPACES
               MOVE "????" TO WS-CATEGORIA-CTA.
           MOVE ZERO TO WS-CAT.
           PERFORM 3550-COMPARAR-CATEGORIA THRU 3550-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-CATS OR WS-CAT > ZERO.
           IF WS-CAT = ZERO
               IF WS-NUM-CATS >= WS-MAX-CATS
                   ADD 1 TO WS-CTAS-SIN-CATEGORIA
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-NUM-CATS
               MOVE WS-NUM-CATS TO WS-CAT
               MOVE WS-CATEGORIA-CTA TO WS-CAT-COD (WS-CAT)
               MOVE ZERO TO WS-CAT-CUENTAS (WS-CAT)
               MOVE ZERO TO WS-CAT-SALDO-INI (WS-CAT)
               PERFORM 3600-LIMPIAR-DIA-CAT THRU 3600-EXIT
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NUM-DIAS
           END-IF.
           ADD 1 TO WS-CAT-CUENTAS (WS-CAT).
           ADD CF-BAL-SALDO TO WS-CAT-SALDO-INI (WS-CAT).
           PERFORM 3650-SUMAR-DIA-CAT THRU 3650-EXIT
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DIAS.
       3500-EXIT.
           EXIT.

       3550-COMPARAR-CATEGORIA.
           IF WS-CAT-COD (WS-BUSCA) = WS-CATEGORIA-CTA
               MOVE WS-BUSCA TO WS-CAT.
       3550-EXIT.
           EXIT.

       3600-LIMPIAR-DIA-CAT.
           MOVE ZERO TO WS-CAT-ORDENES (WS-CAT, WS-D).
           MOVE ZERO TO WS-CAT-NUM-ORD (WS-CAT, WS-D).
           MOVE ZERO TO WS-CAT-DEVENGO (WS-CAT, WS-D).
           MOVE ZERO TO WS-CAT-SALDO (WS-CAT, WS-D).
       3600-EXIT.
           EXIT.

       3650-SUMAR-DIA-CAT.
           ADD WS-BLQ-ORDENES (WS-D) TO WS-CAT-ORDENES (WS-CAT, WS-D).
           ADD WS-BLQ-NUM-ORD (WS-D) TO WS-CAT-NUM-ORD (WS-CAT, WS-D).
           ADD WS-BLQ-DEVENGO (WS-D) TO WS-CAT-DEVENGO (WS-CAT, WS-D).
           ADD WS-BLQ-SALDO (WS-D) TO WS-CAT-SALDO (WS-CAT, WS-D).
       3650-EXIT.
           EXIT.

      ******************************************************************
      *    4000-IMPRIMIR-CATEGORIAS -- NIVEL=CAT: UN BLOQUE POR
      *    CATEGORIA CON SU PISO 'G' DE CFPRYPRM
      ******************************************************************
       4000-IMPRIMIR-CATEGORIAS.
           PERFORM 4050-IMPRIMIR-CATEGORIA THRU 4050-EXIT
               VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > WS-NUM-CATS.
           IF CATEGORIAS-ABIERTAS
               CLOSE CF-CAT-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4050-IMPRIMIR-CATEGORIA.
           MOVE WS-CAT-COD (WS-CAT) TO WS-BLQ-CLAVE.
           MOVE SPACES TO WS-BLQ-DESC.
           IF WS-CAT-COD (WS-CAT) = "????"
               MOVE "SIN CATEGORIA" TO WS-BLQ-DESC
           ELSE
               IF CATEGORIAS-ABIERTAS
                   MOVE WS-CAT-COD (WS-CAT) TO CF-CAT-CODIGO
                   READ CF-CAT-FILE
                       KEY IS CF-CAT-CODIGO
                       INVALID KEY
                           MOVE "CATEGORIA DESCONOCIDA" TO WS-BLQ-DESC
                       NOT INVALID KEY
                           MOVE CF-CAT-DESC TO WS-BLQ-DESC
                   END-READ
               END-IF
           END-IF.
           MOVE WS-CAT-CUENTAS (WS-CAT) TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-BLQ-NOTA.
           STRING WS-CONTADOR-EDIT " CUENTA(S)" DELIMITED SIZE
               INTO WS-BLQ-NOTA.
           MOVE WS-CAT-SALDO-INI (WS-CAT) TO WS-BLQ-SALDO-INI.
           PERFORM 4060-COPIAR-DIA-CAT THRU 4060-EXIT
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DIAS.
           MOVE "G" TO WS-BUSCA-TIPO.
           MOVE WS-CAT-COD (WS-CAT) TO WS-BUSCA-CLAVE.
           PERFORM 4100-BUSCAR-PISO THRU 4100-EXIT.
           PERFORM 5000-IMPRIMIR-BLOQUE THRU 5000-EXIT.
       4050-EXIT.
           EXIT.

       4060-COPIAR-DIA-CAT.
           MOVE WS-CAT-ORDENES (WS-CAT, WS-D) TO WS-BLQ-ORDENES (WS-D).
           MOVE WS-CAT-NUM-ORD (WS-CAT, WS-D) TO WS-BLQ-NUM-ORD (WS-D).
           MOVE WS-CAT-DEVENGO (WS-CAT, WS-D) TO WS-BLQ-DEVENGO (WS-D).
           MOVE WS-CAT-SALDO (WS-CAT, WS-D) TO WS-BLQ-SALDO (WS-D).
       4060-EXIT.
           EXIT.

      ******************************************************************
      *    4100-BUSCAR-PISO -- PISO DE LA CLAVE EN CURSO; SIN RENGLON
      *    EN CFPRYPRM EL PISO ES CERO
      ******************************************************************
       4100-BUSCAR-PISO.
           MOVE ZERO TO WS-BLQ-PISO.
           MOVE ZERO TO WS-PIS.
           PERFORM 4150-COMPARAR-PISO THRU 4150-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-PISOS OR WS-PIS > ZERO.
           IF WS-PIS > ZERO
               MOVE WS-PISO-IMPORTE (WS-PIS) TO WS-BLQ-PISO.
       4100-EXIT.
           EXIT.

       4150-COMPARAR-PISO.
           IF WS-PISO-TIPO (WS-BUSCA) = WS-BUSCA-TIPO
               AND WS-PISO-CLAVE (WS-BUSCA) = WS-BUSCA-CLAVE
               MOVE WS-BUSCA TO WS-PIS.
       4150-EXIT.
           EXIT.

      ******************************************************************
      *    5000-IMPRIMIR-BLOQUE -- ENCABEZADO DEL BLOQUE Y LOS 30 DIAS
      *    CON EL PRIMER DIA BAJO CERO Y BAJO EL PISO MARCADOS; SIN
      *    ORDENES NI DEVENGO EN TODO EL PERIODO BASTA UNA LINEA.  EL
      *    BLOQUE NO SE PARTE ENTRE PAGINAS.
      ******************************************************************
       5000-IMPRIMIR-BLOQUE.
           ADD 1 TO WS-BLOQUES.
           MOVE ZERO TO WS-DIA-CERO.
           MOVE ZERO TO WS-DIA-PISO.
           MOVE 1 TO WS-DIA-MINIMO.
           MOVE WS-BLQ-SALDO (1) TO WS-SALDO-MINIMO.
           MOVE "N" TO SW-HAY-MOVIMIENTO.
           PERFORM 5100-EVALUAR-DIA THRU 5100-EXIT
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-NUM-DIAS.
           IF HAY-MOVIMIENTO
               IF WS-LINEAS-PAGINA + WS-NUM-DIAS + 3 > WS-LINEAS-MAX
                   PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
               END-IF
           ELSE
               IF WS-LINEAS-PAGINA + 3 > WS-LINEAS-MAX
                   PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO PRT-BLOQUE.
           IF NIVEL-CATEGORIA
               MOVE "CATEGORIA:" TO PRT-BLQ-ETIQUETA
           ELSE
               MOVE "CUENTA:" TO PRT-BLQ-ETIQUETA
           END-IF.
           MOVE WS-BLQ-CLAVE TO PRT-BLQ-CLAVE.
           MOVE WS-BLQ-DESC TO PRT-BLQ-DESC.
           MOVE WS-BLQ-SALDO-INI TO PRT-BLQ-SALDO.
           MOVE WS-BLQ-PISO TO PRT-BLQ-PISO.
           MOVE WS-BLQ-NOTA TO PRT-BLQ-NOTA.
           MOVE PRT-BLOQUE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF HAY-MOVIMIENTO
               MOVE PRT-COLUMNAS TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               PERFORM 5200-IMPRIMIR-DIA THRU 5200-EXIT
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NUM-DIAS
           ELSE
               PERFORM 5300-IMPRIMIR-SIN-MOVIMIENTO THRU 5300-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-DIA-CERO > ZERO OR WS-DIA-PISO > ZERO
               PERFORM 5400-REGISTRAR-RIESGO THRU 5400-EXIT.
       5000-EXIT.
           EXIT.

       5100-EVALUAR-DIA.
           IF WS-BLQ-NUM-ORD (WS-D) > ZERO
               OR WS-BLQ-DEVENGO (WS-D) NOT = ZERO
               MOVE "S" TO SW-HAY-MOVIMIENTO.
           IF WS-BLQ-SALDO (WS-D) < WS-SALDO-MINIMO
               MOVE WS-BLQ-SALDO (WS-D) TO WS-SALDO-MINIMO
               MOVE WS-D TO WS-DIA-MINIMO.
           IF WS-DIA-CERO = ZERO
               AND WS-BLQ-SALDO (WS-D) < ZERO
               MOVE WS-D TO WS-DIA-CERO.
      *    CON PISO CERO "BAJO EL PISO" ES "BAJO CERO": UNA SOLA MARCA.
           IF WS-DIA-PISO = ZERO
               AND WS-BLQ-PISO NOT = ZERO
               AND WS-BLQ-SALDO (WS-D) < WS-BLQ-PISO
               MOVE WS-D TO WS-DIA-PISO.
       5100-EXIT.
           EXIT.

       5200-IMPRIMIR-DIA.
           MOVE SPACES TO PRT-DETALLE.
           MOVE WS-D TO PRT-DET-DIA.
           MOVE WS-DIA-FECHA (WS-D) TO PRT-DET-FECHA.
           MOVE WS-BLQ-ORDENES (WS-D) TO PRT-DET-ORDENES.
           MOVE WS-BLQ-DEVENGO (WS-D) TO PRT-DET-DEVENGO.
           MOVE WS-BLQ-SALDO (WS-D) TO PRT-DET-SALDO.
           PERFORM 5500-ARMAR-OBSERVACION THRU 5500-EXIT.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    5300-IMPRIMIR-SIN-MOVIMIENTO -- SALDO FIJO TODO EL PERIODO;
      *    SI YA ESTA BAJO CERO O BAJO EL PISO LO ESTA DESDE EL DIA 1
      ******************************************************************
       5300-IMPRIMIR-SIN-MOVIMIENTO.
           MOVE SPACES TO PRT-SIN-MOVIMIENTO.
           IF NIVEL-CUENTA AND CF-BAL-BLOQUEADA
               MOVE "CONGELADA O CERRADA: SIN ORDENES NI DEVENGO"
                   TO PRT-SMV-TEXTO
           ELSE
               MOVE "SIN ORDENES NI DEVENGO EN EL PERIODO: SALDO FIJO"
                   TO PRT-SMV-TEXTO
           END-IF.
           MOVE 1 TO WS-D.
           PERFORM 5500-ARMAR-OBSERVACION THRU 5500-EXIT.
           MOVE PRT-DET-OBSERVACION TO PRT-SMV-OBSERVACION.
           MOVE PRT-SIN-MOVIMIENTO TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *    5400-REGISTRAR-RIESGO -- EL BLOQUE VA AL RESUMEN FINAL Y
      *    CUENTA PARA EL CODIGO DE RETORNO
      ******************************************************************
       5400-REGISTRAR-RIESGO.
           ADD 1 TO WS-EN-RIESGO.
           IF WS-NUM-RIESGOS >= WS-MAX-RIESGOS
               GO TO 5400-EXIT.
           ADD 1 TO WS-NUM-RIESGOS.
           MOVE WS-NUM-RIESGOS TO WS-RIE.
           MOVE WS-BLQ-CLAVE TO WS-RIE-CLAVE (WS-RIE).
           MOVE WS-BLQ-SALDO-INI TO WS-RIE-SALDO-INI (WS-RIE).
           MOVE WS-BLQ-PISO TO WS-RIE-PISO (WS-RIE).
           MOVE ZERO TO WS-RIE-FECHA-PISO (WS-RIE).
           MOVE ZERO TO WS-RIE-FECHA-CERO (WS-RIE).
           IF WS-DIA-PISO > ZERO
               MOVE WS-DIA-FECHA (WS-DIA-PISO)
                   TO WS-RIE-FECHA-PISO (WS-RIE)
           END-IF.
           IF WS-DIA-CERO > ZERO
               MOVE WS-DIA-FECHA (WS-DIA-CERO)
                   TO WS-RIE-FECHA-CERO (WS-RIE)
           END-IF.
           MOVE WS-SALDO-MINIMO TO WS-RIE-MINIMO (WS-RIE).
           MOVE WS-DIA-FECHA (WS-DIA-MINIMO)
               TO WS-RIE-FECHA-MINIMO (WS-RIE).
       5400-EXIT.
           EXIT.

       5500-ARMAR-OBSERVACION.
           MOVE SPACES TO PRT-DET-OBSERVACION.
           IF WS-D = WS-DIA-CERO AND WS-D = WS-DIA-PISO
               MOVE "*** PRIMER DIA BAJO CERO Y BAJO EL PISO ***"
                   TO PRT-DET-OBSERVACION
               GO TO 5500-EXIT.
           IF WS-D = WS-DIA-CERO
               MOVE "*** PRIMER DIA BAJO CERO ***"
                   TO PRT-DET-OBSERVACION
               GO TO 5500-EXIT.
           IF WS-D = WS-DIA-PISO
               MOVE "*** PRIMER DIA BAJO EL PISO ***"
                   TO PRT-DET-OBSERVACION.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    5800-VALIDAR-CALENDARIO -- WS-FECHA-NUEVA NO ES SABADO NI
      *    DOMINGO NI ESTA EN LA LISTA DE FERIADOS
      ******************************************************************
       5800-VALIDAR-CALENDARIO.
           MOVE "S" TO SW-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO SW-ES-HABIL
               GO TO 5800-EXIT.
           IF WS-NUM-FERIADOS > ZERO
               PERFORM 5900-COMPARAR-FERIADO THRU 5900-EXIT
                   VARYING WS-FER FROM 1 BY 1
                   UNTIL WS-FER > WS-NUM-FERIADOS
                       OR SW-ES-HABIL = "N"
           END-IF.
       5800-EXIT.
           EXIT.

       5900-COMPARAR-FERIADO.
           IF WS-FERIADO (WS-FER) = WS-FECHA-NUEVA
               MOVE "N" TO SW-ES-HABIL.
       5900-EXIT.
           EXIT.

      ******************************************************************
      *    6000-IMPRIMIR-RIESGOS -- RESUMEN: LO QUE BAJA DE CERO O DEL
      *    PISO EN EL PERIODO, CON EL SALDO MINIMO Y SU FECHA
      ******************************************************************
       6000-IMPRIMIR-RIESGOS.
           IF WS-LINEAS-PAGINA + 6 > WS-LINEAS-MAX
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           IF NIVEL-CATEGORIA
               MOVE "RESUMEN: CATEGORIAS QUE BAJAN DE CERO O DEL PISO"
                   TO WS-PRT-LINEA (1:48)
           ELSE
               MOVE "RESUMEN: CUENTAS QUE BAJAN DE CERO O DEL PISO"
                   TO WS-PRT-LINEA (1:45)
           END-IF.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE PRT-COLUMNAS-RIE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 6100-IMPRIMIR-RIESGO THRU 6100-EXIT
               VARYING WS-RIE FROM 1 BY 1
               UNTIL WS-RIE > WS-NUM-RIESGOS.
           IF WS-EN-RIESGO = ZERO
               MOVE "(NINGUNA)" TO WS-PRT-LINEA (1:9)
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           IF WS-EN-RIESGO > WS-NUM-RIESGOS
               COMPUTE WS-CONTADOR-EDIT = WS-EN-RIESGO - WS-NUM-RIESGOS
               STRING "** " WS-CONTADOR-EDIT " MAS EN RIESGO QUE NO "
                   "CUPIERON EN EL RESUMEN; VER EL DETALLE **"
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           IF WS-CTAS-SIN-CATEGORIA > ZERO
               MOVE WS-CTAS-SIN-CATEGORIA TO WS-CONTADOR-EDIT
               STRING "** " WS-CONTADOR-EDIT " CUENTA(S) DE "
                   "CATEGORIAS QUE NO CUPIERON EN LA TABLA **"
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-RIESGO.
           MOVE SPACES TO PRT-DETALLE-RIE.
           MOVE WS-RIE-CLAVE (WS-RIE) TO PRT-RIE-CLAVE.
           MOVE WS-RIE-SALDO-INI (WS-RIE) TO PRT-RIE-SALDO.
           MOVE WS-RIE-PISO (WS-RIE) TO PRT-RIE-PISO.
           IF WS-RIE-FECHA-PISO (WS-RIE) > ZERO
               MOVE WS-RIE-FECHA-PISO (WS-RIE) TO PRT-RIE-FECHA-PISO
           ELSE
               MOVE "   --" TO PRT-RIE-FECHA-PISO
           END-IF.
           IF WS-RIE-FECHA-CERO (WS-RIE) > ZERO
               MOVE WS-RIE-FECHA-CERO (WS-RIE) TO PRT-RIE-FECHA-CERO
           ELSE
               MOVE "   --" TO PRT-RIE-FECHA-CERO
           END-IF.
           MOVE WS-RIE-MINIMO (WS-RIE) TO PRT-RIE-MINIMO.
           MOVE WS-RIE-FECHA-MINIMO (WS-RIE) TO PRT-RIE-FECHA-MINIMO.
           MOVE PRT-DETALLE-RIE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- CIERRE, VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           CLOSE CF-BAL-FILE.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           MOVE WS-CTAS-LEIDAS TO WS-CONTADOR-EDIT.
           DISPLAY "CUENTAS PROYECTADAS:            " WS-CONTADOR-EDIT.
           MOVE WS-CTAS-BLOQUEADAS TO WS-CONTADOR-EDIT.
           DISPLAY "  CONGELADAS O CERRADAS (FIJAS): " WS-CONTADOR-EDIT.
           MOVE WS-NUM-ORDS TO WS-CONTADOR-EDIT.
           DISPLAY "ORDENES DE AJUSTE EN PROYECCION:" WS-CONTADOR-EDIT.
           MOVE WS-ORD-OMITIDAS TO WS-CONTADOR-EDIT.
           DISPLAY "  OMITIDAS (COMO EN CFSTDGEN):   " WS-CONTADOR-EDIT.
           MOVE WS-NUM-ACRS TO WS-CONTADOR-EDIT.
           DISPLAY "RENGLONES DE DEVENGO:           " WS-CONTADOR-EDIT.
           IF WS-EN-RIESGO > ZERO
               MOVE WS-EN-RIESGO TO WS-CONTADOR-EDIT
               IF NIVEL-CATEGORIA
                   DISPLAY "** ATENCION: " WS-CONTADOR-EDIT
                       " CATEGORIA(S) BAJAN DE CERO O DEL PISO EN LOS "
                       "PROXIMOS " WS-NUM-DIAS " DIAS HABILES. **"
               ELSE
                   DISPLAY "** ATENCION: " WS-CONTADOR-EDIT
                       " CUENTA(S) BAJAN DE CERO O DEL PISO EN LOS "
                       "PROXIMOS " WS-NUM-DIAS " DIAS HABILES. **"
               END-IF
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NADA BAJA DE CERO NI DEL PISO EN EL PERIODO."
           END-IF.
           DISPLAY "PROYECCION EN EL ARCHIVO DE IMPRESION CFPRYPR.".
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
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
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
           MOVE "CFPRYRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-CTAS-LEIDAS TO CF-RUN-LEIDOS.
           MOVE WS-BLOQUES TO CF-RUN-ACEPTADOS.
           MOVE WS-EN-RIESGO TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFPRYRPT.
