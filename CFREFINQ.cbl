      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Rastreo punta a punta de una referencia.  Cuando una
      *          sucursal pregunta por una referencia (CF-LOG-REF) la
      *          respuesta esta repartida en media docena de archivos;
      *          esta consulta DE SOLO LECTURA los recorre todos y
      *          arma la linea de tiempo de la referencia en orden
      *          cronologico, con fecha, hora, operador e importes:
      *            - el lote que la trajo (CFTRANIN, CFTRANCV,
      *              CFSTDTRN, CFFUTTRN, CFTRANCO) y su anotacion en
      *              el registro de lotes (CFLOTREG);
      *            - su contabilizacion en la bitacora (CFTRLOG.
      *              <fecha>) o su rechazo a excepciones (CFEXCLOG.
      *              <fecha>) en cada generacion diaria del rango,
      *              mas los derrames del piso aun sin mezclar;
      *            - la disposicion de la correccion (CFEXCDSP, de
      *              CFEXCCOR): corregida y reenviada, saltada o
      *              pendiente;
      *            - su paso por el suspenso (CFSUSP) y quien decidio;
      *            - su envio al mayor (CFGLINT) y lo que el mayor
      *              contesto (CFGLCNF, de CFGLACK);
      *            - su reverso 'RV' por el respaldo de lote
      *              (CFBAKOUT).
      *          Termina con el estado final de la referencia.  La
      *          linea de tiempo sale por consola y se imprime en
      *          CFREFPR (convencion de 132 columnas) para anexarla a
      *          la respuesta a la sucursal.
      * Tectonics: cobc -x -std=ibm CFREFINQ.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFREFINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-TRN-FILE ASSIGN DYNAMIC WS-TRN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRN.

           SELECT CF-REG-FILE ASSIGN TO "CFLOTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-SPL-FILE ASSIGN TO "CFSPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPL.

           SELECT CF-DSP-FILE ASSIGN TO "CFEXCDSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DSP.

           SELECT CF-SUS-FILE ASSIGN TO "CFSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.

           SELECT CF-GL-FILE ASSIGN TO "CFGLINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT CF-CNF-FILE ASSIGN TO "CFGLCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNF.

           SELECT CF-PRT-FILE ASSIGN TO "CFREFPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-SORT-FILE ASSIGN TO "CFREFSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-TRN-FILE.
           COPY CFTRNIN.

       FD  CF-REG-FILE.
       01  CF-REG-RECORD.
           05  CF-REG-LOTE-ID           PIC X(08).
           05  CF-REG-FECHA-PROC        PIC 9(08).
           05  CF-REG-ORIGEN            PIC X(08).
           05  CF-REG-ESTADO            PIC X(01).
               88  CF-REG-REVERTIDO         VALUE 'R'.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-SPL-FILE.
           COPY CFSPLREC.

       FD  CF-DSP-FILE.
       01  CF-DSP-RECORD.
           05  CF-DSP-FECHA             PIC 9(08).
           05  CF-DSP-NUM-REGISTRO      PIC 9(08).
           05  CF-DSP-OPERADOR-ORIG     PIC X(08).
           05  CF-DSP-OPERADOR-COR      PIC X(08).
           05  CF-DSP-DISPOSICION       PIC X(01).
               88  CF-DSP-CORREGIDO         VALUE 'C'.
               88  CF-DSP-SALTADO           VALUE 'S'.
               88  CF-DSP-PENDIENTE         VALUE 'P'.
           05  CF-DSP-NUM1-TXT          PIC X(11).
           05  CF-DSP-OPERACION-TXT     PIC X(02).
           05  CF-DSP-NUM2-TXT          PIC X(11).
           05  CF-DSP-RAZON             PIC X(40).

       FD  CF-SUS-FILE.
           COPY CFSUSREC.

       FD  CF-GL-FILE.
       01  CF-GL-REGISTRO.
           05  CF-GL-TIPO               PIC X(01).
           05  CF-GL-CUENTA             PIC X(08).
           05  CF-GL-IMPORTE-TXT        PIC X(11).
           05  CF-GL-FECHA-TXT          PIC X(08).
           05  CF-GL-REF                PIC X(12).
           05  CF-GL-RAZON              PIC X(04).
       01  CF-GL-CABECERA.
           05  FILLER                   PIC X(01).
           05  CF-GL-CAB-FECHA          PIC X(08).
           05  FILLER                   PIC X(35).

       FD  CF-CNF-FILE.
       01  CF-CNF-RECORD.
           05  CF-CNF-FECHA             PIC 9(08).
           05  CF-CNF-REF               PIC X(12).
           05  CF-CNF-ESTADO            PIC X(01).
               88  CF-CNF-ACEPTADO          VALUE 'A'.
               88  CF-CNF-RECHAZADO         VALUE 'R'.
           05  CF-CNF-RAZON             PIC X(40).

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

      *----------------------------------------------------------------
      *    UN EVENTO DE LA LINEA DE TIEMPO.  LA HORA 00000000 ES EL
      *    INICIO DEL DIA (LLEGADA DEL LOTE) Y LA 99999999 LA VENTANA
      *    NOCTURNA (INTERFAZ Y ACUSE DEL MAYOR), PARA QUE LOS
      *    EVENTOS SIN HORA PROPIA QUEDEN EN SU LUGAR DEL DIA; EL
      *    ORDEN DE HALLAZGO DESEMPATA.
      *----------------------------------------------------------------
       SD  CF-SORT-FILE.
       01  CF-SORT-RECORD.
           05  SORT-FECHA              PIC 9(08).
           05  SORT-HORA               PIC 9(08).
           05  SORT-ORDEN              PIC 9(04).
           05  SORT-FUENTE             PIC X(08).
           05  SORT-OPERADOR           PIC X(08).
           05  SORT-EVENTO             PIC X(24).
           05  SORT-CON-IMPORTE        PIC X(01).
           05  SORT-IMPORTE            PIC S9(7)V99.
           05  SORT-DETALLE            PIC X(50).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-TRN                    PIC X(02) VALUE "00".
       77  WS-FS-REG                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-SPL                    PIC X(02) VALUE "00".
       77  WS-FS-DSP                    PIC X(02) VALUE "00".
       77  WS-FS-SUS                    PIC X(02) VALUE "00".
       77  WS-FS-GL                     PIC X(02) VALUE "00".
       77  WS-FS-CNF                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".

       01  WS-TRN-FILENAME              PIC X(08).
       01  WS-LOG-FILENAME              PIC X(32).
       01  WS-EXC-FILENAME              PIC X(32).
       01  WS-FUENTE                    PIC X(08).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-ENTRADA-REF               PIC X(12).
       01  WS-FECHA                     PIC 9(08).
       01  WS-FECHA-GEN                 PIC 9(08).
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-FECHA-HASTA               PIC 9(08).
       01  WS-REF                       PIC X(12).
       01  WS-HORA                      PIC 9(08).

       77  WS-DIA                       PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-DESDE                 PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-HASTA                 PIC 9(08) VALUE ZERO COMP.
      *    EL RANGO SE LIMITA A UN TRIMESTRE DE GENERACIONES.
       77  WS-MAX-DIAS                  PIC 9(03) VALUE 92 COMP.
       77  WS-HORA-INICIO-DIA           PIC 9(08) VALUE ZERO.
       77  WS-HORA-NOCHE                PIC 9(08) VALUE 99999999.

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-FIN-SESIONES              PIC X(01) VALUE "N".
           88  FIN-SESIONES                      VALUE "S".
       77  SW-FIN-REG                   PIC X(01) VALUE "N".
           88  FIN-REG                           VALUE "S".
       77  SW-FIN-SORT                  PIC X(01) VALUE "N".
           88  FIN-SORT                          VALUE "S".
       77  SW-LIBERADO                  PIC X(01) VALUE "N".
           88  EVENTO-LIBERADO                   VALUE "S".
       77  SW-REG-HALLADO               PIC X(01) VALUE "N".
           88  REG-HALLADO                       VALUE "S".
       77  SW-GL-ENVIADO                PIC X(01) VALUE "N".
           88  GL-ENVIADO                        VALUE "S".
       77  SW-CONTINUAR                 PIC X(01) VALUE "S".

      *----------------------------------------------------------------
      *    LOTES DE ENTRADA QUE SE REVISAN (FORMATO CFTRNIN).  CFADJIN
      *    NO LLEVA REFERENCIA (LA ASIGNA OPERACIONES AL CONTABILIZAR),
      *    ASI QUE UN AJUSTE SE RASTREA DESDE SU ASIENTO.
      *----------------------------------------------------------------
       01  WS-TABLA-LOTES.
           05  FILLER                   PIC X(08) VALUE "CFTRANIN".
           05  FILLER                   PIC X(08) VALUE "CFTRANCV".
           05  FILLER                   PIC X(08) VALUE "CFSTDTRN".
           05  FILLER                   PIC X(08) VALUE "CFFUTTRN".
           05  FILLER                   PIC X(08) VALUE "CFTRANCO".
       01  WS-TABLA-LOTES-R REDEFINES WS-TABLA-LOTES.
           05  WS-LOT-NOMBRE            PIC X(08) OCCURS 5 TIMES.
       77  WS-NUM-LOTES                 PIC 9(02) VALUE 5 COMP.
       77  WS-LOT                       PIC 9(02) VALUE ZERO COMP.

      *    CABECERA DEL LOTE EN CURSO Y SU ANOTACION EN CFLOTREG.
       01  WS-LOTE-ID                   PIC X(08).
       01  WS-LOTE-ORIGEN               PIC X(08).
       01  WS-LOTE-SUCURSAL             PIC X(04).
       01  WS-LOTE-FECHA                PIC 9(08).
       01  WS-REG-FECHA-PROC            PIC 9(08).
       01  WS-REG-ESTADO                PIC X(01).

      *----------------------------------------------------------------
      *    RECHAZOS HALLADOS, PARA CRUZARLOS CONTRA CFEXCDSP (QUE NO
      *    LLEVA REFERENCIA: SE CRUZA POR FECHA, NUMERO DE REGISTRO Y
      *    OPERADOR, COMO LO ANOTA CFEXCCOR).
      *----------------------------------------------------------------
       77  WS-MAX-RCH                   PIC 9(03) VALUE 50 COMP.
       77  WS-NUM-RCH                   PIC 9(03) VALUE ZERO COMP.
       77  WS-RCH                       PIC 9(03) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-RCH.
           05  WS-RCH-ENTRADA OCCURS 50 TIMES INDEXED BY WS-IDX-RCH.
               10  WS-RCH-FECHA         PIC 9(08).
               10  WS-RCH-NUM-REGISTRO  PIC 9(08).
               10  WS-RCH-OPERADOR      PIC X(08).
               10  WS-RCH-HORA          PIC 9(08).

      *----------------------------------------------------------------
      *    RESUMEN PARA EL ESTADO FINAL.
      *----------------------------------------------------------------
       77  WS-ORDEN                     PIC 9(04) VALUE ZERO COMP.
       77  WS-EVENTOS                   PIC 9(04) VALUE ZERO COMP.
       77  WS-POSTEOS-CF                PIC 9(04) VALUE ZERO COMP.
       77  WS-POSTEOS-AJ                PIC 9(04) VALUE ZERO COMP.
       77  WS-REVERSOS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-RECHAZOS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-LLEGADAS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-DSP-ULTIMA                PIC X(01).
       01  WS-SUS-ESTADO                PIC X(01).
       01  WS-GL-ACUSE                  PIC X(01).
       01  WS-ESTADO-FINAL              PIC X(60).

       01  WS-NUM1-EDIT                 PIC -9999999.99.
       01  WS-NUM2-EDIT                 PIC -9999999.99.
       01  WS-IMPORTE-EDIT              PIC -9999999.99.
       01  WS-IMPORTE-EDIT-X REDEFINES WS-IMPORTE-EDIT
                                        PIC X(11).
       01  WS-HORA-EDIT                 PIC X(08).
       01  WS-CONTADOR-EDIT             PIC ZZZ9.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL RASTREO (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.
       77  SW-IMPRESION-ABIERTA         PIC X(01) VALUE "N".
           88  IMPRESION-ABIERTA                 VALUE "S".

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFREFINQ".
           05  FILLER                   PIC X(36) VALUE
               "RASTREO PUNTA A PUNTA DE REFERENCIA".
           05  FILLER                   PIC X(12) VALUE "REFERENCIA:".
           05  PRT-ENC-REF              PIC X(12).
           05  FILLER                   PIC X(10) VALUE "  RANGO:".
           05  PRT-ENC-DESDE            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE " A ".
           05  PRT-ENC-HASTA            PIC 9(08).
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "PAGINA:".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "FECHA".
           05  FILLER                   PIC X(10) VALUE "HORA".
           05  FILLER                   PIC X(10) VALUE "ARCHIVO".
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(26) VALUE "EVENTO".
           05  FILLER                   PIC X(13) VALUE "IMPORTE".
           05  FILLER                   PIC X(53) VALUE "DETALLE".

       01  PRT-DETALLE.
           05  PRT-DET-FECHA            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-HORA             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-FUENTE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-EVENTO           PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-IMPORTE          PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DETALLE          PIC X(50).
           05  FILLER                   PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "RASTREO PUNTA A PUNTA DE UNA REFERENCIA".
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1500-ABRIR-IMPRESION THRU 1500-EXIT.
           PERFORM 1000-NUEVA-CONSULTA THRU 1000-EXIT
               UNTIL SW-CONTINUAR = "N".
           IF IMPRESION-ABIERTA
               CLOSE CF-PRT-FILE
           END-IF.
           DISPLAY "FIN DEL RASTREO DE REFERENCIAS.".
           STOP RUN.

       1500-ABRIR-IMPRESION.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT = "00"
               MOVE "S" TO SW-IMPRESION-ABIERTA
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR EL ARCHIVO DE "
                   "IMPRESION (CFREFPR). SOLO SALIDA DE CONSOLA."
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    1000-NUEVA-CONSULTA -- PIDE REFERENCIA Y RANGO, JUNTA LOS
      *    EVENTOS DE TODOS LOS ARCHIVOS EN EL SORT Y LOS LISTA EN
      *    ORDEN CRONOLOGICO CON EL ESTADO FINAL AL PIE
      ******************************************************************
       1000-NUEVA-CONSULTA.
           PERFORM 1100-PEDIR-DATOS THRU 1100-EXIT.
           MOVE ZERO TO WS-ORDEN WS-EVENTOS WS-POSTEOS-CF
               WS-POSTEOS-AJ WS-REVERSOS WS-RECHAZOS WS-LLEGADAS
               WS-NUM-RCH.
           MOVE SPACES TO WS-DSP-ULTIMA WS-SUS-ESTADO WS-GL-ACUSE.
           MOVE "N" TO SW-GL-ENVIADO.
           MOVE "N" TO SW-FIN-SORT.
           MOVE 99 TO WS-LINEAS-PAGINA.
           MOVE ZERO TO WS-PAGINA.
           MOVE WS-REF TO PRT-ENC-REF.
           MOVE WS-FECHA-DESDE TO PRT-ENC-DESDE.
           MOVE WS-FECHA-HASTA TO PRT-ENC-HASTA.
           SORT CF-SORT-FILE
               ON ASCENDING KEY SORT-FECHA
               ON ASCENDING KEY SORT-HORA
               ON ASCENDING KEY SORT-ORDEN
               INPUT PROCEDURE IS 2000-RECOLECTAR
                   THRU 2000-FIN-RECOLECTAR
               OUTPUT PROCEDURE IS 5000-LISTAR-ORDENADO
                   THRU 5000-FIN-LISTAR.
           PERFORM 6000-ESTADO-FINAL THRU 6000-EXIT.
           PERFORM 4000-PREGUNTAR-OTRA THRU 4000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-PEDIR-DATOS -- REFERENCIA OBLIGATORIA; RANGO POR
      *    OMISION: LOS 30 DIAS ANTERIORES A LA FECHA DE NEGOCIO
      ******************************************************************
       1100-PEDIR-DATOS.
           DISPLAY "REFERENCIA A RASTREAR:".
           ACCEPT WS-ENTRADA-REF.
           IF WS-ENTRADA-REF = SPACES
               DISPLAY "LA REFERENCIA NO PUEDE QUEDAR EN BLANCO."
               GO TO 1100-PEDIR-DATOS.
           MOVE WS-ENTRADA-REF TO WS-REF.
       1150-PEDIR-FECHAS.
           DISPLAY "FECHA HASTA (AAAAMMDD, EN BLANCO = FECHA DE "
               "NEGOCIO " WS-FECHA "):".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA = SPACES
               MOVE WS-FECHA TO WS-FECHA-HASTA
           ELSE
               IF WS-ENTRADA-FECHA IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
                   GO TO 1150-PEDIR-FECHAS
               END-IF
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-HASTA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA) NOT = ZERO
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 1150-PEDIR-FECHAS.
           DISPLAY "FECHA DESDE (AAAAMMDD, EN BLANCO = 30 DIAS "
               "ANTES):".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA = SPACES
               COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA) - 30)
           ELSE
               IF WS-ENTRADA-FECHA IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
                   GO TO 1150-PEDIR-FECHAS
               END-IF
               MOVE WS-ENTRADA-FECHA TO WS-FECHA-DESDE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE) NOT = ZERO
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 1150-PEDIR-FECHAS.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "EL RANGO DE FECHAS ESTA INVERTIDO. INTENTE "
                   "DE NUEVO."
               GO TO 1150-PEDIR-FECHAS.
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           COMPUTE WS-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA).
           IF WS-DIA-HASTA - WS-DIA-DESDE >= WS-MAX-DIAS
               DISPLAY "EL RANGO EXCEDE LOS " WS-MAX-DIAS " DIAS QUE "
                   "SE RECORREN. ACORTE EL RANGO."
               GO TO 1150-PEDIR-FECHAS.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-RECOLECTAR -- PROCEDIMIENTO DE ENTRADA DEL SORT: CADA
      *    ARCHIVO DE LA VIDA DE UNA REFERENCIA APORTA SUS EVENTOS.
      *    LOS DERRAMES PENDIENTES VAN DESPUES DE LAS GENERACIONES
      *    OFICIALES Y LA DISPOSICION DESPUES DE LOS RECHAZOS; EL
      *    ACUSE DEL MAYOR ANTES QUE LA INTERFAZ, COMO CORREN CFGLACK
      *    Y CFGLEXT EN LA NOCHE.
      ******************************************************************
       2000-RECOLECTAR.
           PERFORM 2100-LEER-LOTE THRU 2100-EXIT
               VARYING WS-LOT FROM 1 BY 1
               UNTIL WS-LOT > WS-NUM-LOTES.
           PERFORM 2200-LEER-GENERACION THRU 2200-EXIT
               VARYING WS-DIA FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA > WS-DIA-HASTA.
           PERFORM 2300-LEER-DERRAMES THRU 2300-EXIT.
           PERFORM 2400-LEER-DISPOSICIONES THRU 2400-EXIT.
           PERFORM 2500-LEER-SUSPENSO THRU 2500-EXIT.
           PERFORM 2600-LEER-ACUSES THRU 2600-EXIT.
           PERFORM 2700-LEER-INTERFAZ THRU 2700-EXIT.
       2000-FIN-RECOLECTAR.
           EXIT.

      ******************************************************************
      *    2100-LEER-LOTE -- UN ARCHIVO DE LOTE EN FORMATO CFTRNIN; EL
      *    ARCHIVO QUE NO ESTA A LA MANO SE SALTA
      ******************************************************************
       2100-LEER-LOTE.
           MOVE WS-LOT-NOMBRE (WS-LOT) TO WS-TRN-FILENAME.
           OPEN INPUT CF-TRN-FILE.
           IF WS-FS-TRN NOT = "00"
               GO TO 2100-EXIT.
           MOVE SPACES TO WS-LOTE-ID WS-LOTE-ORIGEN WS-LOTE-SUCURSAL.
           MOVE WS-FECHA TO WS-LOTE-FECHA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2150-LEER-REGISTRO-LOTE THRU 2150-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-TRN-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2100-EXIT.
           EXIT.

       2150-LEER-REGISTRO-LOTE.
           READ CF-TRN-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2150-EXIT
           END-READ.
           IF CF-TRANIN-TIPO-CAB
               MOVE CF-TRANIN-CAB-LOTE-ID TO WS-LOTE-ID
               MOVE CF-TRANIN-CAB-ORIGEN TO WS-LOTE-ORIGEN
               MOVE CF-TRANIN-CAB-SUCURSAL TO WS-LOTE-SUCURSAL
               IF CF-TRANIN-CAB-FECHA-NEG IS NUMERIC
                   MOVE CF-TRANIN-CAB-FECHA-NEG TO WS-LOTE-FECHA
               ELSE
                   MOVE WS-FECHA TO WS-LOTE-FECHA
               END-IF
               GO TO 2150-EXIT.
           IF NOT CF-TRANIN-TIPO-DET
               GO TO 2150-EXIT.
           IF CF-TRANIN-REF NOT = WS-REF
               GO TO 2150-EXIT.
           MOVE WS-LOTE-FECHA TO SORT-FECHA.
           MOVE WS-HORA-INICIO-DIA TO SORT-HORA.
           MOVE WS-TRN-FILENAME TO SORT-FUENTE.
           MOVE WS-LOTE-ORIGEN TO SORT-OPERADOR.
           MOVE "RECIBIDA EN LOTE" TO SORT-EVENTO.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE SPACES TO SORT-DETALLE.
           STRING "LOTE " WS-LOTE-ID " SUC " WS-LOTE-SUCURSAL " "
               CF-TRANIN-NUM1 " " CF-TRANIN-OPERACION " "
               CF-TRANIN-NUM2 DELIMITED SIZE INTO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF NOT EVENTO-LIBERADO
               GO TO 2150-EXIT.
           ADD 1 TO WS-LLEGADAS.
           PERFORM 2160-BUSCAR-REGISTRO THRU 2160-EXIT.
           IF NOT REG-HALLADO
               GO TO 2150-EXIT.
           MOVE WS-REG-FECHA-PROC TO SORT-FECHA.
           MOVE WS-HORA-INICIO-DIA TO SORT-HORA.
           MOVE "CFLOTREG" TO SORT-FUENTE.
           MOVE WS-LOTE-ORIGEN TO SORT-OPERADOR.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE SPACES TO SORT-DETALLE.
           IF WS-REG-ESTADO = "R"
               MOVE "LOTE RESPALDADO" TO SORT-EVENTO
               STRING "LOTE " WS-LOTE-ID " MARCADO 'R' POR CFBAKOUT"
                   DELIMITED SIZE INTO SORT-DETALLE
           ELSE
               MOVE "LOTE PROCESADO" TO SORT-EVENTO
               STRING "LOTE " WS-LOTE-ID " ANOTADO EN EL REGISTRO"
                   DELIMITED SIZE INTO SORT-DETALLE
           END-IF.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *    2160-BUSCAR-REGISTRO -- LA ULTIMA ANOTACION DEL LOTE EN
      *    CFLOTREG (FECHA DE PROCESO Y SI FUE RESPALDADO)
      ******************************************************************
       2160-BUSCAR-REGISTRO.
           MOVE "N" TO SW-REG-HALLADO.
           IF WS-LOTE-ID = SPACES
               GO TO 2160-EXIT.
           OPEN INPUT CF-REG-FILE.
           IF WS-FS-REG NOT = "00"
               GO TO 2160-EXIT.
           MOVE "N" TO SW-FIN-REG.
           PERFORM 2170-LEER-ANOTACION THRU 2170-EXIT
               UNTIL FIN-REG.
           CLOSE CF-REG-FILE.
       2160-EXIT.
           EXIT.

       2170-LEER-ANOTACION.
           READ CF-REG-FILE
               AT END
                   MOVE "S" TO SW-FIN-REG
                   GO TO 2170-EXIT
           END-READ.
           IF CF-REG-LOTE-ID NOT = WS-LOTE-ID
               GO TO 2170-EXIT.
           MOVE "S" TO SW-REG-HALLADO.
           MOVE CF-REG-FECHA-PROC TO WS-REG-FECHA-PROC.
           MOVE CF-REG-ESTADO TO WS-REG-ESTADO.
       2170-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LEER-GENERACION -- LA BITACORA Y LAS EXCEPCIONES DE UN
      *    DIA DEL RANGO; LOS DIAS SIN GENERACION SE SALTAN
      ******************************************************************
       2200-LEER-GENERACION.
           COMPUTE WS-FECHA-GEN = FUNCTION DATE-OF-INTEGER(WS-DIA).
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA-GEN DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           MOVE "CFTRLOG" TO WS-FUENTE.
           PERFORM 2210-LEER-BITACORA THRU 2210-EXIT.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCLOG." WS-FECHA-GEN DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           MOVE "CFEXCLOG" TO WS-FUENTE.
           PERFORM 2250-LEER-EXCEPCIONES THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2210-LEER-BITACORA -- RECORRE WS-LOG-FILENAME (GENERACION
      *    OFICIAL O DERRAME) BUSCANDO LA REFERENCIA
      ******************************************************************
       2210-LEER-BITACORA.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               GO TO 2210-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2220-LEER-ASIENTO THRU 2220-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2210-EXIT.
           EXIT.

       2220-LEER-ASIENTO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2220-EXIT
           END-READ.
           IF CF-LOG-TIPO-PIE
               GO TO 2220-EXIT.
           IF CF-LOG-REF NOT = WS-REF
               GO TO 2220-EXIT.
           MOVE CF-LOG-FECHA TO SORT-FECHA.
           MOVE CF-LOG-HORA TO SORT-HORA.
           MOVE WS-FUENTE TO SORT-FUENTE.
           MOVE CF-LOG-OPERADOR-ID TO SORT-OPERADOR.
           MOVE "S" TO SORT-CON-IMPORTE.
           MOVE CF-LOG-RESULTADO TO SORT-IMPORTE.
           MOVE CF-LOG-NUM1 TO WS-NUM1-EDIT.
           MOVE CF-LOG-NUM2 TO WS-NUM2-EDIT.
           MOVE SPACES TO SORT-DETALLE.
           IF CF-LOG-TIPO-CALCULO
               MOVE "CONTABILIZADA (CF)" TO SORT-EVENTO
               STRING "OP " CF-LOG-OPERACION " VALORES " WS-NUM1-EDIT
                   " / " WS-NUM2-EDIT " SUC " CF-LOG-SUCURSAL
                   DELIMITED SIZE INTO SORT-DETALLE
           ELSE
               IF CF-LOG-TIPO-REVERSO
                   MOVE "REVERSADA (RV)" TO SORT-EVENTO
               ELSE
                   MOVE "CONTABILIZADA (AJ)" TO SORT-EVENTO
               END-IF
               STRING "CTA " CF-LOG-CUENTA " ANT " WS-NUM1-EDIT
                   " NVO " WS-NUM2-EDIT " " CF-LOG-RAZON-COD
                   DELIMITED SIZE INTO SORT-DETALLE
           END-IF.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF NOT EVENTO-LIBERADO
               GO TO 2220-EXIT.
           IF CF-LOG-TIPO-CALCULO
               ADD 1 TO WS-POSTEOS-CF
           ELSE
               IF CF-LOG-TIPO-REVERSO
                   ADD 1 TO WS-REVERSOS
               ELSE
                   ADD 1 TO WS-POSTEOS-AJ
               END-IF
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *    2250-LEER-EXCEPCIONES -- RECORRE WS-EXC-FILENAME; CADA
      *    RECHAZO SE GUARDA PARA CRUZARLO CONTRA CFEXCDSP
      ******************************************************************
       2250-LEER-EXCEPCIONES.
           OPEN INPUT CF-EXC-FILE.
           IF WS-FS-EXC NOT = "00"
               GO TO 2250-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2260-LEER-RECHAZO THRU 2260-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-EXC-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2250-EXIT.
           EXIT.

       2260-LEER-RECHAZO.
           READ CF-EXC-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2260-EXIT
           END-READ.
           IF CF-EXC-REF NOT = WS-REF
               GO TO 2260-EXIT.
           MOVE CF-EXC-FECHA TO SORT-FECHA.
           MOVE CF-EXC-HORA TO SORT-HORA.
           MOVE WS-FUENTE TO SORT-FUENTE.
           MOVE CF-EXC-OPERADOR-ID TO SORT-OPERADOR.
           MOVE "RECHAZADA A EXCEPCIONES" TO SORT-EVENTO.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE SPACES TO SORT-DETALLE.
           STRING CF-EXC-RAZON " SUC " CF-EXC-SUCURSAL
               DELIMITED SIZE INTO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF NOT EVENTO-LIBERADO
               GO TO 2260-EXIT.
           ADD 1 TO WS-RECHAZOS.
           IF WS-NUM-RCH >= WS-MAX-RCH
               GO TO 2260-EXIT.
           ADD 1 TO WS-NUM-RCH.
           SET WS-IDX-RCH TO WS-NUM-RCH.
           MOVE CF-EXC-FECHA TO WS-RCH-FECHA (WS-IDX-RCH).
           MOVE CF-EXC-NUM-REGISTRO TO WS-RCH-NUM-REGISTRO (WS-IDX-RCH).
           MOVE CF-EXC-OPERADOR-ID TO WS-RCH-OPERADOR (WS-IDX-RCH).
           MOVE CF-EXC-HORA TO WS-RCH-HORA (WS-IDX-RCH).
       2260-EXIT.
           EXIT.

      ******************************************************************
      *    2300-LEER-DERRAMES -- LAS SESIONES DEL PISO AUN SIN MEZCLAR
      *    (CFSPLREG 'P') DENTRO DEL RANGO: SU DERRAME DE BITACORA Y
      *    DE EXCEPCIONES, SIN TOCAR NADA
      ******************************************************************
       2300-LEER-DERRAMES.
           OPEN INPUT CF-SPL-FILE.
           IF WS-FS-SPL NOT = "00"
               GO TO 2300-EXIT.
           MOVE "N" TO SW-FIN-SESIONES.
           PERFORM 2310-REVISAR-SESION THRU 2310-EXIT
               UNTIL FIN-SESIONES.
           CLOSE CF-SPL-FILE.
           MOVE "N" TO SW-FIN-SESIONES.
       2300-EXIT.
           EXIT.

       2310-REVISAR-SESION.
           READ CF-SPL-FILE
               AT END
                   MOVE "S" TO SW-FIN-SESIONES
                   GO TO 2310-EXIT
           END-READ.
           IF NOT CF-SPL-PENDIENTE
               GO TO 2310-EXIT.
           IF CF-SPL-FECHA < WS-FECHA-DESDE
               OR CF-SPL-FECHA > WS-FECHA-HASTA
               GO TO 2310-EXIT.
           MOVE "DERRAME" TO WS-FUENTE.
           MOVE CF-SPL-LOG-NOMBRE TO WS-LOG-FILENAME.
           PERFORM 2210-LEER-BITACORA THRU 2210-EXIT.
           MOVE CF-SPL-EXC-NOMBRE TO WS-EXC-FILENAME.
           PERFORM 2250-LEER-EXCEPCIONES THRU 2250-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2400-LEER-DISPOSICIONES -- LO QUE CFEXCCOR HIZO CON CADA
      *    RECHAZO DE LA REFERENCIA.  EL RASTRO NO LLEVA HORA: LA
      *    DISPOSICION SE COLOCA JUSTO DESPUES DE SU RECHAZO.
      ******************************************************************
       2400-LEER-DISPOSICIONES.
           IF WS-NUM-RCH = ZERO
               GO TO 2400-EXIT.
           OPEN INPUT CF-DSP-FILE.
           IF WS-FS-DSP NOT = "00"
               GO TO 2400-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2410-LEER-DISPOSICION THRU 2410-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-DSP-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2400-EXIT.
           EXIT.

       2410-LEER-DISPOSICION.
           READ CF-DSP-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2410-EXIT
           END-READ.
           MOVE ZERO TO WS-RCH.
           PERFORM 2420-COMPARAR-RECHAZO THRU 2420-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-RCH OR WS-RCH > ZERO.
           IF WS-RCH = ZERO
               GO TO 2410-EXIT.
           SET WS-IDX-RCH TO WS-RCH.
           MOVE CF-DSP-FECHA TO SORT-FECHA.
           MOVE WS-RCH-HORA (WS-IDX-RCH) TO SORT-HORA.
           MOVE "CFEXCDSP" TO SORT-FUENTE.
           MOVE CF-DSP-OPERADOR-COR TO SORT-OPERADOR.
           EVALUATE TRUE
               WHEN CF-DSP-CORREGIDO
                   MOVE "CORREGIDA Y REENVIADA" TO SORT-EVENTO
               WHEN CF-DSP-SALTADO
                   MOVE "SALTADA EN CORRECCION" TO SORT-EVENTO
               WHEN OTHER
                   MOVE "CORRECCION PENDIENTE" TO SORT-EVENTO
           END-EVALUATE.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE SPACES TO SORT-DETALLE.
           STRING "VALORES " CF-DSP-NUM1-TXT " " CF-DSP-OPERACION-TXT
               " " CF-DSP-NUM2-TXT DELIMITED SIZE INTO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF EVENTO-LIBERADO
               MOVE CF-DSP-DISPOSICION TO WS-DSP-ULTIMA
           END-IF.
       2410-EXIT.
           EXIT.

       2420-COMPARAR-RECHAZO.
           SET WS-IDX-RCH TO WS-BUSCA.
           IF WS-RCH-FECHA (WS-IDX-RCH) = CF-DSP-FECHA
               AND WS-RCH-NUM-REGISTRO (WS-IDX-RCH)
                   = CF-DSP-NUM-REGISTRO
               AND WS-RCH-OPERADOR (WS-IDX-RCH) = CF-DSP-OPERADOR-ORIG
               MOVE WS-BUSCA TO WS-RCH.
       2420-EXIT.
           EXIT.

      ******************************************************************
      *    2500-LEER-SUSPENSO -- LA PARTIDA ESTACIONADA POR REBASAR EL
      *    UMBRAL DE APROBACION Y, SI YA SE DECIDIO, LA DECISION CON
      *    EL SUPERVISOR QUE LA TOMO
      ******************************************************************
       2500-LEER-SUSPENSO.
           OPEN INPUT CF-SUS-FILE.
           IF WS-FS-SUS NOT = "00"
               GO TO 2500-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2510-LEER-PARTIDA THRU 2510-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-SUS-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2500-EXIT.
           EXIT.

       2510-LEER-PARTIDA.
           READ CF-SUS-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2510-EXIT
           END-READ.
           IF CF-SUS-REF NOT = WS-REF
               GO TO 2510-EXIT.
           MOVE CF-SUS-FECHA TO SORT-FECHA.
           MOVE CF-SUS-HORA TO SORT-HORA.
           MOVE "CFSUSP" TO SORT-FUENTE.
           MOVE CF-SUS-OPERADOR TO SORT-OPERADOR.
           MOVE "ESTACIONADA EN SUSPENSO" TO SORT-EVENTO.
           MOVE "S" TO SORT-CON-IMPORTE.
           MOVE CF-SUS-RESULTADO TO SORT-IMPORTE.
           MOVE CF-SUS-NUM1 TO WS-NUM1-EDIT.
           MOVE CF-SUS-NUM2 TO WS-NUM2-EDIT.
           MOVE SPACES TO SORT-DETALLE.
           STRING "CTA " CF-SUS-CUENTA " ANT " WS-NUM1-EDIT
               " NVO " WS-NUM2-EDIT " " CF-SUS-RAZON-COD
               DELIMITED SIZE INTO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF NOT EVENTO-LIBERADO
               GO TO 2510-EXIT.
           MOVE CF-SUS-ESTADO TO WS-SUS-ESTADO.
           IF CF-SUS-PENDIENTE
               GO TO 2510-EXIT.
           MOVE CF-SUS-FECHA-DECISION TO SORT-FECHA.
           MOVE CF-SUS-HORA-DECISION TO SORT-HORA.
           MOVE CF-SUS-SUPERVISOR TO SORT-OPERADOR.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE SPACES TO SORT-DETALLE.
           IF CF-SUS-APROBADO
               MOVE "APROBADA POR SUPERVISOR" TO SORT-EVENTO
           ELSE
               MOVE "RECHAZADA POR SUPERVISOR" TO SORT-EVENTO
               MOVE CF-SUS-RAZON-RECHAZO TO SORT-DETALLE
           END-IF.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    2600-LEER-ACUSES -- LO QUE EL MAYOR CONTESTO POR LA
      *    REFERENCIA (CFGLCNF ACUMULA TODOS LOS ACUSES CRUZADOS POR
      *    CFGLACK, ACEPTADOS Y RECHAZADOS, CON SU FECHA)
      ******************************************************************
       2600-LEER-ACUSES.
           OPEN INPUT CF-CNF-FILE.
           IF WS-FS-CNF NOT = "00"
               GO TO 2600-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2610-LEER-ACUSE THRU 2610-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-CNF-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2600-EXIT.
           EXIT.

       2610-LEER-ACUSE.
           READ CF-CNF-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2610-EXIT
           END-READ.
           IF CF-CNF-REF NOT = WS-REF
               GO TO 2610-EXIT.
           MOVE CF-CNF-FECHA TO SORT-FECHA.
           MOVE WS-HORA-NOCHE TO SORT-HORA.
           MOVE "CFGLCNF" TO SORT-FUENTE.
           MOVE "CFGLACK" TO SORT-OPERADOR.
           IF CF-CNF-ACEPTADO
               MOVE "ACEPTADA POR EL MAYOR" TO SORT-EVENTO
           ELSE
               MOVE "RECHAZADA POR EL MAYOR" TO SORT-EVENTO
           END-IF.
           MOVE "N" TO SORT-CON-IMPORTE.
           MOVE ZERO TO SORT-IMPORTE.
           MOVE CF-CNF-RAZON TO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF EVENTO-LIBERADO
               MOVE CF-CNF-ESTADO TO WS-GL-ACUSE
               MOVE "S" TO SW-GL-ENVIADO
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      *    2700-LEER-INTERFAZ -- EL DETALLE DE LA REFERENCIA EN LA
      *    GENERACION VIGENTE DE LA INTERFAZ AL MAYOR (CFGLINT)
      ******************************************************************
       2700-LEER-INTERFAZ.
           OPEN INPUT CF-GL-FILE.
           IF WS-FS-GL NOT = "00"
               GO TO 2700-EXIT.
           MOVE WS-FECHA TO WS-LOTE-FECHA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2710-LEER-DETALLE-GL THRU 2710-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-GL-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2700-EXIT.
           EXIT.

       2710-LEER-DETALLE-GL.
           READ CF-GL-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2710-EXIT
           END-READ.
           IF CF-GL-TIPO = "C"
               IF CF-GL-CAB-FECHA IS NUMERIC
                   MOVE CF-GL-CAB-FECHA TO WS-LOTE-FECHA
               END-IF
               GO TO 2710-EXIT.
           IF CF-GL-TIPO NOT = "D"
               GO TO 2710-EXIT.
           IF CF-GL-REF NOT = WS-REF
               GO TO 2710-EXIT.
           IF CF-GL-FECHA-TXT IS NUMERIC
               MOVE CF-GL-FECHA-TXT TO SORT-FECHA
           ELSE
               MOVE WS-LOTE-FECHA TO SORT-FECHA
           END-IF.
           MOVE WS-HORA-NOCHE TO SORT-HORA.
           MOVE "CFGLINT" TO SORT-FUENTE.
           MOVE "CFGLEXT" TO SORT-OPERADOR.
           MOVE "ENVIADA AL MAYOR" TO SORT-EVENTO.
           IF FUNCTION TEST-NUMVAL(CF-GL-IMPORTE-TXT) = ZERO
               MOVE "S" TO SORT-CON-IMPORTE
               COMPUTE SORT-IMPORTE =
                   FUNCTION NUMVAL(CF-GL-IMPORTE-TXT)
           ELSE
               MOVE "N" TO SORT-CON-IMPORTE
               MOVE ZERO TO SORT-IMPORTE
           END-IF.
           MOVE SPACES TO SORT-DETALLE.
           STRING "CTA " CF-GL-CUENTA " RAZON " CF-GL-RAZON
               DELIMITED SIZE INTO SORT-DETALLE.
           PERFORM 2900-LIBERAR-EVENTO THRU 2900-EXIT.
           IF EVENTO-LIBERADO
               MOVE "S" TO SW-GL-ENVIADO
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      *    2900-LIBERAR-EVENTO -- EL EVENTO ARMADO EN EL REGISTRO DEL
      *    SORT ENTRA A LA LINEA DE TIEMPO SI CAE EN EL RANGO PEDIDO
      ******************************************************************
       2900-LIBERAR-EVENTO.
           MOVE "N" TO SW-LIBERADO.
           IF SORT-FECHA < WS-FECHA-DESDE
               OR SORT-FECHA > WS-FECHA-HASTA
               GO TO 2900-EXIT.
           ADD 1 TO WS-ORDEN.
           MOVE WS-ORDEN TO SORT-ORDEN.
           RELEASE CF-SORT-RECORD.
           ADD 1 TO WS-EVENTOS.
           MOVE "S" TO SW-LIBERADO.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-ORDENADO -- PROCEDIMIENTO DE SALIDA DEL SORT:
      *    LA LINEA DE TIEMPO POR CONSOLA Y A LA IMPRESION
      ******************************************************************
       5000-LISTAR-ORDENADO.
           DISPLAY " ".
           DISPLAY "RASTREO DE LA REFERENCIA " WS-REF " DEL "
               WS-FECHA-DESDE " AL " WS-FECHA-HASTA ":".
           DISPLAY "FECHA    HORA     ARCHIVO  OPERADOR EVENTO"
               "                   IMPORTE     DETALLE".
           PERFORM 5100-LISTAR-EVENTO THRU 5100-EXIT
               UNTIL FIN-SORT.
       5000-FIN-LISTAR.
           EXIT.

       5100-LISTAR-EVENTO.
           RETURN CF-SORT-FILE
               AT END
                   MOVE "S" TO SW-FIN-SORT
                   GO TO 5100-EXIT
           END-RETURN.
           MOVE SPACES TO WS-HORA-EDIT.
           IF SORT-HORA = WS-HORA-INICIO-DIA
               OR SORT-HORA = WS-HORA-NOCHE
               MOVE "--:--:--" TO WS-HORA-EDIT
           ELSE
               MOVE SORT-HORA TO WS-HORA
               STRING WS-HORA (1:2) ":" WS-HORA (3:2) ":"
                   WS-HORA (5:2) DELIMITED SIZE INTO WS-HORA-EDIT
           END-IF.
           IF SORT-CON-IMPORTE = "S"
               MOVE SORT-IMPORTE TO WS-IMPORTE-EDIT
           ELSE
               MOVE SPACES TO WS-IMPORTE-EDIT-X
           END-IF.
           DISPLAY SORT-FECHA " " WS-HORA-EDIT " " SORT-FUENTE " "
               SORT-OPERADOR " " SORT-EVENTO " " WS-IMPORTE-EDIT-X
               " " SORT-DETALLE.
           MOVE SPACES TO PRT-DETALLE.
           MOVE SORT-FECHA TO PRT-DET-FECHA.
           MOVE WS-HORA-EDIT TO PRT-DET-HORA.
           MOVE SORT-FUENTE TO PRT-DET-FUENTE.
           MOVE SORT-OPERADOR TO PRT-DET-OPERADOR.
           MOVE SORT-EVENTO TO PRT-DET-EVENTO.
           MOVE WS-IMPORTE-EDIT-X TO PRT-DET-IMPORTE.
           MOVE SORT-DETALLE TO PRT-DET-DETALLE.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-ESTADO-FINAL -- DONDE QUEDO LA REFERENCIA.  LOS
      *    REVERSOS SE CUENTAN CONTRA LOS ASIENTOS (UNA TRANSFERENCIA
      *    TIENE DOS PATAS CON LA MISMA REFERENCIA), ASI QUE UN LOTE
      *    RESPALDADO Y REENVIADO VUELVE A QUEDAR CONTABILIZADO.
      ******************************************************************
       6000-ESTADO-FINAL.
           EVALUATE TRUE
               WHEN WS-EVENTOS = ZERO
                   MOVE "NO SE ENCONTRO LA REFERENCIA EN EL RANGO"
                       TO WS-ESTADO-FINAL
               WHEN WS-REVERSOS > ZERO
                   AND WS-REVERSOS >= WS-POSTEOS-CF + WS-POSTEOS-AJ
                   MOVE "REVERSADA POR RESPALDO DE LOTE (RV)"
                       TO WS-ESTADO-FINAL
               WHEN WS-POSTEOS-AJ > ZERO AND WS-GL-ACUSE = "A"
                   MOVE "CONTABILIZADA Y CONFIRMADA POR EL MAYOR"
                       TO WS-ESTADO-FINAL
               WHEN WS-POSTEOS-AJ > ZERO AND WS-GL-ACUSE = "R"
                   MOVE "CONTABILIZADA; RECHAZADA POR EL MAYOR (EN "
                       & "COLA CFGLREXT)" TO WS-ESTADO-FINAL
               WHEN WS-POSTEOS-AJ > ZERO AND GL-ENVIADO
                   MOVE "CONTABILIZADA; ENVIADA AL MAYOR, SIN ACUSE"
                       TO WS-ESTADO-FINAL
               WHEN WS-POSTEOS-AJ > ZERO
                   MOVE "CONTABILIZADA; AUN SIN ENVIAR AL MAYOR"
                       TO WS-ESTADO-FINAL
               WHEN WS-POSTEOS-CF > ZERO
                   MOVE "CONTABILIZADA (CALCULADORA, NO VA AL MAYOR)"
                       TO WS-ESTADO-FINAL
               WHEN WS-SUS-ESTADO = "P"
                   MOVE "EN SUSPENSO, PENDIENTE DE APROBACION"
                       TO WS-ESTADO-FINAL
               WHEN WS-SUS-ESTADO = "R"
                   MOVE "RECHAZADA POR EL SUPERVISOR EN SUSPENSO"
                       TO WS-ESTADO-FINAL
               WHEN WS-RECHAZOS > ZERO AND WS-DSP-ULTIMA = "C"
                   MOVE "CORREGIDA Y REENVIADA; AUN SIN CONTABILIZAR"
                       TO WS-ESTADO-FINAL
               WHEN WS-RECHAZOS > ZERO AND WS-DSP-ULTIMA = "S"
                   MOVE "RECHAZADA; SALTADA EN LA CORRECCION"
                       TO WS-ESTADO-FINAL
               WHEN WS-RECHAZOS > ZERO
                   MOVE "RECHAZADA, PENDIENTE DE CORRECCION"
                       TO WS-ESTADO-FINAL
               WHEN OTHER
                   MOVE "RECIBIDA EN LOTE, AUN SIN CONTABILIZAR"
                       TO WS-ESTADO-FINAL
           END-EVALUATE.
           MOVE WS-EVENTOS TO WS-CONTADOR-EDIT.
           DISPLAY "------------------------------------------------".
           DISPLAY "EVENTOS: " WS-CONTADOR-EDIT.
           DISPLAY "ESTADO FINAL: " WS-ESTADO-FINAL.
           IF WS-EVENTOS = ZERO
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "EVENTOS: " WS-CONTADOR-EDIT "   ESTADO FINAL: "
               WS-ESTADO-FINAL DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL RASTREO ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

       4000-PREGUNTAR-OTRA.
           DISPLAY "DESEA RASTREAR OTRA REFERENCIA? (S/N)".
           ACCEPT SW-CONTINUAR.
           IF SW-CONTINUAR NOT = "S" AND SW-CONTINUAR NOT = "N"
               DISPLAY "RESPUESTA INVALIDA. INTENTE DE NUEVO."
               GO TO 4000-PREGUNTAR-OTRA.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    7000-ESCRIBIR-LINEA -- ESCRIBE WS-PRT-LINEA CONTROLANDO EL
      *    SALTO DE PAGINA Y LA REPETICION DE ENCABEZADOS
      ******************************************************************
       7000-ESCRIBIR-LINEA.
           IF NOT IMPRESION-ABIERTA
               GO TO 7000-EXIT.
           IF WS-LINEAS-PAGINA >= WS-LINEAS-MAX
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
           END-IF.
           WRITE PRT-REGISTRO FROM WS-PRT-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
       7000-EXIT.
           EXIT.

       7100-NUEVA-PAGINA.
           IF NOT IMPRESION-ABIERTA
               GO TO 7100-EXIT.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PRT-ENC-PAGINA.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-1.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           WRITE PRT-REGISTRO FROM PRT-COLUMNAS.
           MOVE 4 TO WS-LINEAS-PAGINA.
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

       END PROGRAM CFREFINQ.
