      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Auditoria de segregacion de funciones.  Revisa juntas
      *          las huellas de autorizacion que hoy viven por
      *          separado -- suspenso de ajustes (CFSUSP), cambios
      *          pendientes de tablas (CFPNDCHG), disposicion de
      *          excepciones (CFEXCDSP), reversos de lote de CFBAKOUT
      *          (registros 'RV' de la bitacora) y firmas (CFSIGNLG)
      *          -- para un periodo (por omision, del primer dia del
      *          mes a la fecha de negocio) y aplica cuatro reglas:
      *            1. EL MISMO OPERADOR ORIGINO Y CORRIGIO LA
      *               EXCEPCION.
      *            2. UN SUPERVISOR REVIRTIO UN LOTE QUE EL MISMO
      *               CONTABILIZO.
      *            3. UN APROBADOR CONCENTRA LAS APROBACIONES DE UN
      *               MISMO SOLICITANTE (MINIMO Y PORCENTAJE DE
      *               CFSODPRM, 5 Y 60% POR OMISION).
      *            4. UNA DECISION DE APROBACION SIN FIRMA ACEPTADA
      *               DEL APROBADOR EN CFSIGNLG ESA FECHA.
      *          Imprime el detalle por regla y un resumen con el
      *          conteo de cada una (CFSODRPR, 132 columnas).
      *          Termina con codigo de retorno de aviso (4) cuando
      *          alguna regla se dispara.
      * Tectonics: cobc -x -std=ibm CFSODRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-PRM-FILE ASSIGN TO "CFSODPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-SUS-FILE ASSIGN TO "CFSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.

           SELECT CF-PND-FILE ASSIGN TO "CFPNDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PND.

           SELECT CF-DSP-FILE ASSIGN TO "CFEXCDSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DSP.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-PRT-FILE ASSIGN TO "CFSODRPR"
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
      *    PARAMETRO DE LA REGLA 3: APROBACIONES MINIMAS DE UN PAR
      *    APROBADOR/SOLICITANTE Y PORCENTAJE DEL TOTAL DEL
      *    SOLICITANTE A PARTIR DEL CUAL SE SENALA.
      *----------------------------------------------------------------
       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-MINIMO-TXT        PIC X(04).
           05  CF-PRM-PORCENTAJE-TXT    PIC X(03).

       FD  CF-SUS-FILE.
           COPY CFSUSREC.

       FD  CF-PND-FILE.
           COPY CFPNDREC.

      *----------------------------------------------------------------
      *    DISPOSICION DE EXCEPCIONES (MISMO FORMATO QUE CFEXCCOR).
      *----------------------------------------------------------------
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

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-SUS                    PIC X(02) VALUE "00".
       77  WS-FS-PND                    PIC X(02) VALUE "00".
       77  WS-FS-DSP                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-LOG-FILENAME              PIC X(20).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       01  WS-PARM-TOKEN-3              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ENCONTRADO                PIC X(01) VALUE "N".
           88  ENCONTRADO                        VALUE "S".
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    PERIODO AUDITADO (AAAAMMDD) Y RECORRIDO DIA POR DIA DE LAS
      *    GENERACIONES DE LA BITACORA.
      *----------------------------------------------------------------
       01  WS-ENTRADA-DESDE             PIC X(08).
       01  WS-ENTRADA-HASTA             PIC X(08).
       01  WS-DESDE                     PIC 9(08).
       01  WS-HASTA                     PIC 9(08).
       01  WS-FECHA-DIA                 PIC 9(08).
       77  WS-DIA-DESDE                 PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-HASTA                 PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA                       PIC 9(08) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    PARAMETROS DE LA REGLA 3 (CFSODPRM).
      *----------------------------------------------------------------
       77  WS-MINIMO-PAR                PIC 9(04) VALUE 5.
       77  WS-PORCENTAJE-PAR            PIC 9(03) VALUE 60.

      *----------------------------------------------------------------
      *    REGLA 2: REVERSOS 'RV' DEL PERIODO (HASTA 500) CON EL
      *    OPERADOR QUE CONTABILIZO EL ORIGINAL DE LA MISMA
      *    REFERENCIA, BUSCADO EN LAS GENERACIONES DEL PERIODO.
      *----------------------------------------------------------------
       77  WS-MAX-RV                    PIC 9(04) VALUE 500 COMP.
       77  WS-NUM-RV                    PIC 9(04) VALUE ZERO COMP.
       77  WS-RV                        PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-RV.
           05  WS-RV-ENTRADA OCCURS 500 TIMES.
               10  WS-RV-REF            PIC X(12).
               10  WS-RV-SUPERVISOR     PIC X(08).
               10  WS-RV-FECHA          PIC 9(08).
               10  WS-RV-CUENTA         PIC X(08).
               10  WS-RV-RESULTADO      PIC S9(7)V99.
               10  WS-RV-ORIG-OPERADOR  PIC X(08).
               10  WS-RV-ORIG-FECHA     PIC 9(08).

      *----------------------------------------------------------------
      *    REGLA 3: APROBACIONES POR PAR APROBADOR/SOLICITANTE Y
      *    TOTAL POR SOLICITANTE (HASTA 300 CADA UNA).
      *----------------------------------------------------------------
       77  WS-MAX-PARES                 PIC 9(04) VALUE 300 COMP.
       77  WS-NUM-PARES                 PIC 9(04) VALUE ZERO COMP.
       77  WS-PAR                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-PARES.
           05  WS-PAR-ENTRADA OCCURS 300 TIMES.
               10  WS-PAR-APROBADOR     PIC X(08).
               10  WS-PAR-SOLICITANTE   PIC X(08).
               10  WS-PAR-CUENTA        PIC 9(06).
       77  WS-NUM-SOLIC                 PIC 9(04) VALUE ZERO COMP.
       77  WS-SOL                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-SOLICITANTES.
           05  WS-SOL-ENTRADA OCCURS 300 TIMES.
               10  WS-SOL-ID            PIC X(08).
               10  WS-SOL-TOTAL         PIC 9(06).
       01  WS-APROBADOR                 PIC X(08).
       01  WS-SOLICITANTE               PIC X(08).
       77  WS-PCT                       PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      *    REGLA 4: FIRMAS ACEPTADAS DEL PERIODO (OPERADOR + FECHA,
      *    SIN REPETIR, HASTA 2000).
      *----------------------------------------------------------------
       77  WS-MAX-FIRMAS                PIC 9(04) VALUE 2000 COMP.
       77  WS-NUM-FIRMAS                PIC 9(04) VALUE ZERO COMP.
       77  WS-FIR                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-FIRMAS.
           05  WS-FIR-ENTRADA OCCURS 2000 TIMES.
               10  WS-FIR-OPERADOR      PIC X(08).
               10  WS-FIR-FECHA         PIC 9(08).
       01  WS-DEC-ORIGEN                PIC X(08).
       01  WS-DEC-FECHA                 PIC 9(08).
       01  WS-DEC-HORA                  PIC 9(08).
       01  WS-DEC-ESTADO                PIC X(01).
       01  WS-DEC-REF                   PIC X(12).

      *----------------------------------------------------------------
      *    CONTEO POR REGLA Y AVISOS DE TABLA LLENA.
      *----------------------------------------------------------------
       77  WS-REGLA-1                   PIC 9(06) VALUE ZERO COMP.
       77  WS-REGLA-2                   PIC 9(06) VALUE ZERO COMP.
       77  WS-REGLA-3                   PIC 9(06) VALUE ZERO COMP.
       77  WS-REGLA-4                   PIC 9(06) VALUE ZERO COMP.
       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-HALLAZGOS                 PIC 9(08) VALUE ZERO COMP.
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFSODRPT".
           05  FILLER                   PIC X(50) VALUE
               "AUDITORIA DE SEGREGACION DE FUNCIONES".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "PERIODO:".
           05  PRT-ENC-DESDE            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE " A ".
           05  PRT-ENC-HASTA            PIC 9(08).
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  PRT-DET-REGLA-1.
           05  PRT-R1-FECHA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R1-NUM-REGISTRO      PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R1-OPERADOR          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R1-DISPOSICION       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R1-NUM1              PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-R1-OPERACION         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-R1-NUM2              PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R1-RAZON             PIC X(40).
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  PRT-DET-REGLA-2.
           05  PRT-R2-FECHA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R2-REF               PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R2-SUPERVISOR        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R2-FECHA-ORIG        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R2-CUENTA            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R2-RESULTADO         PIC -9999999.99.
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  PRT-DET-REGLA-3.
           05  PRT-R3-APROBADOR         PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-R3-SOLICITANTE       PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-R3-CUENTA            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-R3-TOTAL             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-R3-PCT               PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE "%".
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  PRT-DET-REGLA-4.
           05  PRT-R4-ORIGEN            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-APROBADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-FECHA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-HORA              PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-SOLICITANTE       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-DECISION          PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-R4-REF               PIC X(12).
           05  FILLER                   PIC X(62) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-REGLA-CORRECTOR THRU 2000-EXIT.
           PERFORM 3000-REGLA-REVERSO THRU 3000-EXIT.
           PERFORM 4000-REGLA-CONCENTRACION THRU 4000-EXIT.
           PERFORM 5000-REGLA-FIRMA THRU 5000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMEN THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- PERIODO, PARAMETRO Y REPORTE
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "AUDITORIA DE SEGREGACION DE FUNCIONES".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "PERIODO DESDE (AAAAMMDD) O EN BLANCO PARA EL "
                   "PRIMER DIA DEL MES:"
               ACCEPT WS-ENTRADA-DESDE
               DISPLAY "PERIODO HASTA (AAAAMMDD) O EN BLANCO PARA LA "
                   "FECHA DE NEGOCIO:"
               ACCEPT WS-ENTRADA-HASTA
           END-IF.
           MOVE WS-FECHA TO WS-DESDE.
           MOVE "01" TO WS-DESDE (7:2).
           MOVE WS-FECHA TO WS-HASTA.
           IF WS-ENTRADA-DESDE IS NUMERIC
               MOVE WS-ENTRADA-DESDE TO WS-DESDE.
           IF WS-ENTRADA-HASTA IS NUMERIC
               MOVE WS-ENTRADA-HASTA TO WS-HASTA.
           IF WS-DESDE > WS-HASTA
               DISPLAY "EL PERIODO ES INVALIDO (DESDE " WS-DESDE
                   " HASTA " WS-HASTA ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-DIA-DESDE = FUNCTION INTEGER-OF-DATE(WS-DESDE).
           COMPUTE WS-DIA-HASTA = FUNCTION INTEGER-OF-DATE(WS-HASTA).
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFSODRPR). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           MOVE WS-DESDE TO PRT-ENC-DESDE.
           MOVE WS-HASTA TO PRT-ENC-HASTA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL):
      *    MODO=LOTE[,DESDE=AAAAMMDD][,HASTA=AAAAMMDD]
      ******************************************************************
       1050-LEER-PARM.
           MOVE SPACES TO WS-ENTRADA-DESDE WS-ENTRADA-HASTA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           IF WS-PARM-TOKEN-2 (1:6) = "DESDE="
               MOVE WS-PARM-TOKEN-2 (7:8) TO WS-ENTRADA-DESDE.
           IF WS-PARM-TOKEN-3 (1:6) = "DESDE="
               MOVE WS-PARM-TOKEN-3 (7:8) TO WS-ENTRADA-DESDE.
           IF WS-PARM-TOKEN-2 (1:6) = "HASTA="
               MOVE WS-PARM-TOKEN-2 (7:8) TO WS-ENTRADA-HASTA.
           IF WS-PARM-TOKEN-3 (1:6) = "HASTA="
               MOVE WS-PARM-TOKEN-3 (7:8) TO WS-ENTRADA-HASTA.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LEER-PARAMETRO -- MINIMO Y PORCENTAJE DE LA REGLA 3
      *    (CFSODPRM); SIN ARCHIVO O CON VALOR INVALIDO QUEDAN LOS
      *    DE OMISION
      ******************************************************************
       1100-LEER-PARAMETRO.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           READ CF-PRM-FILE
               AT END
                   GO TO 1100-CERRAR
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-MINIMO-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-MINIMO-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-MINIMO-TXT) > ZERO
               COMPUTE WS-MINIMO-PAR =
                   FUNCTION NUMVAL(CF-PRM-MINIMO-TXT)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-PORCENTAJE-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-PORCENTAJE-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT) > ZERO
               AND FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT) <= 100
               COMPUTE WS-PORCENTAJE-PAR =
                   FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT)
           END-IF.
       1100-CERRAR.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REGLA-CORRECTOR -- REGLA 1: EN CFEXCDSP EL OPERADOR
      *    QUE CORRIGIO (O SALTO) LA EXCEPCION ES EL MISMO QUE LA
      *    ORIGINO
      ******************************************************************
       2000-REGLA-CORRECTOR.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLA 1 - EL MISMO OPERADOR ORIGINA Y CORRIGE LA "
               "EXCEPCION (CFEXCDSP)" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "FECHA     REGISTRO  OPERADOR  DISPOSIC.   "
               "DATOS DE LA EXCEPCION         RAZON"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-DSP-FILE.
           IF WS-FS-DSP NOT = "00"
               MOVE SPACES TO WS-PRT-LINEA
               MOVE "  SIN ARCHIVO DE DISPOSICION (CFEXCDSP)."
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 2000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2100-LEER-DISPOSICION THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-DSP-FILE.
       2000-EXIT.
           EXIT.

       2100-LEER-DISPOSICION.
           READ CF-DSP-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-DSP-FECHA < WS-DESDE OR CF-DSP-FECHA > WS-HASTA
               GO TO 2100-EXIT.
           IF CF-DSP-PENDIENTE
               OR CF-DSP-OPERADOR-ORIG = SPACES
               OR CF-DSP-OPERADOR-ORIG NOT = CF-DSP-OPERADOR-COR
               GO TO 2100-EXIT.
           ADD 1 TO WS-REGLA-1.
           MOVE CF-DSP-FECHA TO PRT-R1-FECHA.
           MOVE CF-DSP-NUM-REGISTRO TO PRT-R1-NUM-REGISTRO.
           MOVE CF-DSP-OPERADOR-COR TO PRT-R1-OPERADOR.
           IF CF-DSP-CORREGIDO
               MOVE "CORREGIDA" TO PRT-R1-DISPOSICION
           ELSE
               MOVE "SALTADA" TO PRT-R1-DISPOSICION
           END-IF.
           MOVE CF-DSP-NUM1-TXT TO PRT-R1-NUM1.
           MOVE CF-DSP-OPERACION-TXT TO PRT-R1-OPERACION.
           MOVE CF-DSP-NUM2-TXT TO PRT-R1-NUM2.
           MOVE CF-DSP-RAZON TO PRT-R1-RAZON.
           MOVE PRT-DET-REGLA-1 TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REGLA-REVERSO -- REGLA 2: UN 'RV' DE CFBAKOUT CUYO
      *    SUPERVISOR ES EL MISMO OPERADOR QUE CONTABILIZO EL ASIENTO
      *    ORIGINAL DE ESA REFERENCIA.  PRIMERA PASADA: SE JUNTAN LOS
      *    REVERSOS DEL PERIODO; SEGUNDA PASADA: SE BUSCA EL ORIGINAL
      *    EN LAS MISMAS GENERACIONES (UN LOTE CONTABILIZADO ANTES
      *    DEL PERIODO NO SE PUEDE CRUZAR).
      ******************************************************************
       3000-REGLA-REVERSO.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLA 2 - SUPERVISOR REVIERTE UN LOTE QUE EL MISMO "
               "CONTABILIZO (CFBAKOUT)" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "FECHA RV  REFERENCIA    SUPERV.   FECHA ORIG "
               "CUENTA       REVERSO" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 3100-JUNTAR-REVERSOS THRU 3100-EXIT
               VARYING WS-DIA FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA > WS-DIA-HASTA.
           IF WS-NUM-RV = ZERO
               GO TO 3000-EXIT.
           PERFORM 3300-BUSCAR-ORIGINALES THRU 3300-EXIT
               VARYING WS-DIA FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA > WS-DIA-HASTA.
           PERFORM 3500-IMPRIMIR-REVERSO THRU 3500-EXIT
               VARYING WS-RV FROM 1 BY 1
               UNTIL WS-RV > WS-NUM-RV.
       3000-EXIT.
           EXIT.

       3050-ABRIR-GENERACION.
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-DIA).
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA-DIA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           OPEN INPUT CF-LOG-FILE.
       3050-EXIT.
           EXIT.

       3100-JUNTAR-REVERSOS.
           PERFORM 3050-ABRIR-GENERACION THRU 3050-EXIT.
           IF WS-FS-LOG NOT = "00"
               GO TO 3100-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3200-LEER-REVERSO THRU 3200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
       3100-EXIT.
           EXIT.

       3200-LEER-REVERSO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-LOG-TIPO-REVERSO OR CF-LOG-REF = SPACES
               GO TO 3200-EXIT.
           IF WS-NUM-RV >= WS-MAX-RV
               MOVE "S" TO SW-TABLA-LLENA
               GO TO 3200-EXIT.
           ADD 1 TO WS-NUM-RV.
           MOVE CF-LOG-REF TO WS-RV-REF (WS-NUM-RV).
           MOVE CF-LOG-OPERADOR-ID TO WS-RV-SUPERVISOR (WS-NUM-RV).
           MOVE CF-LOG-FECHA TO WS-RV-FECHA (WS-NUM-RV).
           MOVE CF-LOG-CUENTA TO WS-RV-CUENTA (WS-NUM-RV).
           MOVE CF-LOG-RESULTADO TO WS-RV-RESULTADO (WS-NUM-RV).
           MOVE SPACES TO WS-RV-ORIG-OPERADOR (WS-NUM-RV).
           MOVE ZERO TO WS-RV-ORIG-FECHA (WS-NUM-RV).
       3200-EXIT.
           EXIT.

       3300-BUSCAR-ORIGINALES.
           PERFORM 3050-ABRIR-GENERACION THRU 3050-EXIT.
           IF WS-FS-LOG NOT = "00"
               GO TO 3300-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3400-LEER-ORIGINAL THRU 3400-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
       3300-EXIT.
           EXIT.

       3400-LEER-ORIGINAL.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3400-EXIT
           END-READ.
           IF CF-LOG-TIPO-REVERSO OR CF-LOG-TIPO-PIE
               OR CF-LOG-REF = SPACES
               GO TO 3400-EXIT.
           PERFORM 3450-CRUZAR-ORIGINAL THRU 3450-EXIT
               VARYING WS-RV FROM 1 BY 1
               UNTIL WS-RV > WS-NUM-RV.
       3400-EXIT.
           EXIT.

       3450-CRUZAR-ORIGINAL.
           IF WS-RV-REF (WS-RV) NOT = CF-LOG-REF
               OR WS-RV-ORIG-OPERADOR (WS-RV) NOT = SPACES
               GO TO 3450-EXIT.
           MOVE CF-LOG-OPERADOR-ID TO WS-RV-ORIG-OPERADOR (WS-RV).
           MOVE CF-LOG-FECHA TO WS-RV-ORIG-FECHA (WS-RV).
       3450-EXIT.
           EXIT.

       3500-IMPRIMIR-REVERSO.
           IF WS-RV-ORIG-OPERADOR (WS-RV) = SPACES
               OR WS-RV-ORIG-OPERADOR (WS-RV)
                   NOT = WS-RV-SUPERVISOR (WS-RV)
               GO TO 3500-EXIT.
           ADD 1 TO WS-REGLA-2.
           MOVE WS-RV-FECHA (WS-RV) TO PRT-R2-FECHA.
           MOVE WS-RV-REF (WS-RV) TO PRT-R2-REF.
           MOVE WS-RV-SUPERVISOR (WS-RV) TO PRT-R2-SUPERVISOR.
           MOVE WS-RV-ORIG-FECHA (WS-RV) TO PRT-R2-FECHA-ORIG.
           MOVE WS-RV-CUENTA (WS-RV) TO PRT-R2-CUENTA.
           MOVE WS-RV-RESULTADO (WS-RV) TO PRT-R2-RESULTADO.
           MOVE PRT-DET-REGLA-2 TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REGLA-CONCENTRACION -- REGLA 3: APROBACIONES DEL
      *    PERIODO EN CFSUSP Y CFPNDCHG POR PAR APROBADOR/SOLICITANTE;
      *    SE SENALA EL PAR CON AL MENOS EL MINIMO DE APROBACIONES Y
      *    EL PORCENTAJE DEL TOTAL DE APROBACIONES DEL SOLICITANTE
      ******************************************************************
       4000-REGLA-CONCENTRACION.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLA 3 - CONCENTRACION DE APROBACIONES SOBRE UN "
               "MISMO SOLICITANTE (CFSUSP, CFPNDCHG)" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "APROBADOR   SOLICITANTE  APROBADAS  DEL TOTAL  "
               "PORCENTAJE" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-SUS-FILE.
           IF WS-FS-SUS = "00"
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM 4100-LEER-SUSPENSO THRU 4100-EXIT
                   UNTIL FIN-ARCHIVO
               CLOSE CF-SUS-FILE
           END-IF.
           OPEN INPUT CF-PND-FILE.
           IF WS-FS-PND = "00"
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM 4200-LEER-PENDIENTE THRU 4200-EXIT
                   UNTIL FIN-ARCHIVO
               CLOSE CF-PND-FILE
           END-IF.
           PERFORM 4500-EVALUAR-PAR THRU 4500-EXIT
               VARYING WS-PAR FROM 1 BY 1
               UNTIL WS-PAR > WS-NUM-PARES.
       4000-EXIT.
           EXIT.

       4100-LEER-SUSPENSO.
           READ CF-SUS-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-SUS-APROBADO
               OR CF-SUS-FECHA-DECISION < WS-DESDE
               OR CF-SUS-FECHA-DECISION > WS-HASTA
               GO TO 4100-EXIT.
           MOVE CF-SUS-SUPERVISOR TO WS-APROBADOR.
           MOVE CF-SUS-OPERADOR TO WS-SOLICITANTE.
           PERFORM 4300-CONTAR-PAR THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-LEER-PENDIENTE.
           READ CF-PND-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4200-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-PND-APROBADO
               OR CF-PND-FECHA-DECISION < WS-DESDE
               OR CF-PND-FECHA-DECISION > WS-HASTA
               GO TO 4200-EXIT.
           MOVE CF-PND-APROBADOR TO WS-APROBADOR.
           MOVE CF-PND-SOLICITANTE TO WS-SOLICITANTE.
           PERFORM 4300-CONTAR-PAR THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-CONTAR-PAR -- SUMA UNA APROBACION AL PAR Y AL TOTAL
      *    DEL SOLICITANTE
      ******************************************************************
       4300-CONTAR-PAR.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 4310-BUSCAR-PAR THRU 4310-EXIT
               VARYING WS-PAR FROM 1 BY 1
               UNTIL WS-PAR > WS-NUM-PARES OR ENCONTRADO.
           IF NOT ENCONTRADO
               IF WS-NUM-PARES >= WS-MAX-PARES
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 4300-EXIT
               END-IF
               ADD 1 TO WS-NUM-PARES
               MOVE WS-APROBADOR TO WS-PAR-APROBADOR (WS-NUM-PARES)
               MOVE WS-SOLICITANTE TO WS-PAR-SOLICITANTE (WS-NUM-PARES)
               MOVE 1 TO WS-PAR-CUENTA (WS-NUM-PARES)
           END-IF.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 4320-BUSCAR-SOLICITANTE THRU 4320-EXIT
               VARYING WS-SOL FROM 1 BY 1
               UNTIL WS-SOL > WS-NUM-SOLIC OR ENCONTRADO.
           IF NOT ENCONTRADO
               IF WS-NUM-SOLIC >= WS-MAX-PARES
                   MOVE "S" TO SW-TABLA-LLENA
                   GO TO 4300-EXIT
               END-IF
               ADD 1 TO WS-NUM-SOLIC
               MOVE WS-SOLICITANTE TO WS-SOL-ID (WS-NUM-SOLIC)
               MOVE 1 TO WS-SOL-TOTAL (WS-NUM-SOLIC)
           END-IF.
       4300-EXIT.
           EXIT.

       4310-BUSCAR-PAR.
           IF WS-PAR-APROBADOR (WS-PAR) = WS-APROBADOR
               AND WS-PAR-SOLICITANTE (WS-PAR) = WS-SOLICITANTE
               ADD 1 TO WS-PAR-CUENTA (WS-PAR)
               MOVE "S" TO SW-ENCONTRADO.
       4310-EXIT.
           EXIT.

       4320-BUSCAR-SOLICITANTE.
           IF WS-SOL-ID (WS-SOL) = WS-SOLICITANTE
               ADD 1 TO WS-SOL-TOTAL (WS-SOL)
               MOVE "S" TO SW-ENCONTRADO.
       4320-EXIT.
           EXIT.

       4500-EVALUAR-PAR.
           IF WS-PAR-CUENTA (WS-PAR) < WS-MINIMO-PAR
               GO TO 4500-EXIT.
           MOVE WS-PAR-SOLICITANTE (WS-PAR) TO WS-SOLICITANTE.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 4510-TOTAL-SOLICITANTE THRU 4510-EXIT
               VARYING WS-SOL FROM 1 BY 1
               UNTIL WS-SOL > WS-NUM-SOLIC OR ENCONTRADO.
           IF NOT ENCONTRADO
               GO TO 4500-EXIT.
           SUBTRACT 1 FROM WS-SOL.
           COMPUTE WS-PCT = WS-PAR-CUENTA (WS-PAR) * 100
               / WS-SOL-TOTAL (WS-SOL).
           IF WS-PCT < WS-PORCENTAJE-PAR
               GO TO 4500-EXIT.
           ADD 1 TO WS-REGLA-3.
           MOVE WS-PAR-APROBADOR (WS-PAR) TO PRT-R3-APROBADOR.
           MOVE WS-PAR-SOLICITANTE (WS-PAR) TO PRT-R3-SOLICITANTE.
           MOVE WS-PAR-CUENTA (WS-PAR) TO PRT-R3-CUENTA.
           MOVE WS-SOL-TOTAL (WS-SOL) TO PRT-R3-TOTAL.
           MOVE WS-PCT TO PRT-R3-PCT.
           MOVE PRT-DET-REGLA-3 TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

       4510-TOTAL-SOLICITANTE.
           IF WS-SOL-ID (WS-SOL) = WS-SOLICITANTE
               MOVE "S" TO SW-ENCONTRADO.
       4510-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REGLA-FIRMA -- REGLA 4: TODA DECISION (APROBADA O
      *    RECHAZADA) DEL PERIODO EN CFSUSP Y CFPNDCHG DEBE TENER UNA
      *    FIRMA ACEPTADA ('A') DEL APROBADOR EN CFSIGNLG ESA MISMA
      *    FECHA
      ******************************************************************
       5000-REGLA-FIRMA.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLA 4 - DECISION SIN FIRMA ACEPTADA DEL "
               "APROBADOR EN LA FECHA (CFSIGNLG)" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "ORIGEN    APROBADOR FECHA     HORA   SOLICIT.  "
               "DECISION   REFERENCIA" DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-SIG-FILE.
           IF WS-FS-SIG = "00"
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM 5100-CARGAR-FIRMA THRU 5100-EXIT
                   UNTIL FIN-ARCHIVO
               CLOSE CF-SIG-FILE
           END-IF.
           OPEN INPUT CF-SUS-FILE.
           IF WS-FS-SUS = "00"
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM 5200-DECISION-SUSPENSO THRU 5200-EXIT
                   UNTIL FIN-ARCHIVO
               CLOSE CF-SUS-FILE
           END-IF.
           OPEN INPUT CF-PND-FILE.
           IF WS-FS-PND = "00"
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM 5300-DECISION-PENDIENTE THRU 5300-EXIT
                   UNTIL FIN-ARCHIVO
               CLOSE CF-PND-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CARGAR-FIRMA.
           READ CF-SIG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-SIG-ACEPTADO
               OR CF-SIG-FECHA < WS-DESDE
               OR CF-SIG-FECHA > WS-HASTA
               GO TO 5100-EXIT.
           MOVE CF-SIG-OPERADOR TO WS-APROBADOR.
           MOVE CF-SIG-FECHA TO WS-DEC-FECHA.
           PERFORM 5500-BUSCAR-FIRMA THRU 5500-EXIT.
           IF ENCONTRADO
               GO TO 5100-EXIT.
           IF WS-NUM-FIRMAS >= WS-MAX-FIRMAS
               MOVE "S" TO SW-TABLA-LLENA
               GO TO 5100-EXIT.
           ADD 1 TO WS-NUM-FIRMAS.
           MOVE CF-SIG-OPERADOR TO WS-FIR-OPERADOR (WS-NUM-FIRMAS).
           MOVE CF-SIG-FECHA TO WS-FIR-FECHA (WS-NUM-FIRMAS).
       5100-EXIT.
           EXIT.

       5200-DECISION-SUSPENSO.
           READ CF-SUS-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5200-EXIT
           END-READ.
           IF CF-SUS-PENDIENTE
               OR CF-SUS-FECHA-DECISION < WS-DESDE
               OR CF-SUS-FECHA-DECISION > WS-HASTA
               GO TO 5200-EXIT.
           MOVE "CFSUSP" TO WS-DEC-ORIGEN.
           MOVE CF-SUS-SUPERVISOR TO WS-APROBADOR.
           MOVE CF-SUS-OPERADOR TO WS-SOLICITANTE.
           MOVE CF-SUS-FECHA-DECISION TO WS-DEC-FECHA.
           MOVE CF-SUS-HORA-DECISION TO WS-DEC-HORA.
           MOVE CF-SUS-ESTADO TO WS-DEC-ESTADO.
           MOVE CF-SUS-REF TO WS-DEC-REF.
           PERFORM 5400-VERIFICAR-DECISION THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

       5300-DECISION-PENDIENTE.
           READ CF-PND-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5300-EXIT
           END-READ.
           IF CF-PND-PENDIENTE
               OR CF-PND-FECHA-DECISION < WS-DESDE
               OR CF-PND-FECHA-DECISION > WS-HASTA
               GO TO 5300-EXIT.
           MOVE "CFPNDCHG" TO WS-DEC-ORIGEN.
           MOVE CF-PND-APROBADOR TO WS-APROBADOR.
           MOVE CF-PND-SOLICITANTE TO WS-SOLICITANTE.
           MOVE CF-PND-FECHA-DECISION TO WS-DEC-FECHA.
           MOVE CF-PND-HORA-DECISION TO WS-DEC-HORA.
           MOVE CF-PND-ESTADO TO WS-DEC-ESTADO.
           MOVE SPACES TO WS-DEC-REF.
           IF CF-PND-DE-TARIFA
               MOVE "TARIFA" TO WS-DEC-REF
           ELSE
               MOVE "OPERADOR" TO WS-DEC-REF
           END-IF.
           PERFORM 5400-VERIFICAR-DECISION THRU 5400-EXIT.
       5300-EXIT.
           EXIT.

       5400-VERIFICAR-DECISION.
           PERFORM 5500-BUSCAR-FIRMA THRU 5500-EXIT.
           IF ENCONTRADO
               GO TO 5400-EXIT.
           ADD 1 TO WS-REGLA-4.
           MOVE WS-DEC-ORIGEN TO PRT-R4-ORIGEN.
           MOVE WS-APROBADOR TO PRT-R4-APROBADOR.
           MOVE WS-DEC-FECHA TO PRT-R4-FECHA.
           MOVE SPACES TO PRT-R4-HORA.
           STRING WS-DEC-HORA (1:2) ":" WS-DEC-HORA (3:2)
               DELIMITED SIZE INTO PRT-R4-HORA.
           MOVE WS-SOLICITANTE TO PRT-R4-SOLICITANTE.
           IF WS-DEC-ESTADO = "A"
               MOVE "APROBADA" TO PRT-R4-DECISION
           ELSE
               MOVE "RECHAZADA" TO PRT-R4-DECISION
           END-IF.
           MOVE WS-DEC-REF TO PRT-R4-REF.
           MOVE PRT-DET-REGLA-4 TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       5400-EXIT.
           EXIT.

       5500-BUSCAR-FIRMA.
           MOVE "N" TO SW-ENCONTRADO.
           PERFORM 5510-COMPARAR-FIRMA THRU 5510-EXIT
               VARYING WS-FIR FROM 1 BY 1
               UNTIL WS-FIR > WS-NUM-FIRMAS OR ENCONTRADO.
       5500-EXIT.
           EXIT.

       5510-COMPARAR-FIRMA.
           IF WS-FIR-OPERADOR (WS-FIR) = WS-APROBADOR
               AND WS-FIR-FECHA (WS-FIR) = WS-DEC-FECHA
               MOVE "S" TO SW-ENCONTRADO.
       5510-EXIT.
           EXIT.

      ******************************************************************
      *    8000-IMPRIMIR-RESUMEN -- CONTEO POR REGLA
      ******************************************************************
       8000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "-" TO WS-PRT-LINEA (1:60).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "RESUMEN POR REGLA" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REGLA-1 TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  1. ORIGINA Y CORRIGE LA EXCEPCION:       "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REGLA-2 TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  2. REVIERTE UN LOTE PROPIO:              "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REGLA-3 TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  3. CONCENTRACION DE APROBACIONES:        "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-REGLA-4 TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  4. DECISION SIN FIRMA ACEPTADA:          "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF TABLA-LLENA
               MOVE SPACES TO WS-PRT-LINEA
               STRING "  AVISO: UNA TABLA INTERNA SE LLENO; ACORTE EL "
                   "PERIODO PARA UNA REVISION COMPLETA."
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           COMPUTE WS-HALLAZGOS = WS-REGLA-1 + WS-REGLA-2
               + WS-REGLA-3 + WS-REGLA-4.
           IF WS-HALLAZGOS > ZERO
               MOVE WS-HALLAZGOS TO WS-CONTADOR-EDIT
               DISPLAY "** ATENCION: " WS-CONTADOR-EDIT " HALLAZGO(S) "
                   "DE SEGREGACION DE FUNCIONES. VER CFSODRPR. **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NINGUNA REGLA DE SEGREGACION SE DISPARO."
           END-IF.
           IF TABLA-LLENA
               DISPLAY "AVISO: UNA TABLA INTERNA SE LLENO; LA "
                   "REVISION ESTA INCOMPLETA."
               MOVE 4 TO RETURN-CODE
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
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           MOVE 4 TO WS-LINEAS-PAGINA.
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
           MOVE "CFSODRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LEIDOS TO CF-RUN-LEIDOS.
           MOVE ZERO TO CF-RUN-ACEPTADOS.
           MOVE WS-HALLAZGOS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFSODRPT.
