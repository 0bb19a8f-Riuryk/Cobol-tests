      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Barrido nocturno de integridad referencial entre los
      *          maestros.  Cada tabla la mantiene su propio programa
      *          (CFBALINQ, CFCATMNT, CFRATMNT, CFCURMNT, CFRSNMNT,
      *          CFOPRMNT, CFSUCMNT) y ninguno revisa lo que apunta a
      *          ella desde las demas.  Este paso recorre los maestros
      *          y reporta (CFMSTVPR) cada liga rota bajo su regla:
      *            1. cuentas de CFBALMST cuya categoria no existe en
      *               CFCAT01 (o esta en blanco);
      *            2. ordenes permanentes (CFSTDORD) cuya cuenta no
      *               existe o esta cerrada, o cuya razon no existe o
      *               esta inactiva en CFRSN01;
      *            3. renglones de CFACRPRM cuya tarifa no existe o ya
      *               vencio en CFRATE01;
      *            4. partidas pendientes de CFSUSP de cuentas que ya
      *               no existen en CFBALMST;
      *            5. operadores de CFOPMST con excepcion de limite
      *               diario mayor que el limite de su nivel en
      *               CFLIMPRM;
      *            6. operadores activos sin ninguna firma aceptada en
      *               la bitacora de firmas (CFSIGNLG);
      *            7. cuentas y operadores cuya sucursal no existe en
      *               CFSUC01;
      *            8. cuentas cuyo titular no existe en el maestro
      *               de titulares (CFTIT01).
      *          Termina con el conteo por regla.  Una regla cuyo
      *          archivo no esta disponible sale como NO EVALUADA.
      *          Cualquier hallazgo o regla no evaluada deja RC=4 para
      *          que el turno matutino lo vea en CFRUNRPT; el paso no
      *          corrige nada.
      * Tectonics: cobc -x -std=ibm CFMSTVER.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   REGLA 8: TITULAR DE LA CUENTA
      *                     (CF-BAL-TITULAR) CONTRA CFTIT01.
      *   2026-10-15  RR   REGLA 2: UNA ORDEN UNICA ('U') CUYA FECHA
      *                     YA PASO ESTA AGOTADA Y NO SE REVISA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMSTVER.

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

           SELECT CF-CAT-FILE ASSIGN TO "CFCAT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

           SELECT CF-RSN-FILE ASSIGN TO "CFRSN01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RSN-CODIGO
               FILE STATUS IS WS-FS-RSN.

           SELECT CF-RATE-FILE ASSIGN TO "CFRATE01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RATE-CODIGO
               FILE STATUS IS WS-FS-RATE.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

           SELECT CF-TIT-FILE ASSIGN TO "CFTIT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-TIT-ID
               FILE STATUS IS WS-FS-TIT.

           SELECT CF-STD-FILE ASSIGN TO "CFSTDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STD.

           SELECT CF-ACR-FILE ASSIGN TO "CFACRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACR.

           SELECT CF-SUS-FILE ASSIGN TO "CFSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.

           SELECT CF-LIM-FILE ASSIGN TO "CFLIMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIM.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

           SELECT CF-PRT-FILE ASSIGN TO "CFMSTVPR"
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

       FD  CF-CAT-FILE.
           COPY CFCATREC.

       FD  CF-RSN-FILE.
           COPY CFRSNREC.

       FD  CF-RATE-FILE.
           COPY CFRATREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       FD  CF-TIT-FILE.
           COPY CFTITREC.

       FD  CF-STD-FILE.
           COPY CFSTDREC.

       FD  CF-ACR-FILE.
       01  CF-ACR-RECORD.
           05  CF-ACR-CATEGORIA         PIC X(04).
           05  CF-ACR-TARIFA            PIC X(04).
           05  CF-ACR-RAZON             PIC X(04).

       FD  CF-SUS-FILE.
           COPY CFSUSREC.

       FD  CF-LIM-FILE.
       01  CF-LIM-RECORD.
           05  CF-LIM-NIVEL-TXT         PIC X(02).
           05  CF-LIM-VALOR-TXT         PIC X(12).

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  WS-FS-RSN                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-SUC                    PIC X(02) VALUE "00".
       77  WS-FS-TIT                    PIC X(02) VALUE "00".
       77  WS-FS-STD                    PIC X(02) VALUE "00".
       77  WS-FS-ACR                    PIC X(02) VALUE "00".
       77  WS-FS-SUS                    PIC X(02) VALUE "00".
       77  WS-FS-LIM                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".
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
       77  SW-HALLAZGO                  PIC X(01) VALUE "N".
           88  HAY-HALLAZGO                      VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".

      *----------------------------------------------------------------
      *    MAESTROS CON CLAVE: SE ABREN UNA VEZ; EL QUE NO ABRE DEJA
      *    SIN EVALUAR LAS REGLAS QUE LO NECESITAN.
      *----------------------------------------------------------------
       77  SW-BAL-ABIERTO               PIC X(01) VALUE "N".
           88  BAL-ABIERTO                       VALUE "S".
       77  SW-CAT-ABIERTO               PIC X(01) VALUE "N".
           88  CAT-ABIERTO                       VALUE "S".
       77  SW-RSN-ABIERTO               PIC X(01) VALUE "N".
           88  RSN-ABIERTO                       VALUE "S".
       77  SW-RATE-ABIERTO              PIC X(01) VALUE "N".
           88  RATE-ABIERTO                      VALUE "S".
       77  SW-OPR-ABIERTO               PIC X(01) VALUE "N".
           88  OPR-ABIERTO                       VALUE "S".
       77  SW-SUC-ABIERTO               PIC X(01) VALUE "N".
           88  SUC-ABIERTO                       VALUE "S".
       77  SW-TIT-ABIERTO               PIC X(01) VALUE "N".
           88  TIT-ABIERTO                       VALUE "S".

      *----------------------------------------------------------------
      *    REGLAS: DESCRIPCION, HALLAZGOS Y ESTADO (E = EVALUADA,
      *    N = NO EVALUADA, CON EL MOTIVO).
      *----------------------------------------------------------------
       77  WS-NUM-REGLAS                PIC 9(01) VALUE 8.
       77  WS-REGLA                     PIC 9(01) VALUE ZERO.
       01  WS-REGLA-NOMBRES.
           05  FILLER                   PIC X(50) VALUE
               "CUENTAS CON CATEGORIA INEXISTENTE EN CFCAT01".
           05  FILLER                   PIC X(50) VALUE
               "ORDENES PERMANENTES CON CUENTA O RAZON INVALIDA".
           05  FILLER                   PIC X(50) VALUE
               "TARIFAS DE CFACRPRM INEXISTENTES O VENCIDAS".
           05  FILLER                   PIC X(50) VALUE
               "SUSPENSO PENDIENTE DE CUENTAS INEXISTENTES".
           05  FILLER                   PIC X(50) VALUE
               "EXCEPCIONES DE LIMITE SOBRE EL LIMITE DEL NIVEL".
           05  FILLER                   PIC X(50) VALUE
               "OPERADORES ACTIVOS SIN FIRMA ACEPTADA (CFSIGNLG)".
           05  FILLER                   PIC X(50) VALUE
               "CUENTAS Y OPERADORES CON SUCURSAL INEXISTENTE".
           05  FILLER                   PIC X(50) VALUE
               "CUENTAS CON TITULAR INEXISTENTE EN CFTIT01".
       01  WS-REGLA-NOMBRE-TABLA REDEFINES WS-REGLA-NOMBRES.
           05  WS-REGLA-NOMBRE          PIC X(50) OCCURS 8 TIMES.
       01  WS-TABLA-REGLAS.
           05  WS-REGLA-ENTRADA OCCURS 8 TIMES.
               10  WS-REG-HALLAZGOS     PIC 9(06).
               10  WS-REG-REVISADOS     PIC 9(08).
               10  WS-REG-ESTADO        PIC X(01).
                   88  WS-REG-EVALUADA           VALUE "E".
                   88  WS-REG-NO-EVALUADA        VALUE "N".
               10  WS-REG-MOTIVO        PIC X(40).

      *----------------------------------------------------------------
      *    LIMITES POR NIVEL (CFLIMPRM, N1..N9).
      *----------------------------------------------------------------
       01  WS-TABLA-LIMITES.
           05  WS-LIM-ENTRADA OCCURS 9 TIMES.
               10  WS-LIM-ACTIVO        PIC X(01).
               10  WS-LIM-VALOR         PIC 9(07)V99.
       77  WS-LIM-NIV-NUM               PIC 9(01) VALUE ZERO.
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    OPERADORES ACTIVOS (HASTA 500, EN ORDEN DE CLAVE PORQUE
      *    CFOPMST SE LEE EN SECUENCIA) Y SI YA TIENEN FIRMA ACEPTADA.
      *----------------------------------------------------------------
       77  WS-MAX-OPRS                  PIC 9(04) VALUE 500 COMP.
       77  WS-NUM-OPRS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-OPR                       PIC 9(04) VALUE ZERO COMP.
       77  WS-OPRS-FIRMADOS             PIC 9(04) VALUE ZERO COMP.
       77  WS-BAJO                      PIC 9(04) VALUE ZERO COMP.
       77  WS-ALTO                      PIC 9(04) VALUE ZERO COMP.
       77  WS-MEDIO                     PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-OPRS.
           05  WS-OPRT-ENTRADA OCCURS 500 TIMES.
               10  WS-OPRT-ID           PIC X(08).
               10  WS-OPRT-NOMBRE       PIC X(30).
               10  WS-OPRT-FIRMO        PIC X(01).

       77  WS-ORDEN                     PIC 9(05) VALUE ZERO COMP.
       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-CON-HALLAZGO              PIC 9(08) VALUE ZERO COMP.
       77  WS-TOTAL-HALLAZGOS           PIC 9(08) VALUE ZERO COMP.
       77  WS-NO-EVALUADAS              PIC 9(01) VALUE ZERO.

       01  WS-HAL-CLAVE                 PIC X(12).
       01  WS-HAL-DETALLE               PIC X(90).

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFMSTVER".
           05  FILLER                   PIC X(50) VALUE
               "INTEGRIDAD REFERENCIAL ENTRE MAESTROS".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-DET-HALLAZGO.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-HAL-CLAVE            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-HAL-DETALLE          PIC X(90).
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  PRT-DET-RESUMEN.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RES-REGLA            PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RES-NOMBRE           PIC X(50).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-RES-REVISADOS        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-RES-HALLAZGOS        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-RES-ESTADO           PIC X(52).

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-ORDEN-EDIT                PIC 9(05).
       01  WS-IMPORTE-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-LIMITE-EDIT               PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-REGLA-CATEGORIAS THRU 2000-EXIT.
           PERFORM 3000-REGLA-ORDENES THRU 3000-EXIT.
           PERFORM 4000-REGLA-TARIFAS THRU 4000-EXIT.
           PERFORM 5000-REGLA-SUSPENSO THRU 5000-EXIT.
           PERFORM 6000-REGLA-OPERADORES THRU 6000-EXIT.
           PERFORM 6500-REGLA-FIRMAS THRU 6500-EXIT.
           PERFORM 6800-REGLA-SUCURSALES THRU 6800-EXIT.
           PERFORM 6900-REGLA-TITULARES THRU 6900-EXIT.
           PERFORM 8000-RESUMEN THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, CONTROL DE CORRIDA, APERTURA DE
      *    LOS MAESTROS CON CLAVE Y DEL REPORTE
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "INTEGRIDAD REFERENCIAL ENTRE MAESTROS".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           PERFORM 1100-INICIAR-REGLA THRU 1100-EXIT
               VARYING WS-REGLA FROM 1 BY 1
               UNTIL WS-REGLA > WS-NUM-REGLAS.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL = "00"
               MOVE "S" TO SW-BAL-ABIERTO.
           OPEN INPUT CF-CAT-FILE.
           IF WS-FS-CAT = "00"
               MOVE "S" TO SW-CAT-ABIERTO.
           OPEN INPUT CF-RSN-FILE.
           IF WS-FS-RSN = "00"
               MOVE "S" TO SW-RSN-ABIERTO.
           OPEN INPUT CF-RATE-FILE.
           IF WS-FS-RATE = "00"
               MOVE "S" TO SW-RATE-ABIERTO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR = "00"
               MOVE "S" TO SW-OPR-ABIERTO.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC = "00"
               MOVE "S" TO SW-SUC-ABIERTO.
           OPEN INPUT CF-TIT-FILE.
           IF WS-FS-TIT = "00"
               MOVE "S" TO SW-TIT-ABIERTO.
           PERFORM 1200-CARGAR-LIMITES THRU 1200-EXIT.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFMSTVPR). "
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

       1100-INICIAR-REGLA.
           MOVE ZERO TO WS-REG-HALLAZGOS (WS-REGLA)
               WS-REG-REVISADOS (WS-REGLA).
           MOVE "E" TO WS-REG-ESTADO (WS-REGLA).
           MOVE SPACES TO WS-REG-MOTIVO (WS-REGLA).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-CARGAR-LIMITES -- LIMITES POR NIVEL (CFLIMPRM); SIN
      *    ARCHIVO NINGUN NIVEL TIENE LIMITE Y LA REGLA 5 NO SE EVALUA
      ******************************************************************
       1200-CARGAR-LIMITES.
           MOVE SPACES TO WS-TABLA-LIMITES.
           OPEN INPUT CF-LIM-FILE.
           IF WS-FS-LIM NOT = "00"
               MOVE 5 TO WS-REGLA
               MOVE "CFLIMPRM NO DISPONIBLE" TO WS-REG-MOTIVO (5)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 1200-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1250-LEER-LIMITE THRU 1250-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LIM-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1200-EXIT.
           EXIT.

       1250-LEER-LIMITE.
           READ CF-LIM-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1250-EXIT
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-LIM-VALOR-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-LIM-VALOR-TXT = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               GO TO 1250-EXIT.
           IF CF-LIM-NIVEL-TXT (1:1) = "N"
               AND CF-LIM-NIVEL-TXT (2:1) >= "1"
               AND CF-LIM-NIVEL-TXT (2:1) <= "9"
               MOVE CF-LIM-NIVEL-TXT (2:1) TO WS-LIM-NIV-NUM
               MOVE "S" TO WS-LIM-ACTIVO (WS-LIM-NIV-NUM)
               COMPUTE WS-LIM-VALOR (WS-LIM-NIV-NUM) =
                   FUNCTION NUMVAL(CF-LIM-VALOR-TXT)
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REGLA-CATEGORIAS -- REGLA 1: TODA CUENTA DE CFBALMST
      *    (ABIERTA O NO) DEBE TENER UNA CATEGORIA QUE EXISTA EN CFCAT01
      ******************************************************************
       2000-REGLA-CATEGORIAS.
           MOVE 1 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT BAL-ABIERTO
               MOVE "CFBALMST NO DISPONIBLE" TO WS-REG-MOTIVO (1)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 2000-EXIT.
           IF NOT CAT-ABIERTO
               MOVE "CFCAT01 NO DISPONIBLE" TO WS-REG-MOTIVO (1)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 2000-EXIT.
           PERFORM 7600-INICIAR-CUENTAS THRU 7600-EXIT.
           PERFORM 2100-REVISAR-CUENTA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2000-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       2100-REVISAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           ADD 1 TO WS-REG-REVISADOS (1).
           MOVE CF-BAL-CUENTA TO WS-HAL-CLAVE.
           IF CF-BAL-CATEGORIA = SPACES
               MOVE SPACES TO WS-HAL-DETALLE
               STRING CF-BAL-DESC " -- CATEGORIA EN BLANCO"
                   DELIMITED SIZE INTO WS-HAL-DETALLE
               PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
               GO TO 2100-EXIT.
           MOVE CF-BAL-CATEGORIA TO CF-CAT-CODIGO.
           READ CF-CAT-FILE
               KEY IS CF-CAT-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING CF-BAL-DESC " -- CATEGORIA "
                       CF-BAL-CATEGORIA " NO EXISTE"
                       DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REGLA-ORDENES -- REGLA 2: LAS ORDENES PERMANENTES DE
      *    AJUSTE APUNTAN A UNA CUENTA QUE EXISTE Y NO ESTA CERRADA, Y
      *    TODA RAZON NOMBRADA EXISTE Y ESTA ACTIVA EN CFRSN01.  SIN
      *    CFSTDORD NO HAY ORDENES QUE REVISAR.
      ******************************************************************
       3000-REGLA-ORDENES.
           MOVE 2 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT BAL-ABIERTO
               MOVE "CFBALMST NO DISPONIBLE" TO WS-REG-MOTIVO (2)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 3000-EXIT.
           IF NOT RSN-ABIERTO
               MOVE "CFRSN01 NO DISPONIBLE" TO WS-REG-MOTIVO (2)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 3000-EXIT.
           OPEN INPUT CF-STD-FILE.
           IF WS-FS-STD NOT = "00"
               MOVE "  (SIN ARCHIVO CFSTDORD: NO HAY ORDENES)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3000-EXIT.
           MOVE ZERO TO WS-ORDEN.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 3100-REVISAR-ORDEN THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-STD-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       3000-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       3100-REVISAR-ORDEN.
           READ CF-STD-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           ADD 1 TO WS-ORDEN.
           IF CF-STD-UNICA AND CF-STD-FECHA < WS-FECHA
               GO TO 3100-EXIT.
           ADD 1 TO WS-REG-REVISADOS (2).
           MOVE "N" TO SW-HALLAZGO.
           MOVE WS-ORDEN TO WS-ORDEN-EDIT.
           MOVE SPACES TO WS-HAL-CLAVE.
           STRING "ORDEN " WS-ORDEN-EDIT DELIMITED SIZE
               INTO WS-HAL-CLAVE.
           IF CF-STD-PARA-AJUSTE
               PERFORM 3200-REVISAR-CUENTA-ORDEN THRU 3200-EXIT.
           IF CF-STD-RAZON NOT = SPACES
               PERFORM 3300-REVISAR-RAZON-ORDEN THRU 3300-EXIT.
           IF HAY-HALLAZGO
               ADD 1 TO WS-CON-HALLAZGO.
       3100-EXIT.
           EXIT.

       3200-REVISAR-CUENTA-ORDEN.
           MOVE CF-STD-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING CF-STD-DESC " -- CUENTA " CF-STD-CUENTA
                       " NO EXISTE" DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7550-HALLAZGO-SIN-CONTAR THRU 7550-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF CF-BAL-CERRADA
               MOVE SPACES TO WS-HAL-DETALLE
               STRING CF-STD-DESC " -- CUENTA " CF-STD-CUENTA
                   " CERRADA" DELIMITED SIZE INTO WS-HAL-DETALLE
               PERFORM 7550-HALLAZGO-SIN-CONTAR THRU 7550-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-REVISAR-RAZON-ORDEN.
           MOVE CF-STD-RAZON TO CF-RSN-CODIGO.
           READ CF-RSN-FILE
               KEY IS CF-RSN-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING CF-STD-DESC " -- RAZON " CF-STD-RAZON
                       " NO EXISTE" DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7550-HALLAZGO-SIN-CONTAR THRU 7550-EXIT
                   GO TO 3300-EXIT
           END-READ.
           IF NOT CF-RSN-ACTIVO
               MOVE SPACES TO WS-HAL-DETALLE
               STRING CF-STD-DESC " -- RAZON " CF-STD-RAZON
                   " INACTIVA" DELIMITED SIZE INTO WS-HAL-DETALLE
               PERFORM 7550-HALLAZGO-SIN-CONTAR THRU 7550-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REGLA-TARIFAS -- REGLA 3: CADA RENGLON DE CFACRPRM
      *    NOMBRA UNA TARIFA QUE EXISTE EN CFRATE01 Y NO HA VENCIDO A
      *    LA FECHA DE NEGOCIO.  SIN CFACRPRM NO HAY NADA QUE DEVENGAR.
      ******************************************************************
       4000-REGLA-TARIFAS.
           MOVE 3 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT RATE-ABIERTO
               MOVE "CFRATE01 NO DISPONIBLE" TO WS-REG-MOTIVO (3)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 4000-EXIT.
           OPEN INPUT CF-ACR-FILE.
           IF WS-FS-ACR NOT = "00"
               MOVE "  (SIN ARCHIVO CFACRPRM: NO HAY DEVENGOS)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 4000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 4100-REVISAR-DEVENGO THRU 4100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-ACR-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       4000-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       4100-REVISAR-DEVENGO.
           READ CF-ACR-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-ACR-RECORD = SPACES
               GO TO 4100-EXIT.
           ADD 1 TO WS-REG-REVISADOS (3).
           MOVE SPACES TO WS-HAL-CLAVE.
           STRING "CATEG. " CF-ACR-CATEGORIA DELIMITED SIZE
               INTO WS-HAL-CLAVE.
           MOVE CF-ACR-TARIFA TO CF-RATE-CODIGO.
           READ CF-RATE-FILE
               KEY IS CF-RATE-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING "TARIFA " CF-ACR-TARIFA " NO EXISTE"
                       DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
                   GO TO 4100-EXIT
           END-READ.
           IF WS-FECHA > CF-RATE-VIG-HASTA
               MOVE SPACES TO WS-HAL-DETALLE
               STRING "TARIFA " CF-ACR-TARIFA " VENCIO EL "
                   CF-RATE-VIG-HASTA DELIMITED SIZE INTO WS-HAL-DETALLE
               PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REGLA-SUSPENSO -- REGLA 4: TODA PARTIDA PENDIENTE DE
      *    CFSUSP CON CUENTA DEBE APUNTAR A UNA CUENTA QUE EXISTA
      ******************************************************************
       5000-REGLA-SUSPENSO.
           MOVE 4 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT BAL-ABIERTO
               MOVE "CFBALMST NO DISPONIBLE" TO WS-REG-MOTIVO (4)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 5000-EXIT.
           OPEN INPUT CF-SUS-FILE.
           IF WS-FS-SUS NOT = "00"
               MOVE "  (SIN ARCHIVO CFSUSP: NADA EN SUSPENSO)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 5000-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 5100-REVISAR-PARTIDA THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-SUS-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       5000-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       5100-REVISAR-PARTIDA.
           READ CF-SUS-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-SUS-PENDIENTE OR CF-SUS-CUENTA = SPACES
               GO TO 5100-EXIT.
           ADD 1 TO WS-REG-REVISADOS (4).
           MOVE CF-SUS-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE CF-SUS-REF TO WS-HAL-CLAVE
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING "CUENTA " CF-SUS-CUENTA " NO EXISTE -- "
                       "CAPTURA " CF-SUS-FECHA " OPERADOR "
                       CF-SUS-OPERADOR DELIMITED SIZE
                       INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REGLA-OPERADORES -- REGLA 5: LA EXCEPCION DE LIMITE DEL
      *    MAESTRO (CF-OPR-LIMITE-DIA) NO DEBE PASAR EL LIMITE DE SU
      *    NIVEL EN CFLIMPRM; UN NIVEL SIN LIMITE NO SE COMPARA.  LA
      *    MISMA PASADA CARGA LOS OPERADORES ACTIVOS PARA LA REGLA 6.
      ******************************************************************
       6000-REGLA-OPERADORES.
           MOVE 5 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT OPR-ABIERTO
               MOVE "CFOPMST NO DISPONIBLE" TO WS-REG-MOTIVO (5)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6000-EXIT.
           PERFORM 7700-INICIAR-OPERADORES THRU 7700-EXIT.
           PERFORM 6100-REVISAR-OPERADOR THRU 6100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO SW-FIN-ARCHIVO.
       6000-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       6100-REVISAR-OPERADOR.
           READ CF-OPR-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-OPR-ACTIVO
               PERFORM 6200-GUARDAR-ACTIVO THRU 6200-EXIT.
           IF WS-REG-NO-EVALUADA (5)
               GO TO 6100-EXIT.
           ADD 1 TO WS-REG-REVISADOS (5).
           IF CF-OPR-LIMITE-DIA IS NOT NUMERIC
               OR CF-OPR-LIMITE-DIA = ZERO
               GO TO 6100-EXIT.
           IF CF-OPR-NIVEL IS NOT NUMERIC OR CF-OPR-NIVEL = ZERO
               GO TO 6100-EXIT.
           IF WS-LIM-ACTIVO (CF-OPR-NIVEL) NOT = "S"
               GO TO 6100-EXIT.
           IF CF-OPR-LIMITE-DIA NOT > WS-LIM-VALOR (CF-OPR-NIVEL)
               GO TO 6100-EXIT.
           MOVE CF-OPR-ID TO WS-HAL-CLAVE.
           MOVE CF-OPR-LIMITE-DIA TO WS-IMPORTE-EDIT.
           MOVE WS-LIM-VALOR (CF-OPR-NIVEL) TO WS-LIMITE-EDIT.
           MOVE SPACES TO WS-HAL-DETALLE.
           STRING CF-OPR-NOMBRE " -- NIVEL " CF-OPR-NIVEL
               " EXCEPCION " WS-IMPORTE-EDIT " > LIMITE NIVEL "
               WS-LIMITE-EDIT DELIMITED SIZE INTO WS-HAL-DETALLE.
           PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT.
       6100-EXIT.
           EXIT.

       6200-GUARDAR-ACTIVO.
           IF WS-NUM-OPRS >= WS-MAX-OPRS
               IF NOT TABLA-LLENA
                   DISPLAY "AVISO: MAS DE " WS-MAX-OPRS
                       " OPERADORES ACTIVOS; EL EXCEDENTE NO SE "
                       "REVISA EN LA REGLA 6."
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
               GO TO 6200-EXIT.
           ADD 1 TO WS-NUM-OPRS.
           MOVE CF-OPR-ID TO WS-OPRT-ID (WS-NUM-OPRS).
           MOVE CF-OPR-NOMBRE TO WS-OPRT-NOMBRE (WS-NUM-OPRS).
           MOVE "N" TO WS-OPRT-FIRMO (WS-NUM-OPRS).
       6200-EXIT.
           EXIT.

      ******************************************************************
      *    6500-REGLA-FIRMAS -- REGLA 6: RECORRE TODA LA BITACORA DE
      *    FIRMAS Y MARCA A CADA OPERADOR ACTIVO CON UNA FIRMA
      *    ACEPTADA (BUSQUEDA BINARIA: LA TABLA QUEDO EN ORDEN DE
      *    CLAVE); LOS QUE QUEDAN SIN MARCA NUNCA HAN FIRMADO.
      ******************************************************************
       6500-REGLA-FIRMAS.
           MOVE 6 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT OPR-ABIERTO
               MOVE "CFOPMST NO DISPONIBLE" TO WS-REG-MOTIVO (6)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6500-EXIT.
           OPEN INPUT CF-SIG-FILE.
           IF WS-FS-SIG NOT = "00"
               MOVE "CFSIGNLG NO DISPONIBLE" TO WS-REG-MOTIVO (6)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6500-EXIT.
           MOVE ZERO TO WS-OPRS-FIRMADOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 6600-LEER-FIRMA THRU 6600-EXIT
               UNTIL FIN-ARCHIVO
                   OR WS-OPRS-FIRMADOS >= WS-NUM-OPRS.
           CLOSE CF-SIG-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 6700-REVISAR-FIRMA THRU 6700-EXIT
               VARYING WS-OPR FROM 1 BY 1
               UNTIL WS-OPR > WS-NUM-OPRS.
       6500-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       6600-LEER-FIRMA.
           READ CF-SIG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6600-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-SIG-ACEPTADO
               GO TO 6600-EXIT.
           MOVE 1 TO WS-BAJO.
           MOVE WS-NUM-OPRS TO WS-ALTO.
           MOVE ZERO TO WS-OPR.
           PERFORM 6650-PARTIR-TABLA THRU 6650-EXIT
               UNTIL WS-BAJO > WS-ALTO OR WS-OPR > ZERO.
           IF WS-OPR > ZERO
               IF WS-OPRT-FIRMO (WS-OPR) = "N"
                   MOVE "S" TO WS-OPRT-FIRMO (WS-OPR)
                   ADD 1 TO WS-OPRS-FIRMADOS
               END-IF
           END-IF.
       6600-EXIT.
           EXIT.

       6650-PARTIR-TABLA.
           COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2.
           IF WS-OPRT-ID (WS-MEDIO) = CF-SIG-OPERADOR
               MOVE WS-MEDIO TO WS-OPR
               GO TO 6650-EXIT.
           IF WS-OPRT-ID (WS-MEDIO) < CF-SIG-OPERADOR
               COMPUTE WS-BAJO = WS-MEDIO + 1
           ELSE
               IF WS-MEDIO = 1
                   MOVE ZERO TO WS-ALTO
               ELSE
                   COMPUTE WS-ALTO = WS-MEDIO - 1
               END-IF
           END-IF.
       6650-EXIT.
           EXIT.

       6700-REVISAR-FIRMA.
           ADD 1 TO WS-REG-REVISADOS (6).
           IF WS-OPRT-FIRMO (WS-OPR) = "S"
               GO TO 6700-EXIT.
           MOVE WS-OPRT-ID (WS-OPR) TO WS-HAL-CLAVE.
           MOVE SPACES TO WS-HAL-DETALLE.
           STRING WS-OPRT-NOMBRE (WS-OPR)
               " -- ACTIVO SIN NINGUNA FIRMA ACEPTADA"
               DELIMITED SIZE INTO WS-HAL-DETALLE.
           PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT.
       6700-EXIT.
           EXIT.

      ******************************************************************
      *    6800-REGLA-SUCURSALES -- REGLA 7: LA SUCURSAL DE CADA CUENTA
      *    Y DE CADA OPERADOR, CUANDO LA TIENE, EXISTE EN CFSUC01
      ******************************************************************
       6800-REGLA-SUCURSALES.
           MOVE 7 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT SUC-ABIERTO
               MOVE "CFSUC01 NO DISPONIBLE" TO WS-REG-MOTIVO (7)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6800-EXIT.
           IF BAL-ABIERTO
               PERFORM 7600-INICIAR-CUENTAS THRU 7600-EXIT
               PERFORM 6850-SUCURSAL-CUENTA THRU 6850-EXIT
                   UNTIL FIN-ARCHIVO
               MOVE "N" TO SW-FIN-ARCHIVO
           END-IF.
           IF OPR-ABIERTO
               PERFORM 7700-INICIAR-OPERADORES THRU 7700-EXIT
               PERFORM 6870-SUCURSAL-OPERADOR THRU 6870-EXIT
                   UNTIL FIN-ARCHIVO
               MOVE "N" TO SW-FIN-ARCHIVO
           END-IF.
           IF NOT BAL-ABIERTO OR NOT OPR-ABIERTO
               MOVE "CFBALMST O CFOPMST NO DISPONIBLE"
                   TO WS-REG-MOTIVO (7)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
           END-IF.
       6800-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       6850-SUCURSAL-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6850-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-BAL-SUCURSAL = SPACES
               GO TO 6850-EXIT.
           ADD 1 TO WS-REG-REVISADOS (7).
           MOVE CF-BAL-SUCURSAL TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               KEY IS CF-SUC-CODIGO
               INVALID KEY
                   MOVE CF-BAL-CUENTA TO WS-HAL-CLAVE
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING "CUENTA " CF-BAL-DESC " -- SUCURSAL "
                       CF-BAL-SUCURSAL " NO EXISTE"
                       DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-READ.
       6850-EXIT.
           EXIT.

       6870-SUCURSAL-OPERADOR.
           READ CF-OPR-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6870-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-OPR-SUCURSAL = SPACES
               GO TO 6870-EXIT.
           ADD 1 TO WS-REG-REVISADOS (7).
           MOVE CF-OPR-SUCURSAL TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               KEY IS CF-SUC-CODIGO
               INVALID KEY
                   MOVE CF-OPR-ID TO WS-HAL-CLAVE
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING "OPERADOR " CF-OPR-NOMBRE " -- SUCURSAL "
                       CF-OPR-SUCURSAL " NO EXISTE"
                       DELIMITED SIZE INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-READ.
       6870-EXIT.
           EXIT.

      ******************************************************************
      *    6900-REGLA-TITULARES -- REGLA 8: EL TITULAR DE CADA CUENTA,
      *    CUANDO LO TIENE, EXISTE EN CFTIT01
      ******************************************************************
       6900-REGLA-TITULARES.
           MOVE 8 TO WS-REGLA.
           PERFORM 7300-TITULO-REGLA THRU 7300-EXIT.
           IF NOT BAL-ABIERTO
               MOVE "CFBALMST NO DISPONIBLE" TO WS-REG-MOTIVO (8)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6900-EXIT.
           IF NOT TIT-ABIERTO
               MOVE "CFTIT01 NO DISPONIBLE" TO WS-REG-MOTIVO (8)
               PERFORM 7400-NO-EVALUADA THRU 7400-EXIT
               GO TO 6900-EXIT.
           PERFORM 7600-INICIAR-CUENTAS THRU 7600-EXIT.
           PERFORM 6950-TITULAR-CUENTA THRU 6950-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE "N" TO SW-FIN-ARCHIVO.
       6900-EXIT.
           PERFORM 7350-CIERRE-REGLA THRU 7350-EXIT.
           EXIT.

       6950-TITULAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6950-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF CF-BAL-TITULAR = SPACES
               GO TO 6950-EXIT.
           ADD 1 TO WS-REG-REVISADOS (8).
           MOVE CF-BAL-TITULAR TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   MOVE CF-BAL-CUENTA TO WS-HAL-CLAVE
                   MOVE SPACES TO WS-HAL-DETALLE
                   STRING CF-BAL-DESC " -- TITULAR " CF-BAL-TITULAR
                       " NO EXISTE" DELIMITED SIZE
                       INTO WS-HAL-DETALLE
                   PERFORM 7500-REPORTAR-HALLAZGO THRU 7500-EXIT
           END-READ.
       6950-EXIT.
           EXIT.

      ******************************************************************
      *    8000-RESUMEN -- CONTEO POR REGLA EN PAGINA PROPIA
      ******************************************************************
       8000-RESUMEN.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE "RESUMEN POR REGLA" TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  R  DESCRIPCION                                  "
               "         REVISADOS  HALLAZGOS  ESTADO"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 8100-RENGLON-RESUMEN THRU 8100-EXIT
               VARYING WS-REGLA FROM 1 BY 1
               UNTIL WS-REGLA > WS-NUM-REGLAS.
       8000-EXIT.
           EXIT.

       8100-RENGLON-RESUMEN.
           MOVE WS-REGLA TO PRT-RES-REGLA.
           MOVE WS-REGLA-NOMBRE (WS-REGLA) TO PRT-RES-NOMBRE.
           MOVE WS-REG-REVISADOS (WS-REGLA) TO PRT-RES-REVISADOS.
           MOVE WS-REG-HALLAZGOS (WS-REGLA) TO PRT-RES-HALLAZGOS.
           MOVE SPACES TO PRT-RES-ESTADO.
           IF WS-REG-NO-EVALUADA (WS-REGLA)
               STRING "NO EVALUADA: " WS-REG-MOTIVO (WS-REGLA)
                   DELIMITED SIZE INTO PRT-RES-ESTADO
           ELSE
               IF WS-REG-HALLAZGOS (WS-REGLA) = ZERO
                   MOVE "CORRECTA" TO PRT-RES-ESTADO
               ELSE
                   MOVE "CON LIGAS ROTAS" TO PRT-RES-ESTADO
               END-IF
           END-IF.
           MOVE PRT-DET-RESUMEN TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           ADD WS-REG-HALLAZGOS (WS-REGLA) TO WS-TOTAL-HALLAZGOS.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ALL "-" TO WS-PRT-LINEA (1:45).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TOTAL-HALLAZGOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "LIGAS ROTAS EN TOTAL:  " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-NO-EVALUADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLAS NO EVALUADAS:   " WS-CONTADOR-EDIT
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
           CLOSE CF-PRT-FILE.
           IF BAL-ABIERTO
               CLOSE CF-BAL-FILE.
           IF CAT-ABIERTO
               CLOSE CF-CAT-FILE.
           IF RSN-ABIERTO
               CLOSE CF-RSN-FILE.
           IF RATE-ABIERTO
               CLOSE CF-RATE-FILE.
           IF OPR-ABIERTO
               CLOSE CF-OPR-FILE.
           IF SUC-ABIERTO
               CLOSE CF-SUC-FILE.
           IF TIT-ABIERTO
               CLOSE CF-TIT-FILE.
           DISPLAY "INTEGRIDAD REFERENCIAL TERMINADA. LIGAS ROTAS="
               WS-TOTAL-HALLAZGOS " NO EVALUADAS=" WS-NO-EVALUADAS.
           IF WS-TOTAL-HALLAZGOS > ZERO OR WS-NO-EVALUADAS > ZERO
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
      *    7300-TITULO-REGLA / 7350-CIERRE-REGLA -- ENCABEZADO DE LA
      *    SECCION DE UNA REGLA Y SU RENGLON FINAL CUANDO NO HUBO NADA
      ******************************************************************
       7300-TITULO-REGLA.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REGLA " WS-REGLA " - " WS-REGLA-NOMBRE (WS-REGLA)
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-REG-NO-EVALUADA (WS-REGLA)
               STRING "    *** NO EVALUADA: " WS-REG-MOTIVO (WS-REGLA)
                   " ***" DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       7300-EXIT.
           EXIT.

       7350-CIERRE-REGLA.
           IF WS-REG-EVALUADA (WS-REGLA)
               AND WS-REG-HALLAZGOS (WS-REGLA) = ZERO
               MOVE "    (SIN LIGAS ROTAS)" TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7350-EXIT.
           EXIT.

       7400-NO-EVALUADA.
           IF WS-REG-NO-EVALUADA (WS-REGLA)
               GO TO 7400-EXIT.
           MOVE "N" TO WS-REG-ESTADO (WS-REGLA).
           ADD 1 TO WS-NO-EVALUADAS.
           DISPLAY "AVISO: REGLA " WS-REGLA " NO EVALUADA ("
               WS-REG-MOTIVO (WS-REGLA) ")".
           IF WS-PAGINA > ZERO
               MOVE SPACES TO WS-PRT-LINEA
               STRING "    *** NO EVALUADA: " WS-REG-MOTIVO (WS-REGLA)
                   " ***" DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       7400-EXIT.
           EXIT.

      ******************************************************************
      *    7500-REPORTAR-HALLAZGO -- UN HALLAZGO QUE ES A LA VEZ UN
      *    REGISTRO CON HALLAZGO; 7550 IMPRIME Y CUENTA EL HALLAZGO
      *    PERO DEJA A QUIEN LLAMA CONTAR EL REGISTRO (UNA ORDEN PUEDE
      *    TENER MAS DE UNA LIGA ROTA)
      ******************************************************************
       7500-REPORTAR-HALLAZGO.
           PERFORM 7550-HALLAZGO-SIN-CONTAR THRU 7550-EXIT.
           ADD 1 TO WS-CON-HALLAZGO.
       7500-EXIT.
           EXIT.

       7550-HALLAZGO-SIN-CONTAR.
           MOVE "S" TO SW-HALLAZGO.
           ADD 1 TO WS-REG-HALLAZGOS (WS-REGLA).
           MOVE WS-HAL-CLAVE TO PRT-HAL-CLAVE.
           MOVE WS-HAL-DETALLE TO PRT-HAL-DETALLE.
           MOVE PRT-DET-HALLAZGO TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       7550-EXIT.
           EXIT.

      ******************************************************************
      *    7600/7700 -- POSICIONA CFBALMST / CFOPMST AL PRINCIPIO PARA
      *    UNA PASADA SECUENCIAL
      ******************************************************************
       7600-INICIAR-CUENTAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
       7600-EXIT.
           EXIT.

       7700-INICIAR-OPERADORES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-OPR-ID.
           START CF-OPR-FILE
               KEY IS NOT LESS THAN CF-OPR-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
       7700-EXIT.
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
           MOVE "CFMSTVER" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LEIDOS TO CF-RUN-LEIDOS.
           COMPUTE CF-RUN-ACEPTADOS = WS-LEIDOS - WS-CON-HALLAZGO.
           MOVE WS-TOTAL-HALLAZGOS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFMSTVER.
