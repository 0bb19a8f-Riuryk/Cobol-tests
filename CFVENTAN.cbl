      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Purpose: Candado entre la captura en linea y la ventana de
      *          lote.  Mantiene el archivo de estado del sistema
      *          (CFSYSSTS, ver CFSTSREC): el primer paso de CFBATCH
      *          (ACCION=ABRIR) marca la ventana abierta con su fecha
      *          y hora de inicio y el ultimo (ACCION=CERRAR) la
      *          cierra.  Mientras esta abierta, las capturas, la
      *          aprobacion y los programas de mantenimiento no
      *          contabilizan sin autorizacion de un supervisor
      *          (ControldeFLUJO, Operaciones, CFAPRV01, CFBAKOUT,
      *          CFCAJA01, CFBALINQ, CFAMOGEN y el cierre de periodo
      *          a mano de CFPERCLS).
      *          Al abrir, revisa el registro de sesiones (CFSPLREG):
      *          una sesion del dia cuyo derrame no tiene pie sigue
      *          firmada, y con alguna firmada la ventana no arranca
      *          (RC=8) salvo que el PARM traiga SUPERVISOR=<id> de un
      *          supervisor activo; ese arranque forzado queda en la
      *          bitacora de firmas (CFSIGNLG) con resultado 'V'.
      *          Sin PARM es la consulta en linea del supervisor:
      *          estado, sesiones firmadas, apertura y cierre a mano
      *          (p. ej. de una ventana que murio sin cerrar).
      * Tectonics: cobc -x -std=ibm CFVENTAN.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   CFPERCLS A MANO SE SUMA AL CANDADO DE LA
      *                     VENTANA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFVENTAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

           SELECT CF-SPL-FILE ASSIGN TO "CFSPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPL.

           SELECT CF-DER-LOG-FILE ASSIGN DYNAMIC WS-DER-LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DER-LOG.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

           SELECT CF-SEG-FILE ASSIGN TO "CFSEGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-SPL-FILE.
           COPY CFSPLREC.

       FD  CF-DER-LOG-FILE.
           COPY CFLOGREC REPLACING LEADING ==CF-LOG== BY ==CF-DLOG==.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-SEG-FILE.
       01  CF-SEG-RECORD.
           05  CF-SEG-INTENTOS-TXT      PIC X(04).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-STS                    PIC X(02) VALUE "00".
       77  WS-FS-SPL                    PIC X(02) VALUE "00".
       77  WS-FS-DER-LOG                PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".
       77  WS-FS-SEG                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  SUPERVISOR-ID                PIC X(08) VALUE SPACES.
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
       77  SW-ACCION                    PIC X(01) VALUE SPACE.
           88  ACCION-ABRIR                      VALUE "A".
           88  ACCION-CERRAR                     VALUE "C".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-FIN-DERRAME               PIC X(01) VALUE "N".
           88  FIN-DERRAME                       VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-OPR-SOLO-LECTURA          PIC X(01) VALUE "N".
           88  OPR-SOLO-LECTURA                   VALUE "S".
       77  SW-SALIR                     PIC X(01) VALUE "N".
           88  SALIR                              VALUE "S".

      *----------------------------------------------------------------
      *    FIRMA CON PIN DEL SUPERVISOR EN LA CONSULTA EN LINEA
      *    (MISMAS REGLAS QUE CFCHGAPR).
      *----------------------------------------------------------------
       01  WS-ENTRADA-PIN               PIC X(04).
       77  WS-MAX-INTENTOS              PIC 9(01) VALUE 3.
       77  WS-SIG-RESULTADO             PIC X(01) VALUE "A".
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    REVISION DE SESIONES: UN REGISTRO 'P' DE CFSPLREG CUYO
      *    DERRAME NO TIENE PIE ('PI') ES UNA SESION TODAVIA FIRMADA
      *    (MISMA REGLA QUE CFLOGMRG).  LAS DEL DIA DETIENEN LA
      *    APERTURA; LAS DE DIAS ANTERIORES SON SESIONES ABANDONADAS
      *    Y SOLO SE AVISAN.
      *----------------------------------------------------------------
       01  WS-DER-LOG-NOMBRE            PIC X(32).
       77  WS-DER-PIES                  PIC 9(04) VALUE ZERO COMP.
       77  WS-SES-LEIDAS                PIC 9(06) VALUE ZERO COMP.
       77  WS-SES-FIRMADAS              PIC 9(06) VALUE ZERO COMP.
       77  WS-SES-ABANDONADAS           PIC 9(06) VALUE ZERO COMP.

       01  WS-ESTADO-DESC               PIC X(08).
       01  WS-FORZADO-POR               PIC X(08) VALUE SPACES.
       01  WS-ENTRADA-OPCION            PIC X(01).
       01  WS-ENTRADA-CONFIRMA          PIC X(01).
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF PARM-MODO-LOTE
               IF ACCION-ABRIR
                   PERFORM 2000-ABRIR-VENTANA THRU 2000-EXIT
               ELSE
                   PERFORM 3000-CERRAR-VENTANA THRU 3000-EXIT
               END-IF
           ELSE
               PERFORM 4000-MENU THRU 4000-EXIT
                   UNTIL SALIR
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- EN LOTE LA ACCION ES OBLIGATORIA; EN
      *    LINEA SOLO ENTRA UN SUPERVISOR FIRMADO CON SU PIN
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "CANDADO DE VENTANA DE LOTE (CFSYSSTS)".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           IF NOT PARM-MODO-LOTE
               PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT
               GO TO 1000-EXIT.
           MOVE "I" TO WS-RUN-TIPO.
           PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT.
           IF NOT ACCION-ABRIR AND NOT ACCION-CERRAR
               DISPLAY "** EL PARM NO INDICA ACCION=ABRIR O "
                   "ACCION=CERRAR. NO SE TOCA EL ESTADO. **"
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               STOP RUN.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL):
      *    MODO=LOTE, ACCION=ABRIR|CERRAR Y, PARA FORZAR EL ARRANQUE
      *    CON SESIONES FIRMADAS, SUPERVISOR=<ID>
      ******************************************************************
       1050-LEER-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               WS-PARM-TOKEN-3.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 1060-ANALIZAR-TOKEN THRU 1060-EXIT.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 1060-ANALIZAR-TOKEN THRU 1060-EXIT.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM 1060-ANALIZAR-TOKEN THRU 1060-EXIT.
       1050-EXIT.
           EXIT.

       1060-ANALIZAR-TOKEN.
           IF WS-PARM-TOKEN = "ACCION=ABRIR"
               MOVE "A" TO SW-ACCION
               GO TO 1060-EXIT.
           IF WS-PARM-TOKEN = "ACCION=CERRAR"
               MOVE "C" TO SW-ACCION
               GO TO 1060-EXIT.
           IF WS-PARM-TOKEN (1:11) = "SUPERVISOR="
               MOVE WS-PARM-TOKEN (12:8) TO SUPERVISOR-ID.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-SUPERVISOR -- FIRMA DE LA CONSULTA EN LINEA
      ******************************************************************
       1100-OBTENER-SUPERVISOR.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE SUPERVISOR:".
           ACCEPT SUPERVISOR-ID.
           IF SUPERVISOR-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 1100-OBTENER-SUPERVISOR.
           PERFORM 1150-VALIDAR-SUPERVISOR THRU 1150-EXIT.
           IF NOT OPERADOR-VALIDO
               GO TO 1100-OBTENER-SUPERVISOR.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1150-VALIDAR-SUPERVISOR -- NIVEL 3 Y PIN, CON BITACORA DE
      *    FIRMAS Y BLOQUEO POR INTENTOS, IGUAL QUE CFCHGAPR
      ******************************************************************
       1150-VALIDAR-SUPERVISOR.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           MOVE "N" TO SW-OPR-SOLO-LECTURA.
           OPEN I-O CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               OPEN INPUT CF-OPR-FILE
               IF WS-FS-OPR NOT = "00"
                   DISPLAY "AVISO: MAESTRO DE OPERADORES (CFOPMST) NO "
                       "DISPONIBLE. SE CONTINUA SIN VALIDAR."
                   GO TO 1150-EXIT
               END-IF
               MOVE "S" TO SW-OPR-SOLO-LECTURA
           END-IF.
           MOVE SUPERVISOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR NO REGISTRADO EN EL MAESTRO. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-OPERADOR-VALIDO
                   MOVE "F" TO WS-SIG-RESULTADO
                   PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
                   GO TO 1150-CERRAR
           END-READ.
           IF CF-OPR-BLOQUEADO
               DISPLAY "EL SUPERVISOR ESTA BLOQUEADO POR INTENTOS "
                   "FALLIDOS. SOLO SEGURIDAD (CFOPRMNT) LO REACTIVA."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "F" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1150-CERRAR.
           IF NOT CF-OPR-ACTIVO
               DISPLAY "EL SUPERVISOR ESTA INACTIVO. AVISE A "
                   "SEGURIDAD."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "F" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1150-CERRAR.
           IF NOT CF-OPR-NIVEL-SUPERV
               DISPLAY "SE REQUIERE NIVEL 3 (SUPERVISOR) PARA "
                   "MANEJAR LA VENTANA DE LOTE."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "F" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1150-CERRAR.
           PERFORM 1155-VERIFICAR-PIN THRU 1155-EXIT.
       1150-CERRAR.
           CLOSE CF-OPR-FILE.
       1150-EXIT.
           EXIT.

       1155-VERIFICAR-PIN.
           IF CF-OPR-PIN = SPACES
               DISPLAY "AVISO: EL SUPERVISOR NO TIENE PIN REGISTRADO. "
                   "PIDA SU ALTA A SEGURIDAD (CFOPRMNT)."
               MOVE "A" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1155-EXIT.
           DISPLAY "INTRODUCE TU PIN (4 DIGITOS):".
           ACCEPT WS-ENTRADA-PIN.
           IF WS-ENTRADA-PIN = CF-OPR-PIN
               IF CF-OPR-INTENTOS NOT = ZERO
                   AND NOT OPR-SOLO-LECTURA
                   MOVE ZERO TO CF-OPR-INTENTOS
                   REWRITE CF-OPR-RECORD
               END-IF
               MOVE "A" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1155-EXIT.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           PERFORM 1140-LEER-MAX-INTENTOS THRU 1140-EXIT.
           IF CF-OPR-INTENTOS < 9
               ADD 1 TO CF-OPR-INTENTOS.
           IF CF-OPR-INTENTOS >= WS-MAX-INTENTOS
               MOVE "B" TO CF-OPR-ESTADO
               DISPLAY "PIN INCORRECTO. EL SUPERVISOR QUEDA "
                   "BLOQUEADO POR INTENTOS FALLIDOS. AVISE A "
                   "SEGURIDAD."
               MOVE "B" TO WS-SIG-RESULTADO
           ELSE
               DISPLAY "PIN INCORRECTO. INTENTE DE NUEVO."
               MOVE "F" TO WS-SIG-RESULTADO
           END-IF.
           IF NOT OPR-SOLO-LECTURA
               REWRITE CF-OPR-RECORD
           END-IF.
           PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT.
       1155-EXIT.
           EXIT.

       1140-LEER-MAX-INTENTOS.
           OPEN INPUT CF-SEG-FILE.
           IF WS-FS-SEG NOT = "00"
               GO TO 1140-EXIT.
           READ CF-SEG-FILE
               AT END
                   GO TO 1140-CERRAR
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-SEG-INTENTOS-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-SEG-INTENTOS-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-SEG-INTENTOS-TXT) > ZERO
               AND FUNCTION NUMVAL(CF-SEG-INTENTOS-TXT) < 10
               COMPUTE WS-MAX-INTENTOS =
                   FUNCTION NUMVAL(CF-SEG-INTENTOS-TXT)
           END-IF.
       1140-CERRAR.
           CLOSE CF-SEG-FILE.
       1140-EXIT.
           EXIT.

      ******************************************************************
      *    1160-ESCRIBIR-FIRMA -- BITACORA DE FIRMAS (CFSIGNLG).  EL
      *    ARRANQUE FORZADO DE LA VENTANA SE ASIENTA COMO 'V'.
      ******************************************************************
       1160-ESCRIBIR-FIRMA.
           OPEN EXTEND CF-SIG-FILE.
           IF WS-FS-SIG = "35"
               OPEN OUTPUT CF-SIG-FILE
           END-IF.
           IF WS-FS-SIG NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA BITACORA DE "
                   "FIRMAS (CFSIGNLG). FILE STATUS=" WS-FS-SIG
               GO TO 1160-EXIT.
           MOVE WS-FECHA TO CF-SIG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-SIG-HORA.
           MOVE "CFVENTAN" TO CF-SIG-PROGRAMA.
           MOVE SUPERVISOR-ID TO CF-SIG-OPERADOR.
           MOVE WS-HORA TO CF-SIG-SESION.
           MOVE WS-SIG-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1160-EXIT.
           EXIT.

      ******************************************************************
      *    1950-LEER-ESTADO -- SIN ARCHIVO DE ESTADO LA VENTANA SE
      *    TOMA COMO CERRADA (NUNCA HA CORRIDO)
      ******************************************************************
       1950-LEER-ESTADO.
           MOVE SPACES TO CF-STS-RECORD.
           MOVE ZERO TO CF-STS-FECHA-INICIO CF-STS-HORA-INICIO
               CF-STS-FECHA-NEGOCIO CF-STS-FECHA-FIN CF-STS-HORA-FIN.
           OPEN INPUT CF-STS-FILE.
           IF WS-FS-STS NOT = "00"
               GO TO 1950-EXIT.
           READ CF-STS-FILE
               AT END
                   MOVE SPACES TO CF-STS-VENTANA
           END-READ.
           CLOSE CF-STS-FILE.
       1950-EXIT.
           EXIT.

      ******************************************************************
      *    1960-GRABAR-ESTADO -- REESCRIBE EL REGISTRO UNICO
      ******************************************************************
       1960-GRABAR-ESTADO.
           OPEN OUTPUT CF-STS-FILE.
           IF WS-FS-STS NOT = "00"
               DISPLAY "** NO SE PUDO GRABAR EL ESTADO DEL SISTEMA "
                   "(CFSYSSTS). FILE STATUS=" WS-FS-STS " **"
               MOVE 8 TO RETURN-CODE
               GO TO 1960-EXIT.
           WRITE CF-STS-RECORD.
           CLOSE CF-STS-FILE.
       1960-EXIT.
           EXIT.

      ******************************************************************
      *    2000-ABRIR-VENTANA -- NO ARRANCA CON SESIONES DEL DIA
      *    TODAVIA FIRMADAS, SALVO ARRANQUE FORZADO POR UN SUPERVISOR
      ******************************************************************
       2000-ABRIR-VENTANA.
           PERFORM 1950-LEER-ESTADO THRU 1950-EXIT.
           IF CF-STS-VENTANA-ABIERTA
               DISPLAY "AVISO: LA VENTANA YA ESTABA ABIERTA DESDE EL "
                   CF-STS-FECHA-INICIO " A LAS "
                   CF-STS-HORA-INICIO (1:2) ":"
                   CF-STS-HORA-INICIO (3:2)
                   " (CORRIDA ANTERIOR SIN CIERRE). SE REABRE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 2100-BUSCAR-SESIONES THRU 2100-EXIT.
           IF WS-SES-FIRMADAS = ZERO
               GO TO 2000-GRABAR.
           MOVE WS-SES-FIRMADAS TO WS-CONTADOR-EDIT.
           IF SUPERVISOR-ID = SPACES
               DISPLAY "** " WS-CONTADOR-EDIT " SESION(ES) DEL DIA "
                   "SIGUEN FIRMADAS. LA VENTANA NO SE ABRE: QUE "
                   "CIERREN SESION O QUE UN SUPERVISOR FUERCE EL "
                   "ARRANQUE (SUPERVISOR=<ID>). **"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           PERFORM 2300-VALIDAR-FORZADO THRU 2300-EXIT.
           IF NOT OPERADOR-VALIDO
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           DISPLAY "AVISO: ARRANQUE FORZADO CON " WS-CONTADOR-EDIT
               " SESION(ES) FIRMADA(S), AUTORIZADO POR "
               SUPERVISOR-ID ".".
           MOVE SUPERVISOR-ID TO WS-FORZADO-POR.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-GRABAR.
           PERFORM 2500-MARCAR-ABIERTA THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-BUSCAR-SESIONES -- LISTA LAS SESIONES PENDIENTES DE
      *    CFSPLREG CUYO DERRAME NO TIENE PIE
      ******************************************************************
       2100-BUSCAR-SESIONES.
           MOVE ZERO TO WS-SES-LEIDAS WS-SES-FIRMADAS
               WS-SES-ABANDONADAS.
           OPEN INPUT CF-SPL-FILE.
           IF WS-FS-SPL NOT = "00"
               DISPLAY "NO HAY REGISTRO DE SESIONES (CFSPLREG). NO "
                   "HAY SESIONES FIRMADAS."
               GO TO 2100-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2200-REVISAR-SESION THRU 2200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-SPL-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE WS-SES-FIRMADAS TO WS-CONTADOR-EDIT.
           DISPLAY "SESIONES DEL DIA TODAVIA FIRMADAS: "
               WS-CONTADOR-EDIT.
       2100-EXIT.
           EXIT.

       2200-REVISAR-SESION.
           READ CF-SPL-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-SES-LEIDAS.
           IF NOT CF-SPL-PENDIENTE
               GO TO 2200-EXIT.
           MOVE CF-SPL-LOG-NOMBRE TO WS-DER-LOG-NOMBRE.
           MOVE ZERO TO WS-DER-PIES.
           OPEN INPUT CF-DER-LOG-FILE.
           IF WS-FS-DER-LOG NOT = "00"
               DISPLAY "AVISO: NO SE ENCONTRO EL DERRAME "
                   WS-DER-LOG-NOMBRE " DE LA SESION DE "
                   CF-SPL-OPERADOR "."
               GO TO 2200-EXIT.
           MOVE "N" TO SW-FIN-DERRAME.
           PERFORM 2250-LEER-DERRAME THRU 2250-EXIT
               UNTIL FIN-DERRAME.
           CLOSE CF-DER-LOG-FILE.
           IF WS-DER-PIES NOT = ZERO
               GO TO 2200-EXIT.
           IF CF-SPL-FECHA NOT = WS-FECHA
               ADD 1 TO WS-SES-ABANDONADAS
               DISPLAY "AVISO: SESION DE " CF-SPL-OPERADOR " DEL "
                   CF-SPL-FECHA " SIN PIE (ABANDONADA). NO DETIENE "
                   "LA VENTANA."
               GO TO 2200-EXIT.
           ADD 1 TO WS-SES-FIRMADAS.
           DISPLAY "  SESION FIRMADA: OPERADOR " CF-SPL-OPERADOR
               "  DESDE LAS " CF-SPL-HORA (1:2) ":"
               CF-SPL-HORA (3:2) "  DERRAME " WS-DER-LOG-NOMBRE.
       2200-EXIT.
           EXIT.

       2250-LEER-DERRAME.
           READ CF-DER-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-DERRAME
                   GO TO 2250-EXIT
           END-READ.
           IF CF-DLOG-TIPO-PIE
               ADD 1 TO WS-DER-PIES.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    2300-VALIDAR-FORZADO -- EL SUPERVISOR DEL PARM DEBE ESTAR
      *    REGISTRADO, ACTIVO Y CON NIVEL 3; SE ASIENTA COMO 'V'
      ******************************************************************
       2300-VALIDAR-FORZADO.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "** MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE: NO SE PUEDE VALIDAR AL SUPERVISOR "
                   SUPERVISOR-ID ". LA VENTANA NO SE ABRE. **"
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 2300-EXIT.
           MOVE SUPERVISOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   MOVE "N" TO SW-OPERADOR-VALIDO
           END-READ.
           IF OPERADOR-VALIDO
               IF NOT CF-OPR-ACTIVO OR NOT CF-OPR-NIVEL-SUPERV
                   MOVE "N" TO SW-OPERADOR-VALIDO
               END-IF
           END-IF.
           CLOSE CF-OPR-FILE.
           IF NOT OPERADOR-VALIDO
               DISPLAY "** " SUPERVISOR-ID " NO ES UN SUPERVISOR "
                   "ACTIVO EN CFOPMST. LA VENTANA NO SE ABRE. **"
               MOVE "F" TO WS-SIG-RESULTADO
           ELSE
               MOVE "V" TO WS-SIG-RESULTADO
           END-IF.
           PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2500-MARCAR-ABIERTA
      ******************************************************************
       2500-MARCAR-ABIERTA.
           MOVE "A" TO CF-STS-VENTANA.
           MOVE WS-FECHA TO CF-STS-FECHA-NEGOCIO.
           ACCEPT CF-STS-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT CF-STS-HORA-INICIO FROM TIME.
           MOVE ZERO TO CF-STS-FECHA-FIN CF-STS-HORA-FIN.
           MOVE WS-FORZADO-POR TO CF-STS-FORZADO-POR.
           PERFORM 1960-GRABAR-ESTADO THRU 1960-EXIT.
           IF WS-FS-STS = "00"
               DISPLAY "VENTANA DE LOTE ABIERTA EL "
                   CF-STS-FECHA-INICIO " A LAS "
                   CF-STS-HORA-INICIO (1:2) ":"
                   CF-STS-HORA-INICIO (3:2)
                   ". LA CONTABILIZACION EN LINEA QUEDA DETENIDA."
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CERRAR-VENTANA -- CERRAR UNA VENTANA YA CERRADA NO ES
      *    ERROR (EL ARRANQUE PUDO HABER SIDO RECHAZADO)
      ******************************************************************
       3000-CERRAR-VENTANA.
           PERFORM 1950-LEER-ESTADO THRU 1950-EXIT.
           IF NOT CF-STS-VENTANA-ABIERTA
               DISPLAY "LA VENTANA DE LOTE YA ESTABA CERRADA."
               GO TO 3000-EXIT.
           MOVE "C" TO CF-STS-VENTANA.
           ACCEPT CF-STS-FECHA-FIN FROM DATE YYYYMMDD.
           ACCEPT CF-STS-HORA-FIN FROM TIME.
           PERFORM 1960-GRABAR-ESTADO THRU 1960-EXIT.
           IF WS-FS-STS = "00"
               DISPLAY "VENTANA DE LOTE CERRADA EL "
                   CF-STS-FECHA-FIN " A LAS "
                   CF-STS-HORA-FIN (1:2) ":" CF-STS-HORA-FIN (3:2)
                   ". LA CONTABILIZACION EN LINEA SE REANUDA."
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-MENU -- CONSULTA EN LINEA DEL SUPERVISOR
      ******************************************************************
       4000-MENU.
           PERFORM 4100-MOSTRAR-ESTADO THRU 4100-EXIT.
           DISPLAY " ".
           DISPLAY "1. REVISAR SESIONES FIRMADAS".
           DISPLAY "2. ABRIR LA VENTANA DE LOTE".
           DISPLAY "3. CERRAR LA VENTANA DE LOTE".
           DISPLAY "4. SALIR".
           ACCEPT WS-ENTRADA-OPCION.
           EVALUATE WS-ENTRADA-OPCION
               WHEN "1"
                   PERFORM 2100-BUSCAR-SESIONES THRU 2100-EXIT
               WHEN "2"
                   PERFORM 4200-ABRIR-EN-LINEA THRU 4200-EXIT
               WHEN "3"
                   PERFORM 4300-CERRAR-EN-LINEA THRU 4300-EXIT
               WHEN "4"
                   MOVE "S" TO SW-SALIR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       4100-MOSTRAR-ESTADO.
           PERFORM 1950-LEER-ESTADO THRU 1950-EXIT.
           IF CF-STS-VENTANA-ABIERTA
               MOVE "ABIERTA" TO WS-ESTADO-DESC
           ELSE
               MOVE "CERRADA" TO WS-ESTADO-DESC
           END-IF.
           DISPLAY " ".
           DISPLAY "VENTANA DE LOTE: " WS-ESTADO-DESC
               "   FECHA DE NEGOCIO: " WS-FECHA.
           IF CF-STS-FECHA-INICIO NOT = ZERO
               DISPLAY "  ULTIMA APERTURA: " CF-STS-FECHA-INICIO " "
                   CF-STS-HORA-INICIO (1:2) ":"
                   CF-STS-HORA-INICIO (3:2)
                   "  (NEGOCIO " CF-STS-FECHA-NEGOCIO ")"
           END-IF.
           IF CF-STS-FORZADO-POR NOT = SPACES
               DISPLAY "  ARRANQUE FORZADO POR: " CF-STS-FORZADO-POR
           END-IF.
           IF CF-STS-FECHA-FIN NOT = ZERO
               DISPLAY "  ULTIMO CIERRE:   " CF-STS-FECHA-FIN " "
                   CF-STS-HORA-FIN (1:2) ":" CF-STS-HORA-FIN (3:2)
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-ABRIR-EN-LINEA -- CON SESIONES FIRMADAS, EL SUPERVISOR
      *    FIRMADO CONFIRMA EL ARRANQUE FORZADO Y QUEDA COMO 'V'
      ******************************************************************
       4200-ABRIR-EN-LINEA.
           IF CF-STS-VENTANA-ABIERTA
               DISPLAY "LA VENTANA YA ESTA ABIERTA."
               GO TO 4200-EXIT.
           MOVE SPACES TO WS-FORZADO-POR.
           PERFORM 2100-BUSCAR-SESIONES THRU 2100-EXIT.
           IF WS-SES-FIRMADAS NOT = ZERO
               DISPLAY "HAY SESIONES FIRMADAS. FORZAR LA APERTURA "
                   "CON TU AUTORIZACION? (S/N):"
               ACCEPT WS-ENTRADA-CONFIRMA
               IF WS-ENTRADA-CONFIRMA NOT = "S"
                   AND WS-ENTRADA-CONFIRMA NOT = "s"
                   DISPLAY "APERTURA CANCELADA."
                   GO TO 4200-EXIT
               END-IF
               MOVE "V" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               MOVE SUPERVISOR-ID TO WS-FORZADO-POR
           END-IF.
           PERFORM 2500-MARCAR-ABIERTA THRU 2500-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-CERRAR-EN-LINEA -- PARA UNA VENTANA QUE MURIO SIN
      *    LLEGAR A SU PASO DE CIERRE
      ******************************************************************
       4300-CERRAR-EN-LINEA.
           IF NOT CF-STS-VENTANA-ABIERTA
               DISPLAY "LA VENTANA YA ESTA CERRADA."
               GO TO 4300-EXIT.
           DISPLAY "CERRAR LA VENTANA ABIERTA DESDE EL "
               CF-STS-FECHA-INICIO "? CONFIRME QUE EL LOTE YA NO "
               "CORRE (S/N):".
           ACCEPT WS-ENTRADA-CONFIRMA.
           IF WS-ENTRADA-CONFIRMA NOT = "S"
               AND WS-ENTRADA-CONFIRMA NOT = "s"
               DISPLAY "CIERRE CANCELADO."
               GO TO 4300-EXIT.
           PERFORM 3000-CERRAR-VENTANA THRU 3000-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    8900-ESCRIBIR-RUN-CTL -- REGISTRO DE CONTROL DE CORRIDA
      *    (SOLO EN EJECUCION DESATENDIDA).  LEIDOS = REGISTROS DE
      *    CFSPLREG, RECHAZADOS = SESIONES FIRMADAS.
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
           MOVE "CFVENTAN" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-SES-LEIDAS TO CF-RUN-LEIDOS.
           MOVE ZERO TO CF-RUN-ACEPTADOS.
           MOVE WS-SES-FIRMADAS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFVENTAN.
