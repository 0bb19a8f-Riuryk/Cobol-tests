      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose: Cuadre de caja al fin del turno.  El operador firma
      *          (maestro CFOPMST con PIN) y teclea el efectivo
      *          contado por denominacion.  La posicion esperada es
      *          el fondo fijo de CFCAJPRM mas el neto de sus
      *          movimientos 'AJ'/'RV' de la fecha de negocio, tanto
      *          en la bitacora del dia (CFTRLOG) como en los
      *          derrames de sus sesiones aun no mezcladas (CFSPLREG
      *          / CFTRSPL).  Se muestra la diferencia: si cabe en la
      *          tolerancia de CFCAJPRM se contabiliza como 'AJ' a la
      *          cuenta de sobrantes y faltantes por el camino normal
      *          (CFADJOUT, bitacora con secuencia y pie 'PI',
      *          maestro e historial); si no, se estaciona en el
      *          suspenso (CFSUSP) para que un supervisor la decida
      *          en CFAPRV01.  El resultado queda en el archivo de
      *          cuadres (CFCAJBAL) para el reporte CFCAJRPT.
      * Tectonics: cobc -x -std=ibm CFCAJA01.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   SUCURSAL EN LA BITACORA Y EN EL SUSPENSO:
      *                     LA DEL CAJERO EN CFOPMST; SI NO TIENE, LA
      *                     DE LA CUENTA DE SOBRANTES Y FALTANTES.
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA NO SE
      *                     CUADRA NI SE ASIENTA SIN UN SUPERVISOR QUE
      *                     AUTORICE; LA AUTORIZACION QUEDA EN CFSIGNLG
      *                     ('V').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCAJA01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-CPR-FILE ASSIGN TO "CFCAJPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CPR.

           SELECT CF-CAJ-FILE ASSIGN TO "CFCAJBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAJ-CLAVE
               FILE STATUS IS WS-FS-CAJ.

           SELECT CF-SPL-FILE ASSIGN TO "CFSPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPL.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-ADJOUT-FILE ASSIGN TO "CFADJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJOUT.

           SELECT CF-SUS-FILE ASSIGN TO "CFSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-HST-FILE ASSIGN TO "CFBALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

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

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

      *----------------------------------------------------------------
      *    PARAMETRO DEL CUADRE DE CAJA: TOLERANCIA QUE SE CONTABILIZA
      *    SIN SUPERVISOR, CUENTA DE SOBRANTES Y FALTANTES, FONDO FIJO
      *    CON EL QUE ABRE CADA CAJA Y CODIGO DE RAZON DEL AJUSTE
      *    ("CAJA" SI VIENE EN BLANCO).  SIN CUENTA NO HAY CUADRE.
      *----------------------------------------------------------------
       FD  CF-CPR-FILE.
       01  CF-CPR-RECORD.
           05  CF-CPR-TOLERANCIA-TXT    PIC X(12).
           05  CF-CPR-CUENTA            PIC X(08).
           05  CF-CPR-FONDO-TXT         PIC X(12).
           05  CF-CPR-RAZON             PIC X(04).

       FD  CF-CAJ-FILE.
           COPY CFCAJREC.

       FD  CF-SPL-FILE.
           COPY CFSPLREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-ADJOUT-FILE.
           COPY CFADJREC.

       FD  CF-SUS-FILE.
           COPY CFSUSREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-HST-FILE.
           COPY CFHSTREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-SEG-FILE.
       01  CF-SEG-RECORD.
           05  CF-SEG-INTENTOS-TXT      PIC X(04).

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       01  OPERADOR-ID                  PIC X(08).

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-LOG-FILENAME              PIC X(32).

       01  WS-ARCHIVOS-STATUS.
           05  WS-FS-CPR                PIC X(02) VALUE "00".
           05  WS-FS-CAJ                PIC X(02) VALUE "00".
           05  WS-FS-SPL                PIC X(02) VALUE "00".
           05  WS-FS-LOG                PIC X(02) VALUE "00".
           05  WS-FS-ADJOUT             PIC X(02) VALUE "00".
           05  WS-FS-SUS                PIC X(02) VALUE "00".
           05  WS-FS-BAL                PIC X(02) VALUE "00".
           05  WS-FS-HST                PIC X(02) VALUE "00".
           05  WS-FS-OPR                PIC X(02) VALUE "00".
           05  WS-FS-SIG                PIC X(02) VALUE "00".
           05  WS-FS-SEG                PIC X(02) VALUE "00".
           05  WS-FS-PER                PIC X(02) VALUE "00".
           05  WS-FS-STS                PIC X(02) VALUE "00".

       77  SW-FIN-LOG                   PIC X(01) VALUE "N".
           88  FIN-LOG                           VALUE "S".
       77  SW-FIN-SESIONES              PIC X(01) VALUE "N".
           88  FIN-SESIONES                      VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-OPR-SOLO-LECTURA          PIC X(01) VALUE "N".
           88  OPR-SOLO-LECTURA                   VALUE "S".
       77  SW-MAESTRO-ABIERTO           PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO                    VALUE "S".
       77  SW-CUADRES-ABIERTOS          PIC X(01) VALUE "N".
           88  CUADRES-ABIERTOS                   VALUE "S".
       77  SW-ASIENTO-OK                PIC X(01) VALUE "N".
           88  ASIENTO-OK                         VALUE "S".
       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".
       77  SW-VENTANA-BLOQUEADA         PIC X(01) VALUE "N".
           88  VENTANA-BLOQUEADA                 VALUE "S".
       77  SW-VENTANA-AUTORIZADA        PIC X(01) VALUE "N".
           88  VENTANA-AUTORIZADA                VALUE "S".
       01  WS-VEN-SUPERVISOR            PIC X(08).
       01  WS-VEN-PIN                   PIC X(04).
       01  WS-VEN-HORA                  PIC 9(08).
       77  WS-VEN-RESULTADO             PIC X(01) VALUE "F".

      *----------------------------------------------------------------
      *    FIRMA CON PIN: ENTRADA DEL OPERADOR, LIMITE DE FALLOS
      *    CONSECUTIVOS (CFSEGPRM, 3 POR OMISION) Y RESULTADO DEL
      *    INTENTO PARA LA BITACORA DE FIRMAS (CFSIGNLG).
      *----------------------------------------------------------------
       01  WS-ENTRADA-PIN               PIC X(04).
       77  WS-MAX-INTENTOS              PIC 9(01) VALUE 3.
       77  WS-SIG-RESULTADO             PIC X(01) VALUE "A".
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    PARAMETROS DEL CUADRE (CFCAJPRM).
      *----------------------------------------------------------------
       01  WS-CUENTA-CAJA               PIC X(08) VALUE SPACES.
       01  WS-RAZON-COD                 PIC X(04) VALUE "CAJA".
       77  WS-TOLERANCIA                PIC S9(7)V99 VALUE ZERO.
       77  WS-FONDO                     PIC S9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    TABLA DE DENOMINACIONES (B=BILLETE, M=MONEDA) EN EL ORDEN
      *    EN QUE SE TECLEA EL CONTEO Y SE GUARDA EN CF-CAJ-PIEZAS.
      *----------------------------------------------------------------
       01  WS-TABLA-DENOMINACIONES.
           05  FILLER                   PIC X(08) VALUE "B0100000".
           05  FILLER                   PIC X(08) VALUE "B0050000".
           05  FILLER                   PIC X(08) VALUE "B0020000".
           05  FILLER                   PIC X(08) VALUE "B0010000".
           05  FILLER                   PIC X(08) VALUE "B0005000".
           05  FILLER                   PIC X(08) VALUE "B0002000".
           05  FILLER                   PIC X(08) VALUE "M0001000".
           05  FILLER                   PIC X(08) VALUE "M0000500".
           05  FILLER                   PIC X(08) VALUE "M0000200".
           05  FILLER                   PIC X(08) VALUE "M0000100".
           05  FILLER                   PIC X(08) VALUE "M0000050".
       01  WS-TABLA-DENOM-R REDEFINES WS-TABLA-DENOMINACIONES.
           05  WS-DEN-ENTRADA OCCURS 11 TIMES.
               10  WS-DEN-TIPO          PIC X(01).
                   88  WS-DEN-BILLETE            VALUE "B".
               10  WS-DEN-VALOR         PIC 9(05)V99.
       77  WS-MAX-DENOM                 PIC 9(02) VALUE 11 COMP.
       77  WS-DEN                       PIC 9(02) VALUE ZERO COMP.
       01  WS-CONTEO.
           05  WS-PIEZAS                PIC 9(05) OCCURS 11 TIMES.
       01  WS-ENTRADA-CANTIDAD          PIC X(06).
       77  WS-CANTIDAD                  PIC 9(05) VALUE ZERO.
       01  WS-CONFIRMA                  PIC X(01).

      *----------------------------------------------------------------
      *    POSICION ESPERADA, CONTADA Y DIFERENCIA DEL TURNO.
      *----------------------------------------------------------------
       77  WS-NETO                      PIC S9(9)V99 VALUE ZERO.
       77  WS-ESPERADO                  PIC S9(9)V99 VALUE ZERO.
       77  WS-CONTADO                   PIC S9(9)V99 VALUE ZERO.
       77  WS-DIFERENCIA                PIC S9(9)V99 VALUE ZERO.
       77  WS-MOVIMIENTOS               PIC 9(06) VALUE ZERO COMP.
       77  WS-DERRAMES                  PIC 9(03) VALUE ZERO COMP.
       77  WS-DER-PIES                  PIC 9(04) VALUE ZERO COMP.
       01  WS-RESULTADO-TURNO           PIC X(01) VALUE "C".
       01  WS-DESTINO                   PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      *    ASIENTO DE LA DIFERENCIA (MISMO CAMINO QUE UNA CAPTURA).
      *----------------------------------------------------------------
       01  WS-CUENTA-ACTUAL             PIC X(08).
       01  WS-SUCURSAL-OPERADOR         PIC X(04) VALUE SPACES.
       01  WS-SUCURSAL-ACTUAL           PIC X(04) VALUE SPACES.
       01  WS-REF-ACTUAL                PIC X(12) VALUE SPACES.
       77  WS-REF-SECUENCIA             PIC 9(04) VALUE ZERO.
       01  NUM1                         PIC S9(7)V99.
       01  NUM2                         PIC S9(7)V99.
       01  RESULTADO                    PIC S9(7)V99.

      *----------------------------------------------------------------
      *    SECUENCIA Y PIE DE LA BITACORA (VER CFLOGVER): ESTE
      *    PROGRAMA ANEXA A LA BITACORA DEL DIA, ASI QUE CONTINUA LA
      *    NUMERACION Y CIERRA CON SU PROPIO PIE.
      *----------------------------------------------------------------
       77  WS-LOG-SEQ                   PIC 9(06) VALUE ZERO.
       77  WS-SES-DETALLES              PIC 9(08) VALUE ZERO COMP.
       77  WS-SES-HASH                  PIC S9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DENOM-EDIT                PIC ZZ,ZZ9.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CALCULAR-ESPERADO THRU 2000-EXIT.
           PERFORM 3000-CAPTURAR-CONTEO THRU 3000-EXIT.
           PERFORM 4000-DETERMINAR-DIFERENCIA THRU 4000-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "EL CUADRE NO SE ASIENTA: REPITALO AL CERRAR "
                   "LA VENTANA DE LOTE."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DIFERENCIA NOT = ZERO
                   PERFORM 5000-ASENTAR-DIFERENCIA THRU 5000-EXIT
               ELSE
                   MOVE "S" TO SW-ASIENTO-OK
               END-IF
           END-IF.
           IF ASIENTO-OK
               PERFORM 6000-GRABAR-TURNO THRU 6000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, PERIODO, FIRMA DEL OPERADOR,
      *    PARAMETRO, CUENTA DE SOBRANTES Y FALTANTES Y CUADRE PREVIO
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "CUADRE DE CAJA AL FIN DEL TURNO".
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1200-LEER-PARAMETRO THRU 1200-EXIT.
           IF WS-CUENTA-CAJA = SPACES
               DISPLAY "NO HAY CUENTA DE SOBRANTES Y FALTANTES EN "
                   "CFCAJPRM. NO SE PUEDE CUADRAR LA CAJA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1300-VALIDAR-CUENTA-CAJA THRU 1300-EXIT.
           IF NOT MAESTRO-ABIERTO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1400-VERIFICAR-TURNO THRU 1400-EXIT.
           IF NOT CUADRES-ABIERTOS
               CLOSE CF-BAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

       1100-OBTENER-OPERADOR.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID = SPACES
               DISPLAY "EL IDENTIFICADOR DE OPERADOR NO PUEDE QUEDAR "
                   "EN BLANCO."
               GO TO 1100-OBTENER-OPERADOR.
           PERFORM 1150-VALIDAR-OPERADOR THRU 1150-EXIT.
           IF NOT OPERADOR-VALIDO
               GO TO 1100-OBTENER-OPERADOR.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1150-VALIDAR-OPERADOR -- FIRMA CONTRA EL MAESTRO CFOPMST.
      *    CUALQUIER NIVEL CUADRA SU PROPIA CAJA; SIN MAESTRO SE
      *    AVISA Y SE CONTINUA, IGUAL QUE EN LOS DEMAS PROGRAMAS.
      ******************************************************************
       1150-VALIDAR-OPERADOR.
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
           MOVE OPERADOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO EN EL MAESTRO. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-OPERADOR-VALIDO
                   MOVE "F" TO WS-SIG-RESULTADO
                   PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
                   GO TO 1150-CERRAR
           END-READ.
           MOVE CF-OPR-SUCURSAL TO WS-SUCURSAL-OPERADOR.
           IF CF-OPR-BLOQUEADO
               DISPLAY "EL OPERADOR ESTA BLOQUEADO POR INTENTOS "
                   "FALLIDOS. SOLO SEGURIDAD (CFOPRMNT) LO REACTIVA."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "F" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1150-CERRAR.
           IF NOT CF-OPR-ACTIVO
               DISPLAY "EL OPERADOR ESTA INACTIVO. AVISE A SEGURIDAD."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE "F" TO WS-SIG-RESULTADO
               PERFORM 1160-ESCRIBIR-FIRMA THRU 1160-EXIT
               GO TO 1150-CERRAR.
           PERFORM 1155-VERIFICAR-PIN THRU 1155-EXIT.
       1150-CERRAR.
           CLOSE CF-OPR-FILE.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    1155-VERIFICAR-PIN -- EL PIN DEL MAESTRO SE EXIGE EN LA
      *    FIRMA; CADA INTENTO SE ASIENTA EN CFSIGNLG Y LOS FALLOS
      *    CONSECUTIVOS AL LLEGAR AL LIMITE DE CFSEGPRM BLOQUEAN AL
      *    OPERADOR ('B').  UN PIN EN BLANCO ES UN REGISTRO EN
      *    TRANSICION: SE AVISA Y SE CONTINUA.
      ******************************************************************
       1155-VERIFICAR-PIN.
           IF CF-OPR-PIN = SPACES
               DISPLAY "AVISO: EL OPERADOR NO TIENE PIN REGISTRADO. "
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
               DISPLAY "PIN INCORRECTO. EL OPERADOR QUEDA BLOQUEADO "
                   "POR INTENTOS FALLIDOS. AVISE A SEGURIDAD."
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

      ******************************************************************
      *    1140-LEER-MAX-INTENTOS -- LIMITE DE FALLOS CONSECUTIVOS
      *    (CFSEGPRM); SIN ARCHIVO QUEDAN LOS 3 POR OMISION
      ******************************************************************
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
      *    1160-ESCRIBIR-FIRMA -- BITACORA DE FIRMAS (CFSIGNLG): UN
      *    REGISTRO POR INTENTO CON FECHA, HORA, PROGRAMA, OPERADOR,
      *    SESION DE TERMINAL Y RESULTADO (A/F/B).  UNA FALLA AL
      *    ESCRIBIR AQUI SE AVISA PERO NO DETIENE LA FIRMA.
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
           MOVE "CFCAJA01" TO CF-SIG-PROGRAMA.
           MOVE OPERADOR-ID TO CF-SIG-OPERADOR.
           MOVE WS-HORA TO CF-SIG-SESION.
           MOVE WS-SIG-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1160-EXIT.
           EXIT.

      ******************************************************************
      *    1200-LEER-PARAMETRO -- TOLERANCIA, CUENTA DE SOBRANTES Y
      *    FALTANTES, FONDO FIJO Y RAZON (CFCAJPRM).  UNA TOLERANCIA
      *    O FONDO INVALIDOS QUEDAN EN CERO: TODA DIFERENCIA VA AL
      *    SUPERVISOR.
      ******************************************************************
       1200-LEER-PARAMETRO.
           OPEN INPUT CF-CPR-FILE.
           IF WS-FS-CPR NOT = "00"
               GO TO 1200-EXIT.
           READ CF-CPR-FILE
               AT END
                   GO TO 1200-CERRAR
           END-READ.
           MOVE CF-CPR-CUENTA TO WS-CUENTA-CAJA.
           IF CF-CPR-RAZON NOT = SPACES
               MOVE CF-CPR-RAZON TO WS-RAZON-COD.
           MOVE FUNCTION TEST-NUMVAL(CF-CPR-TOLERANCIA-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-CPR-TOLERANCIA-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-CPR-TOLERANCIA-TXT) > ZERO
               COMPUTE WS-TOLERANCIA =
                   FUNCTION NUMVAL(CF-CPR-TOLERANCIA-TXT)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(CF-CPR-FONDO-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-CPR-FONDO-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-CPR-FONDO-TXT) > ZERO
               COMPUTE WS-FONDO =
                   FUNCTION NUMVAL(CF-CPR-FONDO-TXT)
           END-IF.
       1200-CERRAR.
           CLOSE CF-CPR-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-VALIDAR-CUENTA-CAJA -- LA CUENTA DE SOBRANTES Y
      *    FALTANTES DEBE EXISTIR EN CFBALMST Y NO ESTAR CONGELADA NI
      *    CERRADA.  EL MAESTRO QUEDA ABIERTO PARA EL ASIENTO.
      ******************************************************************
       1300-VALIDAR-CUENTA-CAJA.
           OPEN I-O CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               GO TO 1300-EXIT.
           MOVE WS-CUENTA-CAJA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "LA CUENTA DE SOBRANTES Y FALTANTES "
                       WS-CUENTA-CAJA " NO EXISTE EN CFBALMST."
                   CLOSE CF-BAL-FILE
                   GO TO 1300-EXIT
           END-READ.
           IF CF-BAL-BLOQUEADA
               DISPLAY "LA CUENTA DE SOBRANTES Y FALTANTES "
                   WS-CUENTA-CAJA " ESTA CONGELADA O CERRADA."
               CLOSE CF-BAL-FILE
               GO TO 1300-EXIT.
           MOVE "S" TO SW-MAESTRO-ABIERTO.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1400-VERIFICAR-TURNO -- UN CUADRE POR OPERADOR Y FECHA DE
      *    NEGOCIO: SI YA EXISTE SE MUESTRA Y NO SE REPITE
      ******************************************************************
       1400-VERIFICAR-TURNO.
           OPEN I-O CF-CAJ-FILE.
           IF WS-FS-CAJ = "35"
               OPEN OUTPUT CF-CAJ-FILE
               CLOSE CF-CAJ-FILE
               OPEN I-O CF-CAJ-FILE
           END-IF.
           IF WS-FS-CAJ NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CUADRES "
                   "(CFCAJBAL). FILE STATUS=" WS-FS-CAJ
               GO TO 1400-EXIT.
           MOVE WS-FECHA TO CF-CAJ-FECHA.
           MOVE OPERADOR-ID TO CF-CAJ-OPERADOR.
           READ CF-CAJ-FILE
               KEY IS CF-CAJ-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-CUADRES-ABIERTOS
                   GO TO 1400-EXIT
           END-READ.
           MOVE CF-CAJ-DIFERENCIA TO WS-IMPORTE-EDIT.
           DISPLAY "LA CAJA DE " OPERADOR-ID " YA SE CUADRO EL "
               WS-FECHA " A LAS " CF-CAJ-HORA (1:4)
               ". DIFERENCIA: " WS-IMPORTE-EDIT.
           DISPLAY "NO SE REPITE EL CUADRE; PIDA AL SUPERVISOR QUE "
               "REVISE EL REPORTE CFCAJRPT.".
           CLOSE CF-CAJ-FILE.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CALCULAR-ESPERADO -- FONDO FIJO MAS EL NETO DE LOS
      *    MOVIMIENTOS DEL OPERADOR EN LA BITACORA DEL DIA Y EN LOS
      *    DERRAMES DE SUS SESIONES AUN PENDIENTES DE MEZCLA
      ******************************************************************
       2000-CALCULAR-ESPERADO.
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           PERFORM 2050-SUMAR-ARCHIVO THRU 2050-EXIT.
           OPEN INPUT CF-SPL-FILE.
           IF WS-FS-SPL NOT = "00"
               GO TO 2000-TOTALIZAR.
           MOVE "N" TO SW-FIN-SESIONES.
           PERFORM 2200-LEER-SESION THRU 2200-EXIT
               UNTIL FIN-SESIONES.
           CLOSE CF-SPL-FILE.
       2000-TOTALIZAR.
           COMPUTE WS-ESPERADO = WS-FONDO + WS-NETO.
           DISPLAY " ".
           MOVE WS-FONDO TO WS-IMPORTE-EDIT.
           DISPLAY "  FONDO FIJO:            " WS-IMPORTE-EDIT.
           MOVE WS-NETO TO WS-IMPORTE-EDIT.
           MOVE WS-MOVIMIENTOS TO WS-CONTADOR-EDIT.
           DISPLAY "  NETO DE MOVIMIENTOS:   " WS-IMPORTE-EDIT
               "  (" WS-CONTADOR-EDIT " MOVIMIENTOS)".
           IF WS-DERRAMES > ZERO
               MOVE WS-DERRAMES TO WS-CONTADOR-EDIT
               DISPLAY "  INCLUYE SESIONES AUN NO MEZCLADAS: "
                   WS-CONTADOR-EDIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-SUMAR-ARCHIVO -- RECORRE UNA BITACORA (LA DEL DIA O
      *    UN DERRAME, SEGUN WS-LOG-FILENAME).  UN ARCHIVO QUE NO
      *    EXISTE NO APORTA MOVIMIENTOS.
      ******************************************************************
       2050-SUMAR-ARCHIVO.
           MOVE ZERO TO WS-DER-PIES.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               GO TO 2050-EXIT.
           MOVE "N" TO SW-FIN-LOG.
           PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
               UNTIL FIN-LOG.
           CLOSE CF-LOG-FILE.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *    2100-LEER-MOVIMIENTO -- CUENTAN LOS 'AJ' Y 'RV' DEL
      *    OPERADOR EN LA FECHA (UN ABONO ES EFECTIVO QUE ENTRA A LA
      *    CAJA, UN CARGO EFECTIVO QUE SALE; LOS TRASPASOS SE
      *    ANULAN SOLOS).  LA CALCULADORA ('CF') NO MUEVE EFECTIVO.
      *    LOS ASIENTOS A LA PROPIA CUENTA DE SOBRANTES Y FALTANTES
      *    NO SON POSICION DE CAJA Y SE EXCLUYEN.
      ******************************************************************
       2100-LEER-MOVIMIENTO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-LOG
                   GO TO 2100-EXIT
           END-READ.
           IF CF-LOG-TIPO-PIE
               ADD 1 TO WS-DER-PIES
               GO TO 2100-EXIT.
           IF CF-LOG-OPERADOR-ID NOT = OPERADOR-ID
               OR CF-LOG-FECHA NOT = WS-FECHA
               GO TO 2100-EXIT.
           IF NOT CF-LOG-TIPO-AJUSTE AND NOT CF-LOG-TIPO-REVERSO
               GO TO 2100-EXIT.
           IF CF-LOG-CUENTA = WS-CUENTA-CAJA
               GO TO 2100-EXIT.
           ADD CF-LOG-RESULTADO TO WS-NETO.
           ADD 1 TO WS-MOVIMIENTOS.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LEER-SESION -- SESIONES DEL OPERADOR EN CFSPLREG AUN
      *    PENDIENTES DE MEZCLA ('P'); UN DERRAME SIN PIE ES UNA
      *    SESION TODAVIA ABIERTA Y SE AVISA
      ******************************************************************
       2200-LEER-SESION.
           READ CF-SPL-FILE
               AT END
                   MOVE "S" TO SW-FIN-SESIONES
                   GO TO 2200-EXIT
           END-READ.
           IF NOT CF-SPL-PENDIENTE
               OR CF-SPL-FECHA NOT = WS-FECHA
               OR CF-SPL-OPERADOR NOT = OPERADOR-ID
               GO TO 2200-EXIT.
           MOVE CF-SPL-LOG-NOMBRE TO WS-LOG-FILENAME.
           PERFORM 2050-SUMAR-ARCHIVO THRU 2050-EXIT.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "AVISO: NO SE ENCONTRO EL DERRAME "
                   CF-SPL-LOG-NOMBRE
               GO TO 2200-EXIT.
           ADD 1 TO WS-DERRAMES.
           IF WS-DER-PIES = ZERO
               DISPLAY "AVISO: LA SESION " CF-SPL-LOG-NOMBRE
                   " SIGUE ABIERTA. CIERRELA ANTES DE CUADRAR LA "
                   "CAJA O LO QUE FALTE NO ENTRARA AL ESPERADO."
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CAPTURAR-CONTEO -- CANTIDAD DE PIEZAS POR
      *    DENOMINACION; AL FINAL EL OPERADOR CONFIRMA EL TOTAL O
      *    VUELVE A CONTAR
      ******************************************************************
       3000-CAPTURAR-CONTEO.
           MOVE ZERO TO WS-CONTADO.
           DISPLAY " ".
           DISPLAY "TECLEE LA CANTIDAD DE PIEZAS CONTADAS DE CADA "
               "DENOMINACION (EN BLANCO = 0):".
           PERFORM 3100-PEDIR-DENOMINACION THRU 3100-EXIT
               VARYING WS-DEN FROM 1 BY 1
               UNTIL WS-DEN > WS-MAX-DENOM.
           MOVE WS-CONTADO TO WS-IMPORTE-EDIT.
           DISPLAY "  EFECTIVO CONTADO:      " WS-IMPORTE-EDIT.
       3000-CONFIRMAR.
           DISPLAY "EL CONTEO ES CORRECTO? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "N"
               GO TO 3000-CAPTURAR-CONTEO.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "RESPUESTA INVALIDA. INTENTE DE NUEVO."
               GO TO 3000-CONFIRMAR.
       3000-EXIT.
           EXIT.

       3100-PEDIR-DENOMINACION.
           MOVE WS-DEN-VALOR (WS-DEN) TO WS-DENOM-EDIT.
           IF WS-DEN-BILLETE (WS-DEN)
               DISPLAY "  BILLETES DE " WS-DENOM-EDIT ":"
           ELSE
               DISPLAY "  MONEDAS DE  " WS-DENOM-EDIT ":"
           END-IF.
           ACCEPT WS-ENTRADA-CANTIDAD.
           IF WS-ENTRADA-CANTIDAD = SPACES
               MOVE ZERO TO WS-CANTIDAD
               GO TO 3100-ACUMULAR.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-CANTIDAD)
               TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "CANTIDAD INVALIDA. INTENTE DE NUEVO."
               GO TO 3100-PEDIR-DENOMINACION.
           IF FUNCTION NUMVAL(WS-ENTRADA-CANTIDAD) < ZERO
               OR FUNCTION NUMVAL(WS-ENTRADA-CANTIDAD) > 99999
               DISPLAY "CANTIDAD FUERA DE RANGO (0 A 99999). "
                   "INTENTE DE NUEVO."
               GO TO 3100-PEDIR-DENOMINACION.
           COMPUTE WS-CANTIDAD = FUNCTION NUMVAL(WS-ENTRADA-CANTIDAD).
           IF WS-CANTIDAD NOT = FUNCTION NUMVAL(WS-ENTRADA-CANTIDAD)
               DISPLAY "LA CANTIDAD DEBE SER UN NUMERO ENTERO DE "
                   "PIEZAS. INTENTE DE NUEVO."
               GO TO 3100-PEDIR-DENOMINACION.
       3100-ACUMULAR.
           MOVE WS-CANTIDAD TO WS-PIEZAS (WS-DEN).
           COMPUTE WS-CONTADO = WS-CONTADO
               + WS-CANTIDAD * WS-DEN-VALOR (WS-DEN).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-DETERMINAR-DIFERENCIA -- CONTADO MENOS ESPERADO:
      *    CERO CUADRA, POSITIVO ES SOBRANTE, NEGATIVO FALTANTE
      ******************************************************************
       4000-DETERMINAR-DIFERENCIA.
           COMPUTE WS-DIFERENCIA = WS-CONTADO - WS-ESPERADO.
           EVALUATE TRUE
               WHEN WS-DIFERENCIA = ZERO
                   MOVE "C" TO WS-RESULTADO-TURNO
               WHEN WS-DIFERENCIA > ZERO
                   MOVE "S" TO WS-RESULTADO-TURNO
               WHEN OTHER
                   MOVE "F" TO WS-RESULTADO-TURNO
           END-EVALUATE.
           DISPLAY " ".
           MOVE WS-ESPERADO TO WS-IMPORTE-EDIT.
           DISPLAY "  POSICION ESPERADA:     " WS-IMPORTE-EDIT.
           MOVE WS-CONTADO TO WS-IMPORTE-EDIT.
           DISPLAY "  EFECTIVO CONTADO:      " WS-IMPORTE-EDIT.
           MOVE WS-DIFERENCIA TO WS-IMPORTE-EDIT.
           EVALUATE WS-RESULTADO-TURNO
               WHEN "C"
                   DISPLAY "  LA CAJA CUADRA."
               WHEN "S"
                   DISPLAY "  SOBRANTE:              " WS-IMPORTE-EDIT
               WHEN OTHER
                   DISPLAY "  FALTANTE:              " WS-IMPORTE-EDIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-ASENTAR-DIFERENCIA -- DENTRO DE LA TOLERANCIA SE
      *    CONTABILIZA A LA CUENTA DE SOBRANTES Y FALTANTES; FUERA DE
      *    ELLA (O SI EL SALDO NUEVO NO CABE) SE ESTACIONA EN EL
      *    SUSPENSO PARA EL SUPERVISOR
      ******************************************************************
       5000-ASENTAR-DIFERENCIA.
           MOVE "N" TO SW-ASIENTO-OK.
           MOVE WS-CUENTA-CAJA TO WS-CUENTA-ACTUAL.
           MOVE WS-CUENTA-CAJA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "LA CUENTA DE SOBRANTES Y FALTANTES YA NO "
                       "EXISTE. EL CUADRE NO SE GRABA."
                   MOVE 8 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-READ.
           IF WS-SUCURSAL-OPERADOR NOT = SPACES
               MOVE WS-SUCURSAL-OPERADOR TO WS-SUCURSAL-ACTUAL
           ELSE
               MOVE CF-BAL-SUCURSAL TO WS-SUCURSAL-ACTUAL
           END-IF.
           MOVE CF-BAL-SALDO TO NUM1.
           COMPUTE NUM2 = CF-BAL-SALDO + WS-DIFERENCIA
               ON SIZE ERROR
                   DISPLAY "EL SALDO NUEVO DE LA CUENTA DE SOBRANTES "
                       "Y FALTANTES NO CABE. EL CUADRE NO SE GRABA; "
                       "AVISE AL SUPERVISOR."
                   MOVE 8 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-COMPUTE.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           PERFORM 8200-GENERAR-REF THRU 8200-EXIT.
           IF WS-DIFERENCIA < ZERO
               AND ZERO - WS-DIFERENCIA > WS-TOLERANCIA
               PERFORM 5500-ESTACIONAR-DIFERENCIA THRU 5500-EXIT
               GO TO 5000-EXIT.
           IF WS-DIFERENCIA > WS-TOLERANCIA
               PERFORM 5500-ESTACIONAR-DIFERENCIA THRU 5500-EXIT
               GO TO 5000-EXIT.
           PERFORM 5100-ABRIR-BITACORA THRU 5100-EXIT.
           IF NOT ASIENTO-OK
               GO TO 5000-EXIT.
           PERFORM 8100-CONTABILIZAR THRU 8100-EXIT.
           PERFORM 9800-ESCRIBIR-PIE-LOG THRU 9800-EXIT.
           CLOSE CF-LOG-FILE.
           CLOSE CF-ADJOUT-FILE.
           MOVE "A" TO WS-DESTINO.
           DISPLAY "LA DIFERENCIA SE CONTABILIZO A LA CUENTA "
               WS-CUENTA-CAJA " CON REFERENCIA " WS-REF-ACTUAL ".".
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-ABRIR-BITACORA -- CONTINUA LA SECUENCIA DE LA
      *    GENERACION DEL DIA Y ABRE BITACORA Y CFADJOUT PARA ANEXAR
      ******************************************************************
       5100-ABRIR-BITACORA.
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           PERFORM 1420-BUSCAR-ULTIMO-SEQ THRU 1420-EXIT.
           OPEN EXTEND CF-LOG-FILE.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT CF-LOG-FILE
           END-IF.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DEL DIA. FILE "
                   "STATUS=" WS-FS-LOG ". EL CUADRE NO SE GRABA."
               MOVE 8 TO RETURN-CODE
               GO TO 5100-EXIT.
           OPEN EXTEND CF-ADJOUT-FILE.
           IF WS-FS-ADJOUT = "35"
               OPEN OUTPUT CF-ADJOUT-FILE
           END-IF.
           IF WS-FS-ADJOUT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CFADJOUT. FILE STATUS="
                   WS-FS-ADJOUT ". EL CUADRE NO SE GRABA."
               CLOSE CF-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 5100-EXIT.
           MOVE "S" TO SW-ASIENTO-OK.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    1420-BUSCAR-ULTIMO-SEQ -- RECORRE LA GENERACION EXISTENTE
      *    PARA CONTINUAR SU NUMERACION DE SECUENCIA
      ******************************************************************
       1420-BUSCAR-ULTIMO-SEQ.
           MOVE ZERO TO WS-LOG-SEQ.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               MOVE "00" TO WS-FS-LOG
               GO TO 1420-EXIT.
           MOVE "N" TO SW-FIN-LOG.
           PERFORM 1430-LEER-SEQ THRU 1430-EXIT
               UNTIL FIN-LOG.
           CLOSE CF-LOG-FILE.
           MOVE "N" TO SW-FIN-LOG.
       1420-EXIT.
           EXIT.

       1430-LEER-SEQ.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-LOG
                   GO TO 1430-EXIT
           END-READ.
           IF CF-LOG-SEQ IS NUMERIC
               MOVE CF-LOG-SEQ TO WS-LOG-SEQ
           END-IF.
       1430-EXIT.
           EXIT.

      ******************************************************************
      *    5500-ESTACIONAR-DIFERENCIA -- LA DIFERENCIA FUERA DE
      *    TOLERANCIA QUEDA PENDIENTE EN CFSUSP COMO AJUSTE A LA
      *    CUENTA DE SOBRANTES Y FALTANTES; EL SUPERVISOR DECIDE EN
      *    CFAPRV01
      ******************************************************************
       5500-ESTACIONAR-DIFERENCIA.
           OPEN EXTEND CF-SUS-FILE.
           IF WS-FS-SUS = "35"
               OPEN OUTPUT CF-SUS-FILE
           END-IF.
           IF WS-FS-SUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL SUSPENSO (CFSUSP). FILE "
                   "STATUS=" WS-FS-SUS ". EL CUADRE NO SE GRABA."
               MOVE 8 TO RETURN-CODE
               GO TO 5500-EXIT.
           MOVE SPACES TO CF-SUS-RECORD.
           MOVE "P" TO CF-SUS-ESTADO.
           MOVE OPERADOR-ID TO CF-SUS-OPERADOR.
           MOVE WS-FECHA TO CF-SUS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-SUS-HORA.
           MOVE WS-REF-ACTUAL TO CF-SUS-REF.
           MOVE WS-CUENTA-ACTUAL TO CF-SUS-CUENTA.
           MOVE NUM1 TO CF-SUS-NUM1.
           MOVE NUM2 TO CF-SUS-NUM2.
           MOVE RESULTADO TO CF-SUS-RESULTADO.
           MOVE SPACES TO CF-SUS-SUPERVISOR.
           MOVE ZERO TO CF-SUS-FECHA-DECISION.
           MOVE ZERO TO CF-SUS-HORA-DECISION.
           MOVE SPACES TO CF-SUS-RAZON-RECHAZO.
           MOVE WS-RAZON-COD TO CF-SUS-RAZON-COD.
           MOVE WS-SUCURSAL-ACTUAL TO CF-SUS-SUCURSAL.
           WRITE CF-SUS-RECORD.
           CLOSE CF-SUS-FILE.
           MOVE "S" TO SW-ASIENTO-OK.
           MOVE "P" TO WS-DESTINO.
           DISPLAY "LA DIFERENCIA EXCEDE LA TOLERANCIA Y QUEDA EN EL "
               "SUSPENSO CON REFERENCIA " WS-REF-ACTUAL
               " PARA APROBACION DEL SUPERVISOR (CFAPRV01).".
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    6000-GRABAR-TURNO -- RESULTADO DEL CUADRE EN CFCAJBAL
      ******************************************************************
       6000-GRABAR-TURNO.
           MOVE SPACES TO CF-CAJ-RECORD.
           MOVE WS-FECHA TO CF-CAJ-FECHA.
           MOVE OPERADOR-ID TO CF-CAJ-OPERADOR.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-CAJ-HORA.
           MOVE WS-CONTEO TO CF-CAJ-CONTEO.
           MOVE WS-FONDO TO CF-CAJ-FONDO.
           MOVE WS-MOVIMIENTOS TO CF-CAJ-MOVIMIENTOS.
           MOVE WS-DERRAMES TO CF-CAJ-DERRAMES.
           MOVE WS-ESPERADO TO CF-CAJ-ESPERADO.
           MOVE WS-CONTADO TO CF-CAJ-CONTADO.
           MOVE WS-DIFERENCIA TO CF-CAJ-DIFERENCIA.
           MOVE WS-RESULTADO-TURNO TO CF-CAJ-RESULTADO.
           MOVE WS-DESTINO TO CF-CAJ-DESTINO.
           MOVE WS-CUENTA-CAJA TO CF-CAJ-CUENTA.
           MOVE WS-REF-ACTUAL TO CF-CAJ-REF.
           WRITE CF-CAJ-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CUADRE EN CFCAJBAL. "
                       "FILE STATUS=" WS-FS-CAJ
                   MOVE 8 TO RETURN-CODE
                   GO TO 6000-EXIT
           END-WRITE.
           DISPLAY "CUADRE DE CAJA GRABADO.".
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    8100-CONTABILIZAR -- ASIENTO 'AJ' DE LA DIFERENCIA POR EL
      *    CAMINO NORMAL: CFADJOUT, BITACORA, MAESTRO E HISTORIAL
      ******************************************************************
       8100-CONTABILIZAR.
           MOVE WS-CUENTA-ACTUAL TO CF-ADJ-CUENTA.
           MOVE NUM1 TO CF-ADJ-NUM1.
           MOVE NUM2 TO CF-ADJ-NUM2.
           MOVE RESULTADO TO CF-ADJ-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ADJ-REF.
           MOVE WS-RAZON-COD TO CF-ADJ-RAZON.
           WRITE CF-ADJ-RECORD.
           MOVE SPACES TO CF-LOG-RECORD.
           MOVE OPERADOR-ID TO CF-LOG-OPERADOR-ID.
           MOVE WS-FECHA TO CF-LOG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-LOG-HORA.
           MOVE "AJ" TO CF-LOG-TIPO-TRANS.
           MOVE NUM1 TO CF-LOG-NUM1.
           MOVE ZERO TO CF-LOG-OPERACION.
           MOVE NUM2 TO CF-LOG-NUM2.
           MOVE RESULTADO TO CF-LOG-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-LOG-REF.
           MOVE SPACES TO CF-LOG-TARIFA-COD.
           MOVE WS-CUENTA-ACTUAL TO CF-LOG-CUENTA.
           MOVE SPACES TO CF-LOG-MONEDA.
           MOVE ZERO TO CF-LOG-IMPORTE-ORIG.
           MOVE WS-RAZON-COD TO CF-LOG-RAZON-COD.
           MOVE WS-SUCURSAL-ACTUAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           ADD RESULTADO TO WS-SES-HASH.
           WRITE CF-LOG-RECORD.
           MOVE NUM2 TO CF-BAL-SALDO.
           MOVE WS-FECHA TO CF-BAL-FECHA-MOV.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-MOV.
           REWRITE CF-BAL-RECORD.
           PERFORM 8500-ESCRIBIR-HISTORIAL THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    8200-GENERAR-REF -- REFERENCIA GENERADA (HORA + SECUENCIA)
      ******************************************************************
       8200-GENERAR-REF.
           ADD 1 TO WS-REF-SECUENCIA.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-REF-ACTUAL.
           STRING WS-HORA WS-REF-SECUENCIA DELIMITED SIZE
               INTO WS-REF-ACTUAL.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    8500-ESCRIBIR-HISTORIAL -- MOVIMIENTO EN CFBALHST PARA EL
      *    ESTADO DE CUENTA.  UNA FALLA AL ESCRIBIR AQUI SE AVISA PERO
      *    NO DESHACE LA PARTIDA YA CONTABILIZADA.
      ******************************************************************
       8500-ESCRIBIR-HISTORIAL.
           OPEN EXTEND CF-HST-FILE.
           IF WS-FS-HST = "35"
               OPEN OUTPUT CF-HST-FILE
           END-IF.
           IF WS-FS-HST NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR EL HISTORIAL DE "
                   "SALDOS (CFBALHST). FILE STATUS=" WS-FS-HST
               GO TO 8500-EXIT.
           MOVE WS-CUENTA-ACTUAL TO CF-HST-CUENTA.
           MOVE WS-FECHA TO CF-HST-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-HST-HORA.
           MOVE WS-REF-ACTUAL TO CF-HST-REF.
           MOVE NUM1 TO CF-HST-VALOR-ANTERIOR.
           MOVE NUM2 TO CF-HST-VALOR-NUEVO.
           MOVE OPERADOR-ID TO CF-HST-OPERADOR.
           MOVE SPACES TO CF-HST-MONEDA.
           MOVE ZERO TO CF-HST-IMPORTE-ORIG.
           WRITE CF-HST-RECORD.
           CLOSE CF-HST-FILE.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *    9800-ESCRIBIR-PIE-LOG -- PIE 'PI' DE LA SESION CON CONTEO
      *    Y HASH DE LO ESCRITO EN LA BITACORA, PARA CFLOGVER
      ******************************************************************
       9800-ESCRIBIR-PIE-LOG.
           IF WS-SES-DETALLES = ZERO
               GO TO 9800-EXIT.
           MOVE SPACES TO CF-LOG-RECORD.
           MOVE OPERADOR-ID TO CF-LOG-OPERADOR-ID.
           MOVE WS-FECHA TO CF-LOG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-LOG-HORA.
           MOVE "PI" TO CF-LOG-TIPO-TRANS.
           MOVE WS-SES-DETALLES TO CF-LOG-PIE-CUENTA.
           MOVE WS-SES-HASH TO CF-LOG-PIE-HASH.
           MOVE SPACES TO CF-LOG-REF.
           MOVE SPACES TO CF-LOG-TARIFA-COD.
           MOVE SPACES TO CF-LOG-CUENTA.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           WRITE CF-LOG-RECORD.
       9800-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- CIERRE DE ARCHIVOS
      ******************************************************************
       9000-FINALIZAR.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           IF CUADRES-ABIERTOS
               CLOSE CF-CAJ-FILE
           END-IF.
           DISPLAY "FIN DEL CUADRE DE CAJA.".
       9000-EXIT.
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

      ******************************************************************
      *    1950-VERIFICAR-PERIODO -- LA FECHA DE NEGOCIO NO PUEDE CAER
      *    EN UN MES YA CERRADO (CFPERCTL, VER CFPERCLS); SIN ARCHIVO
      *    DE CONTROL NO HAY PERIODOS CERRADOS
      ******************************************************************
       1950-VERIFICAR-PERIODO.
           MOVE "N" TO SW-PERIODO-CERRADO.
           OPEN INPUT CF-PER-FILE.
           IF WS-FS-PER NOT = "00"
               GO TO 1950-EXIT.
           MOVE WS-FECHA (1:6) TO CF-PER-PERIODO.
           READ CF-PER-FILE
               KEY IS CF-PER-PERIODO
               INVALID KEY
                   GO TO 1950-CERRAR
           END-READ.
           IF CF-PER-CERRADO
               MOVE "S" TO SW-PERIODO-CERRADO
               DISPLAY "LA FECHA DE NEGOCIO " WS-FECHA " CAE EN EL "
                   "PERIODO " CF-PER-PERIODO ", CERRADO EL "
                   CF-PER-FECHA-CIERRE ". NO SE CONTABILIZA."
           END-IF.
       1950-CERRAR.
           CLOSE CF-PER-FILE.
       1950-EXIT.
           EXIT.

      ******************************************************************
      *    1960-VERIFICAR-VENTANA -- CANDADO CON LA VENTANA DE LOTE
      *    (CFSYSSTS, VER CFVENTAN): MIENTRAS ESTA ABIERTA NO SE
      *    CONTABILIZA SIN LA AUTORIZACION DE UN SUPERVISOR, QUE VALE
      *    PARA EL RESTO DE LA SESION.  SIN ARCHIVO NO HAY VENTANA.
      ******************************************************************
       1960-VERIFICAR-VENTANA.
           MOVE "N" TO SW-VENTANA-BLOQUEADA.
           IF VENTANA-AUTORIZADA
               GO TO 1960-EXIT.
           OPEN INPUT CF-STS-FILE.
           IF WS-FS-STS NOT = "00"
               GO TO 1960-EXIT.
           READ CF-STS-FILE
               AT END
                   MOVE SPACES TO CF-STS-VENTANA
           END-READ.
           CLOSE CF-STS-FILE.
           IF NOT CF-STS-VENTANA-ABIERTA
               GO TO 1960-EXIT.
           DISPLAY "** VENTANA DE LOTE ABIERTA DESDE EL "
               CF-STS-FECHA-INICIO " A LAS "
               CF-STS-HORA-INICIO (1:2) ":" CF-STS-HORA-INICIO (3:2)
               ". NO SE CONTABILIZA SIN AUTORIZACION. **".
           PERFORM 1965-AUTORIZAR-VENTANA THRU 1965-EXIT.
       1960-EXIT.
           EXIT.

      ******************************************************************
      *    1965-AUTORIZAR-VENTANA -- SUPERVISOR ACTIVO DE NIVEL 3 CON
      *    SU PIN; EL INTENTO QUEDA EN CFSIGNLG ('V' AUTORIZADO, 'F'
      *    RECHAZADO).  EN BLANCO NO SE CONTABILIZA.
      ******************************************************************
       1965-AUTORIZAR-VENTANA.
           MOVE "S" TO SW-VENTANA-BLOQUEADA.
           DISPLAY "SUPERVISOR QUE AUTORIZA (EN BLANCO = NO "
               "CONTABILIZAR):".
           ACCEPT WS-VEN-SUPERVISOR.
           IF WS-VEN-SUPERVISOR = SPACES
               GO TO 1965-EXIT.
           MOVE "F" TO WS-VEN-RESULTADO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE. NO SE PUEDE AUTORIZAR."
               GO TO 1965-EXIT.
           MOVE WS-VEN-SUPERVISOR TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR NO REGISTRADO EN EL MAESTRO."
                   GO TO 1965-CERRAR
           END-READ.
           IF NOT CF-OPR-ACTIVO OR NOT CF-OPR-NIVEL-SUPERV
               DISPLAY "SE REQUIERE UN SUPERVISOR ACTIVO (NIVEL 3)."
               GO TO 1965-CERRAR.
           IF CF-OPR-PIN NOT = SPACES
               DISPLAY "PIN DEL SUPERVISOR (4 DIGITOS):"
               ACCEPT WS-VEN-PIN
               IF WS-VEN-PIN NOT = CF-OPR-PIN
                   DISPLAY "PIN INCORRECTO. NO SE CONTABILIZA."
                   GO TO 1965-CERRAR
               END-IF
           END-IF.
           MOVE "V" TO WS-VEN-RESULTADO.
           MOVE "N" TO SW-VENTANA-BLOQUEADA.
           MOVE "S" TO SW-VENTANA-AUTORIZADA.
           DISPLAY "CONTABILIZACION AUTORIZADA POR " WS-VEN-SUPERVISOR
               " PARA EL RESTO DE LA SESION.".
       1965-CERRAR.
           CLOSE CF-OPR-FILE.
           PERFORM 1970-FIRMA-VENTANA THRU 1970-EXIT.
       1965-EXIT.
           EXIT.

       1970-FIRMA-VENTANA.
           OPEN EXTEND CF-SIG-FILE.
           IF WS-FS-SIG = "35"
               OPEN OUTPUT CF-SIG-FILE
           END-IF.
           IF WS-FS-SIG NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA BITACORA DE "
                   "FIRMAS (CFSIGNLG). FILE STATUS=" WS-FS-SIG
               GO TO 1970-EXIT.
           ACCEPT WS-VEN-HORA FROM TIME.
           MOVE WS-FECHA TO CF-SIG-FECHA.
           MOVE WS-VEN-HORA TO CF-SIG-HORA.
           MOVE "CFCAJA01" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM CFCAJA01.
