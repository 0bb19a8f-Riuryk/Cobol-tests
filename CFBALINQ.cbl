      *                     CONTRA CFCAT01 Y REWRITE), PARA QUE EL
      *                     LIBRO YA DADO DE ALTA SE PUEDA
      *                     CATEGORIZAR SIN RECAPTURARLO.
      *   2026-10-14  RR   ESTADO DE LA CUENTA: NUEVA OPCION PARA
      *                     CONGELAR, REACTIVAR O CERRAR UNA CUENTA,
      *                     SOLO POR UN SUPERVISOR DE CFOPMST, CON LA
      *                     FECHA DE NEGOCIO Y EL OPERADOR DEL CAMBIO.
      *                     EL CIERRE SOLO PROCEDE CON SALDO CERO O
      *                     BARRIENDO EL RESIDUO A UNA CUENTA DESTINO
      *                     DESIGNADA: EL BARRIDO SE CONTABILIZA COMO
      *                     DOS AJUSTES 'AJ' CON LA MISMA REFERENCIA
      *                     (CFADJOUT, BITACORA CON PIE 'PI' E
      *                     HISTORIAL), RAZON "CIER".  EL ALTA NACE
      *                     ACTIVA Y LA CONSULTA Y EL LISTADO
      *                     MUESTRAN EL ESTADO.
      *   2026-10-14  RR   RETENCIONES (CFHLD01): LA CONSULTA Y EL
      *                     LISTADO MUESTRAN EL SALDO DISPONIBLE
      *                     (SALDO MENOS RETENCIONES VIGENTES) JUNTO
      *                     AL CONTABLE.  UNA CUENTA CON RETENCIONES
      *                     VIGENTES NO SE PUEDE CERRAR.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     BARRE EL RESIDUO DE UNA CUENTA QUE SE
      *                     CIERRA.
      *   2026-10-15  RR   SUCURSAL DE LA CUENTA (CF-BAL-SUCURSAL): EL
      *                     ALTA LA PIDE (VALIDADA CONTRA LA TABLA
      *                     CFSUC01 CUANDO ESTA DISPONIBLE; EN BLANCO =
      *                     SIN SUCURSAL), NUEVA OPCION 7 PARA
      *                     CAMBIARLA, Y LA CONSULTA Y EL LISTADO LA
      *                     MUESTRAN.  LAS PIERNAS DEL BARRIDO DE
      *                     CIERRE LLEVAN EN LA BITACORA LA SUCURSAL DE
      *                     SU CUENTA.
      *   2026-10-15  RR   TITULAR DE LA CUENTA (CF-BAL-TITULAR): EL
      *                     ALTA LO PIDE (VALIDADO CONTRA EL MAESTRO DE
      *                     TITULARES CFTIT01 CUANDO ESTA DISPONIBLE; EN
      *                     BLANCO = SIN TITULAR), NUEVA OPCION 8 PARA
      *                     CAMBIARLO, Y LA CONSULTA Y EL LISTADO LO
      *                     MUESTRAN.  LA POSICION CONSOLIDADA DEL
      *                     TITULAR SE CONSULTA EN CFTITMNT.
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA LAS
      *                     OPCIONES QUE MODIFICAN EL MAESTRO (2, 3, 6,
      *                     7 Y 8) PIDEN UN SUPERVISOR QUE AUTORICE; LA
      *                     AUTORIZACION VALE PARA LA SESION Y QUEDA EN
      *                     CFSIGNLG ('V').  LA CONSULTA Y EL LISTADO
      *                     SIGUEN LIBRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBALINQ.
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

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

           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-ADJOUT-FILE ASSIGN TO "CFADJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJOUT.

           SELECT CF-HST-FILE ASSIGN TO "CFBALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

           SELECT CF-HLD-FILE ASSIGN TO "CFHLD01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-HLD-CLAVE
               FILE STATUS IS WS-FS-HLD.

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BAL-FILE.
       FD  CF-CAT-FILE.
           COPY CFCATREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       FD  CF-TIT-FILE.
           COPY CFTITREC.

       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-ADJOUT-FILE.
           COPY CFADJREC.

       FD  CF-HST-FILE.
           COPY CFHSTREC.

       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  SW-CATS-ABIERTAS             PIC X(01) VALUE "N".
           88  CATS-ABIERTAS                     VALUE "S".
       01  WS-ENTRADA-CAT               PIC X(04).
       77  WS-FS-SUC                    PIC X(02) VALUE "00".
       77  SW-SUCS-ABIERTAS             PIC X(01) VALUE "N".
           88  SUCS-ABIERTAS                     VALUE "S".
       77  SW-SUC-VALIDA                PIC X(01) VALUE "S".
           88  SUC-VALIDA                        VALUE "S".
       01  WS-ENTRADA-SUC               PIC X(04).
       77  WS-FS-TIT                    PIC X(02) VALUE "00".
       77  SW-TITS-ABIERTOS             PIC X(01) VALUE "N".
           88  TITS-ABIERTOS                     VALUE "S".
       77  SW-TIT-VALIDO                PIC X(01) VALUE "S".
           88  TIT-VALIDO                        VALUE "S".
       01  WS-ENTRADA-TIT               PIC X(08).

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CUENTA            PIC X(08).
       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.

      *----------------------------------------------------------------
      *    CAMBIO DE ESTADO: SUPERVISOR QUE LO AUTORIZA, FECHA DE
      *    NEGOCIO Y, EN EL CIERRE CON RESIDUO, LA CUENTA DESTINO DEL
      *    BARRIDO Y LAS CIFRAS DE LAS DOS PIERNAS.
      *----------------------------------------------------------------
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-ADJOUT                 PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       01  OPERADOR-ID                  PIC X(08) VALUE SPACES.
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       01  WS-FECHA                     PIC 9(08) VALUE ZERO.
       01  WS-HORA                      PIC 9(08).
       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-ENTRADA-ESTADO            PIC X(01).
       01  WS-ENTRADA-DESTINO           PIC X(08).
       01  WS-CONFIRMA                  PIC X(01).
       01  WS-ESTADO-DESC               PIC X(10).
       01  WS-CUENTA-CIERRE             PIC X(08).
       77  WS-SALDO-CIERRE              PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO-DESTINO             PIC S9(7)V99 VALUE ZERO.
       77  WS-NUEVO-DESTINO             PIC S9(9)V99 VALUE ZERO.
       01  WS-SUC-CIERRE                PIC X(04).
       01  WS-SUC-DESTINO               PIC X(04).
       01  WS-SUC-ACTUAL                PIC X(04).
       01  WS-CUENTA-ACTUAL             PIC X(08).
       01  NUM1                         PIC S9(7)V99.
       01  NUM2                         PIC S9(7)V99.
       01  RESULTADO                    PIC S9(7)V99.
       01  WS-REF-ACTUAL                PIC X(12).
       77  WS-REF-SECUENCIA             PIC 9(04) VALUE ZERO.
       77  WS-LOG-SEQ                   PIC 9(06) VALUE ZERO.
       77  WS-SES-DETALLES              PIC 9(08) VALUE ZERO COMP.
       77  WS-SES-HASH                  PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    RETENCIONES (CFHLD01): TOTAL VIGENTE RETENIDO DE LA CUENTA
      *    Y SALDO DISPONIBLE.  SIN ARCHIVO NO HAY RETENCIONES.
      *----------------------------------------------------------------
       77  WS-FS-HLD                    PIC X(02) VALUE "00".
       77  WS-FS-PER                    PIC X(02) VALUE "00".
       77  WS-FS-STS                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".
       77  SW-RETENCIONES-ABIERTAS      PIC X(01) VALUE "N".
           88  RETENCIONES-ABIERTAS               VALUE "S".
       77  SW-FIN-HLD                   PIC X(01) VALUE "N".
           88  FIN-HLD                            VALUE "S".
       01  WS-HLD-CUENTA                PIC X(08).
       77  WS-RETENIDO                  PIC S9(9)V99 VALUE ZERO.
       01  WS-DISPONIBLE-EDIT           PIC -9999999.99.

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

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
           IF CATS-ABIERTAS
               CLOSE CF-CAT-FILE
           END-IF.
           IF SUCS-ABIERTAS
               CLOSE CF-SUC-FILE
           END-IF.
           IF TITS-ABIERTOS
               CLOSE CF-TIT-FILE
           END-IF.
           IF RETENCIONES-ABIERTAS
               CLOSE CF-HLD-FILE
           END-IF.
           DISPLAY "FIN DE LA CONSULTA DE SALDOS.".
           STOP RUN.

                   "DISPONIBLE. LAS ALTAS QUEDAN SIN VALIDAR "
                   "CATEGORIA."
           END-IF.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC = "00"
               MOVE "S" TO SW-SUCS-ABIERTAS
           ELSE
               DISPLAY "AVISO: TABLA DE SUCURSALES (CFSUC01) NO "
                   "DISPONIBLE. LAS SUCURSALES QUEDAN SIN VALIDAR."
           END-IF.
           OPEN INPUT CF-TIT-FILE.
           IF WS-FS-TIT = "00"
               MOVE "S" TO SW-TITS-ABIERTOS
           ELSE
               DISPLAY "AVISO: MAESTRO DE TITULARES (CFTIT01) NO "
                   "DISPONIBLE. LOS TITULARES QUEDAN SIN VALIDAR."
           END-IF.
           OPEN INPUT CF-HLD-FILE.
           IF WS-FS-HLD = "00"
               MOVE "S" TO SW-RETENCIONES-ABIERTAS
           END-IF.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

           DISPLAY "3. CAMBIAR CATEGORIA DE UNA CUENTA".
           DISPLAY "4. LISTAR CUENTAS".
           DISPLAY "5. SALIR".
           DISPLAY "6. CAMBIAR ESTADO DE UNA CUENTA (CONGELAR, "
               "REACTIVAR, CERRAR)".
           DISPLAY "7. CAMBIAR SUCURSAL DE UNA CUENTA".
           DISPLAY "8. CAMBIAR TITULAR DE UNA CUENTA".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "2" OR WS-OPCION = "3" OR WS-OPCION = "6"
               OR WS-OPCION = "7" OR WS-OPCION = "8"
               IF WS-FECHA = ZERO
                   PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
               END-IF
               PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT
               IF VENTANA-BLOQUEADA
                   DISPLAY "EL MAESTRO NO SE MODIFICA MIENTRAS CORRE "
                       "LA VENTANA DE LOTE."
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 3000-CONSULTAR-CUENTA THRU 3000-EXIT
                   PERFORM 5000-LISTAR-CUENTAS THRU 5000-EXIT
               WHEN "5"
                   MOVE "N" TO SW-CONTINUAR
               WHEN "6"
                   PERFORM 6000-CAMBIAR-ESTADO THRU 6000-EXIT
               WHEN "7"
                   PERFORM 4600-CAMBIAR-SUCURSAL THRU 4600-EXIT
               WHEN "8"
                   PERFORM 4700-CAMBIAR-TITULAR THRU 4700-EXIT
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
           DISPLAY "CUENTA:           " CF-BAL-CUENTA.
           DISPLAY "DESCRIPCION:      " CF-BAL-DESC.
           DISPLAY "CATEGORIA:        " CF-BAL-CATEGORIA.
           DISPLAY "SUCURSAL:         " CF-BAL-SUCURSAL.
           DISPLAY "TITULAR:          " CF-BAL-TITULAR.
           DISPLAY "SALDO VIGENTE:    " WS-SALDO-EDIT.
           MOVE CF-BAL-CUENTA TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           MOVE WS-RETENIDO TO WS-SALDO-EDIT.
           DISPLAY "TOTAL RETENIDO:   " WS-SALDO-EDIT.
           COMPUTE WS-DISPONIBLE-EDIT = CF-BAL-SALDO - WS-RETENIDO.
           DISPLAY "SALDO DISPONIBLE: " WS-DISPONIBLE-EDIT.
           DISPLAY "ULTIMO MOVIMIENTO: " CF-BAL-FECHA-MOV
               " POR " CF-BAL-OPERADOR-MOV.
           PERFORM 6900-DESCRIBIR-ESTADO THRU 6900-EXIT.
           DISPLAY "ESTADO:           " WS-ESTADO-DESC
               " DESDE " CF-BAL-FECHA-ESTADO " POR "
               CF-BAL-OPERADOR-ESTADO.
       3000-EXIT.
           EXIT.

                       GO TO 4070-PEDIR-CATEGORIA
               END-READ
           END-IF.
       4080-PEDIR-SUCURSAL.
           DISPLAY "SUCURSAL DE LA CUENTA (4 CARACTERES, VER CFSUCMNT; "
               "EN BLANCO = SIN SUCURSAL):".
           ACCEPT WS-ENTRADA-SUC.
           IF WS-ENTRADA-SUC NOT = SPACES
               PERFORM 8800-VALIDAR-SUCURSAL THRU 8800-EXIT
               IF NOT SUC-VALIDA
                   GO TO 4080-PEDIR-SUCURSAL
               END-IF
           END-IF.
       4090-PEDIR-TITULAR.
           DISPLAY "TITULAR DE LA CUENTA (8 CARACTERES, VER CFTITMNT; "
               "EN BLANCO = SIN TITULAR):".
           ACCEPT WS-ENTRADA-TIT.
           IF WS-ENTRADA-TIT NOT = SPACES
               PERFORM 8850-VALIDAR-TITULAR THRU 8850-EXIT
               IF NOT TIT-VALIDO
                   GO TO 4090-PEDIR-TITULAR
               END-IF
           END-IF.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           MOVE WS-ENTRADA-DESC TO CF-BAL-DESC.
           COMPUTE CF-BAL-SALDO = FUNCTION NUMVAL(WS-ENTRADA-SALDO).
           MOVE ZERO TO CF-BAL-FECHA-MOV.
           MOVE SPACES TO CF-BAL-OPERADOR-MOV.
           MOVE WS-ENTRADA-CAT TO CF-BAL-CATEGORIA.
           MOVE "A" TO CF-BAL-ESTADO.
           MOVE ZERO TO CF-BAL-FECHA-ESTADO.
           MOVE SPACES TO CF-BAL-OPERADOR-ESTADO.
           MOVE WS-ENTRADA-SUC TO CF-BAL-SUCURSAL.
           MOVE WS-ENTRADA-TIT TO CF-BAL-TITULAR.
           WRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE UNA CUENTA CON ESE NUMERO."
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-CAMBIAR-SUCURSAL -- SUCURSAL NUEVA PARA UNA CUENTA
      *    EXISTENTE, CON LA MISMA VALIDACION CONTRA CFSUC01 QUE EL
      *    ALTA.  LA BITACORA YA ESCRITA CONSERVA LA SUCURSAL CON QUE
      *    SE CONTABILIZO.
      ******************************************************************
       4600-CAMBIAR-SUCURSAL.
           DISPLAY "CUENTA A CAMBIAR DE SUCURSAL:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 4600-CAMBIAR-SUCURSAL.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CUENTA CON ESE NUMERO."
                   GO TO 4600-EXIT
           END-READ.
           DISPLAY "CUENTA " CF-BAL-CUENTA " (" CF-BAL-DESC
               ") SUCURSAL ACTUAL: " CF-BAL-SUCURSAL.
       4650-PEDIR-SUC-NUEVA.
           DISPLAY "SUCURSAL NUEVA (4 CARACTERES, VER CFSUCMNT; EN "
               "BLANCO = CANCELAR):".
           ACCEPT WS-ENTRADA-SUC.
           IF WS-ENTRADA-SUC = SPACES
               DISPLAY "CAMBIO CANCELADO."
               GO TO 4600-EXIT.
           PERFORM 8800-VALIDAR-SUCURSAL THRU 8800-EXIT.
           IF NOT SUC-VALIDA
               GO TO 4650-PEDIR-SUC-NUEVA.
           MOVE WS-ENTRADA-SUC TO CF-BAL-SUCURSAL.
           REWRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA. FILE "
                       "STATUS=" WS-FS-BAL
                   GO TO 4600-EXIT
           END-REWRITE.
           DISPLAY "SUCURSAL ACTUALIZADA: " CF-BAL-CUENTA " -> "
               CF-BAL-SUCURSAL.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CAMBIAR-TITULAR -- TITULAR NUEVO PARA UNA CUENTA
      *    EXISTENTE, CON LA MISMA VALIDACION CONTRA CFTIT01 QUE EL
      *    ALTA.  UN GUION (-) DESLIGA LA CUENTA DE SU TITULAR.
      ******************************************************************
       4700-CAMBIAR-TITULAR.
           DISPLAY "CUENTA A CAMBIAR DE TITULAR:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 4700-CAMBIAR-TITULAR.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CUENTA CON ESE NUMERO."
                   GO TO 4700-EXIT
           END-READ.
           DISPLAY "CUENTA " CF-BAL-CUENTA " (" CF-BAL-DESC
               ") TITULAR ACTUAL: " CF-BAL-TITULAR.
       4750-PEDIR-TIT-NUEVO.
           DISPLAY "TITULAR NUEVO (8 CARACTERES, VER CFTITMNT; "
               "- = SIN TITULAR; EN BLANCO = CANCELAR):".
           ACCEPT WS-ENTRADA-TIT.
           IF WS-ENTRADA-TIT = SPACES
               DISPLAY "CAMBIO CANCELADO."
               GO TO 4700-EXIT.
           IF WS-ENTRADA-TIT = "-"
               MOVE SPACES TO WS-ENTRADA-TIT
           ELSE
               PERFORM 8850-VALIDAR-TITULAR THRU 8850-EXIT
               IF NOT TIT-VALIDO
                   GO TO 4750-PEDIR-TIT-NUEVO
               END-IF
           END-IF.
           MOVE WS-ENTRADA-TIT TO CF-BAL-TITULAR.
           REWRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA. FILE "
                       "STATUS=" WS-FS-BAL
                   GO TO 4700-EXIT
           END-REWRITE.
           DISPLAY "TITULAR ACTUALIZADO: " CF-BAL-CUENTA " -> "
               CF-BAL-TITULAR.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-CUENTAS
      ******************************************************************
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "CUENTA   DESCRIPCION                    SALDO"
               "        DISPONIBLE   ULT.MOV. OPERADOR CAT. SUC. "
               "ESTADO     TITULAR".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           END-READ.
           ADD 1 TO WS-LISTADOS.
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           MOVE CF-BAL-CUENTA TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           COMPUTE WS-DISPONIBLE-EDIT = CF-BAL-SALDO - WS-RETENIDO.
           PERFORM 6900-DESCRIBIR-ESTADO THRU 6900-EXIT.
           DISPLAY CF-BAL-CUENTA " " CF-BAL-DESC " " WS-SALDO-EDIT
               "  " WS-DISPONIBLE-EDIT "  " CF-BAL-FECHA-MOV " "
               CF-BAL-OPERADOR-MOV
               " " CF-BAL-CATEGORIA " " CF-BAL-SUCURSAL " "
               WS-ESTADO-DESC " " CF-BAL-TITULAR.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-CAMBIAR-ESTADO -- CONGELAR (C), REACTIVAR (A) O
      *    CERRAR (X) UNA CUENTA.  SOLO UN SUPERVISOR; EL CAMBIO QUEDA
      *    FECHADO Y FIRMADO EN EL MAESTRO.  LA CUENTA CERRADA NO SE
      *    REABRE Y LA CONGELADA NO SE CIERRA SIN REACTIVARLA ANTES.
      ******************************************************************
       6000-CAMBIAR-ESTADO.
           IF OPERADOR-ID = SPACES
               PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT
           END-IF.
           IF NOT OPERADOR-VALIDO
               GO TO 6000-EXIT.
           IF WS-FECHA = ZERO
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           END-IF.
           DISPLAY "CUENTA A CAMBIAR DE ESTADO:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 6000-EXIT.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CUENTA CON ESE NUMERO."
                   GO TO 6000-EXIT
           END-READ.
           PERFORM 6900-DESCRIBIR-ESTADO THRU 6900-EXIT.
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           DISPLAY "CUENTA " CF-BAL-CUENTA " (" CF-BAL-DESC ") SALDO "
               WS-SALDO-EDIT " ESTADO ACTUAL: " WS-ESTADO-DESC.
           IF CF-BAL-CERRADA
               DISPLAY "LA CUENTA ESTA CERRADA Y NO SE PUEDE REABRIR."
               GO TO 6000-EXIT.
       6050-PEDIR-ESTADO.
           DISPLAY "ESTADO NUEVO: A=ACTIVA  C=CONGELADA  X=CERRADA".
           ACCEPT WS-ENTRADA-ESTADO.
           IF WS-ENTRADA-ESTADO NOT = "A"
               AND WS-ENTRADA-ESTADO NOT = "C"
               AND WS-ENTRADA-ESTADO NOT = "X"
               DISPLAY "ESTADO INVALIDO. INTENTE DE NUEVO."
               GO TO 6050-PEDIR-ESTADO.
           IF WS-ENTRADA-ESTADO = CF-BAL-ESTADO
               DISPLAY "LA CUENTA YA ESTA EN ESE ESTADO."
               GO TO 6000-EXIT.
           IF WS-ENTRADA-ESTADO = "X"
               PERFORM 6100-CERRAR-CUENTA THRU 6100-EXIT
               GO TO 6000-EXIT.
           PERFORM 6800-GRABAR-ESTADO THRU 6800-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6100-CERRAR-CUENTA -- CON SALDO CERO SE CIERRA DIRECTO;
      *    CON RESIDUO HAY QUE BARRERLO ANTES A UNA CUENTA DESTINO
      *    QUE EXISTA Y ADMITA MOVIMIENTOS
      ******************************************************************
       6100-CERRAR-CUENTA.
           IF CF-BAL-CONGELADA
               DISPLAY "LA CUENTA ESTA CONGELADA: REACTIVELA ANTES DE "
                   "CERRARLA."
               GO TO 6100-EXIT.
           MOVE CF-BAL-CUENTA TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           IF WS-RETENIDO NOT = ZERO
               DISPLAY "LA CUENTA TIENE RETENCIONES VIGENTES: "
                   "LIBERELAS (CFHLDMNT) ANTES DE CERRARLA."
               GO TO 6100-EXIT.
           IF CF-BAL-SALDO = ZERO
               PERFORM 6800-GRABAR-ESTADO THRU 6800-EXIT
               GO TO 6100-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "EL RESIDUO NO SE PUEDE BARRER. CIERRE "
                   "CANCELADO."
               GO TO 6100-EXIT.
           MOVE CF-BAL-CUENTA TO WS-CUENTA-CIERRE.
           MOVE CF-BAL-SALDO TO WS-SALDO-CIERRE.
           MOVE CF-BAL-SUCURSAL TO WS-SUC-CIERRE.
           DISPLAY "LA CUENTA TIENE SALDO. CUENTA DESTINO DEL BARRIDO "
               "DEL RESIDUO (EN BLANCO = CANCELAR EL CIERRE):".
           ACCEPT WS-ENTRADA-DESTINO.
           IF WS-ENTRADA-DESTINO = SPACES
               DISPLAY "CIERRE CANCELADO."
               GO TO 6100-EXIT.
           IF WS-ENTRADA-DESTINO = WS-CUENTA-CIERRE
               DISPLAY "LA CUENTA DESTINO NO PUEDE SER LA MISMA."
               GO TO 6100-EXIT.
           MOVE WS-ENTRADA-DESTINO TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "LA CUENTA DESTINO NO EXISTE. CIERRE "
                       "CANCELADO."
                   GO TO 6100-EXIT
           END-READ.
           IF CF-BAL-BLOQUEADA
               DISPLAY "LA CUENTA DESTINO ESTA CONGELADA O CERRADA. "
                   "CIERRE CANCELADO."
               GO TO 6100-EXIT.
           MOVE CF-BAL-SALDO TO WS-SALDO-DESTINO.
           MOVE CF-BAL-SUCURSAL TO WS-SUC-DESTINO.
           COMPUTE WS-NUEVO-DESTINO = WS-SALDO-DESTINO
               + WS-SALDO-CIERRE.
           IF WS-NUEVO-DESTINO > 9999999.99
               OR WS-NUEVO-DESTINO < -9999999.99
               DISPLAY "EL BARRIDO DESBORDA EL SALDO DESTINO. CIERRE "
                   "CANCELADO."
               GO TO 6100-EXIT.
           MOVE WS-SALDO-CIERRE TO WS-SALDO-EDIT.
           DISPLAY "SE BARRERAN " WS-SALDO-EDIT " DE "
               WS-CUENTA-CIERRE " A " WS-ENTRADA-DESTINO
               " Y SE CERRARA LA CUENTA. CONFIRMA? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CIERRE CANCELADO."
               GO TO 6100-EXIT.
           PERFORM 6200-BARRER-RESIDUO THRU 6200-EXIT.
           MOVE WS-CUENTA-CIERRE TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO RELEER LA CUENTA "
                       WS-CUENTA-CIERRE " PARA CERRARLA."
                   GO TO 6100-EXIT
           END-READ.
           PERFORM 6800-GRABAR-ESTADO THRU 6800-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6200-BARRER-RESIDUO -- DOS PIERNAS 'AJ' CON LA MISMA
      *    REFERENCIA: LA CUENTA QUE SE CIERRA QUEDA EN CERO Y LA
      *    DESTINO RECIBE EL RESIDUO.  CADA PIERNA VA A CFADJOUT, A LA
      *    BITACORA DEL DIA (CON SU SECUENCIA Y PIE 'PI'), AL MAESTRO
      *    Y AL HISTORIAL, IGUAL QUE UNA TRANSFERENCIA DE OPERACIONES.
      ******************************************************************
       6200-BARRER-RESIDUO.
           PERFORM 8200-GENERAR-REF THRU 8200-EXIT.
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           PERFORM 1420-BUSCAR-ULTIMO-SEQ THRU 1420-EXIT.
           OPEN EXTEND CF-LOG-FILE.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT CF-LOG-FILE
           END-IF.
           OPEN EXTEND CF-ADJOUT-FILE.
           IF WS-FS-ADJOUT = "35"
               OPEN OUTPUT CF-ADJOUT-FILE
           END-IF.
           MOVE ZERO TO WS-SES-DETALLES.
           MOVE ZERO TO WS-SES-HASH.
           MOVE WS-CUENTA-CIERRE TO WS-CUENTA-ACTUAL.
           MOVE WS-SUC-CIERRE TO WS-SUC-ACTUAL.
           MOVE WS-SALDO-CIERRE TO NUM1.
           MOVE ZERO TO NUM2.
           PERFORM 6300-CONTABILIZAR-PIERNA THRU 6300-EXIT.
           MOVE WS-ENTRADA-DESTINO TO WS-CUENTA-ACTUAL.
           MOVE WS-SUC-DESTINO TO WS-SUC-ACTUAL.
           MOVE WS-SALDO-DESTINO TO NUM1.
           MOVE WS-NUEVO-DESTINO TO NUM2.
           PERFORM 6300-CONTABILIZAR-PIERNA THRU 6300-EXIT.
           PERFORM 9800-ESCRIBIR-PIE-LOG THRU 9800-EXIT.
           CLOSE CF-LOG-FILE.
           CLOSE CF-ADJOUT-FILE.
           DISPLAY "RESIDUO BARRIDO. REFERENCIA " WS-REF-ACTUAL.
       6200-EXIT.
           EXIT.

       6300-CONTABILIZAR-PIERNA.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           MOVE WS-CUENTA-ACTUAL TO CF-ADJ-CUENTA.
           MOVE NUM1 TO CF-ADJ-NUM1.
           MOVE NUM2 TO CF-ADJ-NUM2.
           MOVE RESULTADO TO CF-ADJ-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ADJ-REF.
           MOVE "CIER" TO CF-ADJ-RAZON.
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
           MOVE "CIER" TO CF-LOG-RAZON-COD.
           MOVE WS-SUC-ACTUAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           ADD RESULTADO TO WS-SES-HASH.
           WRITE CF-LOG-RECORD.
           MOVE WS-CUENTA-ACTUAL TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO RELEER LA CUENTA "
                       WS-CUENTA-ACTUAL " PARA ACTUALIZAR SU SALDO."
                   GO TO 6300-EXIT
           END-READ.
           MOVE NUM2 TO CF-BAL-SALDO.
           MOVE WS-FECHA TO CF-BAL-FECHA-MOV.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-MOV.
           REWRITE CF-BAL-RECORD.
           PERFORM 8500-ESCRIBIR-HISTORIAL THRU 8500-EXIT.
       6300-EXIT.
           EXIT.

      ******************************************************************
      *    6800-GRABAR-ESTADO -- ESTADO NUEVO CON FECHA DE NEGOCIO Y
      *    OPERADOR DEL CAMBIO
      ******************************************************************
       6800-GRABAR-ESTADO.
           MOVE WS-ENTRADA-ESTADO TO CF-BAL-ESTADO.
           MOVE WS-FECHA TO CF-BAL-FECHA-ESTADO.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-ESTADO.
           REWRITE CF-BAL-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA CUENTA. FILE "
                       "STATUS=" WS-FS-BAL
                   GO TO 6800-EXIT
           END-REWRITE.
           PERFORM 6900-DESCRIBIR-ESTADO THRU 6900-EXIT.
           DISPLAY "ESTADO ACTUALIZADO: " CF-BAL-CUENTA " -> "
               WS-ESTADO-DESC.
       6800-EXIT.
           EXIT.

       6900-DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN CF-BAL-CONGELADA
                   MOVE "CONGELADA" TO WS-ESTADO-DESC
               WHEN CF-BAL-CERRADA
                   MOVE "CERRADA" TO WS-ESTADO-DESC
               WHEN CF-BAL-DORMIDA
                   MOVE "DORMIDA" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE "ACTIVA" TO WS-ESTADO-DESC
           END-EVALUATE.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- EL CAMBIO DE ESTADO LO HACE UN
      *    SUPERVISOR (NIVEL 3 O MAS) REGISTRADO Y ACTIVO EN CFOPMST
      ******************************************************************
       1100-OBTENER-OPERADOR.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE SUPERVISOR:".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 1100-OBTENER-OPERADOR.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE. NO SE PUEDE CAMBIAR EL ESTADO."
               MOVE "N" TO SW-OPERADOR-VALIDO
               MOVE SPACES TO OPERADOR-ID
               GO TO 1100-EXIT.
           MOVE OPERADOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO EN EL MAESTRO."
                   MOVE "N" TO SW-OPERADOR-VALIDO
                   GO TO 1100-CERRAR
           END-READ.
           IF NOT CF-OPR-ACTIVO
               DISPLAY "EL OPERADOR NO ESTA ACTIVO."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1100-CERRAR.
           IF NOT CF-OPR-NIVEL-SUPERV
               DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR EL ESTADO "
                   "DE UNA CUENTA."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1100-CERRAR.
       1100-CERRAR.
           CLOSE CF-OPR-FILE.
           IF NOT OPERADOR-VALIDO
               MOVE SPACES TO OPERADOR-ID
           END-IF.
       1100-EXIT.
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
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1430-LEER-SEQ THRU 1430-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1420-EXIT.
           EXIT.

       1430-LEER-SEQ.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1430-EXIT
           END-READ.
           IF CF-LOG-SEQ IS NUMERIC
               MOVE CF-LOG-SEQ TO WS-LOG-SEQ
           END-IF.
       1430-EXIT.
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
      *    ESTADO DE CUENTA
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
           MOVE SPACES TO CF-LOG-RECORD.
           MOVE OPERADOR-ID TO CF-LOG-OPERADOR-ID.
           MOVE WS-FECHA TO CF-LOG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-LOG-HORA.
           MOVE "PI" TO CF-LOG-TIPO-TRANS.
           MOVE WS-SES-DETALLES TO CF-LOG-PIE-CUENTA.
           MOVE WS-SES-HASH TO CF-LOG-PIE-HASH.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           WRITE CF-LOG-RECORD.
       9800-EXIT.
           EXIT.

      ******************************************************************
      *    8700-SUMAR-RETENCIONES -- TOTAL VIGENTE RETENIDO SOBRE
      *    WS-HLD-CUENTA A LA FECHA DE NEGOCIO: RETENCIONES ACTIVAS
      *    SIN VENCIMIENTO O CON VENCIMIENTO NO ANTERIOR A HOY.  EL
      *    RECORRIDO ES SOBRE CFHLD01, ASI QUE NO TOCA LA POSICION
      *    DEL LISTADO DEL MAESTRO.
      ******************************************************************
       8700-SUMAR-RETENCIONES.
           MOVE ZERO TO WS-RETENIDO.
           IF NOT RETENCIONES-ABIERTAS
               GO TO 8700-EXIT.
           MOVE "N" TO SW-FIN-HLD.
           MOVE WS-HLD-CUENTA TO CF-HLD-CUENTA.
           MOVE ZERO TO CF-HLD-NUMERO.
           START CF-HLD-FILE
               KEY IS NOT LESS THAN CF-HLD-CLAVE
               INVALID KEY
                   GO TO 8700-EXIT
           END-START.
           PERFORM 8710-LEER-RETENCION THRU 8710-EXIT
               UNTIL FIN-HLD.
       8700-EXIT.
           EXIT.

       8710-LEER-RETENCION.
           READ CF-HLD-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-HLD
                   GO TO 8710-EXIT
           END-READ.
           IF CF-HLD-CUENTA NOT = WS-HLD-CUENTA
               MOVE "S" TO SW-FIN-HLD
               GO TO 8710-EXIT.
           IF CF-HLD-ACTIVA
               AND (CF-HLD-VENCE = ZERO OR CF-HLD-VENCE >= WS-FECHA)
               ADD CF-HLD-IMPORTE TO WS-RETENIDO
           END-IF.
       8710-EXIT.
           EXIT.

      ******************************************************************
      *    8800-VALIDAR-SUCURSAL -- WS-ENTRADA-SUC DEBE EXISTIR Y
      *    ESTAR ACTIVA EN CFSUC01; SIN TABLA SE ACEPTA TAL CUAL
      ******************************************************************
       8800-VALIDAR-SUCURSAL.
           MOVE "S" TO SW-SUC-VALIDA.
           IF NOT SUCS-ABIERTAS
               GO TO 8800-EXIT.
           MOVE WS-ENTRADA-SUC TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               KEY IS CF-SUC-CODIGO
               INVALID KEY
                   DISPLAY "LA SUCURSAL NO EXISTE EN LA TABLA. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-SUC-VALIDA
                   GO TO 8800-EXIT
           END-READ.
           IF NOT CF-SUC-ACTIVA
               DISPLAY "LA SUCURSAL ESTA INACTIVA. INTENTE DE NUEVO."
               MOVE "N" TO SW-SUC-VALIDA
               GO TO 8800-EXIT.
       8800-EXIT.
           EXIT.

      ******************************************************************
      *    8850-VALIDAR-TITULAR -- WS-ENTRADA-TIT DEBE EXISTIR Y ESTAR
      *    ACTIVO EN CFTIT01; SIN MAESTRO SE ACEPTA TAL CUAL
      ******************************************************************
       8850-VALIDAR-TITULAR.
           MOVE "S" TO SW-TIT-VALIDO.
           IF NOT TITS-ABIERTOS
               GO TO 8850-EXIT.
           MOVE WS-ENTRADA-TIT TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   DISPLAY "EL TITULAR NO EXISTE EN EL MAESTRO. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-TIT-VALIDO
                   GO TO 8850-EXIT
           END-READ.
           IF NOT CF-TIT-ACTIVO
               DISPLAY "EL TITULAR ESTA INACTIVO. INTENTE DE NUEVO."
               MOVE "N" TO SW-TIT-VALIDO
               GO TO 8850-EXIT.
           DISPLAY "TITULAR: " CF-TIT-NOMBRE.
       8850-EXIT.
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
           MOVE "CFBALINQ" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM CFBALINQ.
