      *                     E IMPORTE) EN VEZ DE PASAR POR LA VISTA
      *                     DE AJUSTE, QUE CORTABA LOS CAMPOS A
      *                     MEDIAS EN EL LISTADO DEL DIA.
      *   2026-10-14  RR   ESTADO DE LA CUENTA: UNA CUENTA CONGELADA
      *                     O CERRADA EN CFBALMST YA NO ACEPTA
      *                     AJUSTES (LOTE O INTERACTIVO) NI PIERNAS
      *                     DE TRANSFERENCIA; EL RECHAZO VA A
      *                     CFEXCLOG CON LA RAZON.  LA CUENTA DORMIDA
      *                     SIGUE ACEPTANDO MOVIMIENTOS.
      *   2026-10-14  RR   RETENCIONES (CFHLD01, VER CFHLDMNT): UN
      *                     CARGO QUE DEJE EL SALDO POR DEBAJO DEL
      *                     TOTAL RETENIDO VIGENTE DE LA CUENTA SE
      *                     RECHAZA, EN AJUSTES INTERACTIVOS, DE LOTE
      *                     Y EN LA PIERNA DEUDORA DE UNA
      *                     TRANSFERENCIA.  LA CAPTURA INTERACTIVA
      *                     MUESTRA EL SALDO DISPONIBLE.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     CAPTURA NADA, NI EN LOTE NI INTERACTIVO
      *                     (RC=8).
      *   2026-10-15  RR   PARTIDAS A FUTURO: UN AJUSTE O UNA
      *                     TRANSFERENCIA DE CFADJIN CON FECHA EFECTIVA
      *                     POSTERIOR A LA FECHA DE NEGOCIO SE VALIDA
      *                     AL LLEGAR (RAZON, CUENTAS, ESTADO Y, EN EL
      *                     AJUSTE, NUM1 CONTRA EL SALDO DE HOY) Y SE
      *                     ALMACENA EN CFFUT01 EN VEZ DE
      *                     CONTABILIZARSE; CFFUTREL LO LIBERA EL DIA
      *                     QUE VENCE.  LOS AJUSTES A FUTURO SON SOLO
      *                     MONEDA BASE.
      *   2026-10-15  RR   SUCURSAL EN LA BITACORA Y EN CFEXCLOG: LA
      *                     SUCURSAL DEL OPERADOR EN CFOPMST; SI NO
      *                     TIENE (P.EJ. BATCH01 Y LOS AJUSTES QUE
      *                     LIBERA CFFUTREL), LA DE LA CUENTA DEL
      *                     AJUSTE, PIERNA POR PIERNA EN LAS
      *                     TRANSFERENCIAS.
      *                     LA ALERTA DE VALOR GRANDE LLEVA LA MISMA
      *                     SUCURSAL (CF-ALT-SUCURSAL).
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA LA
      *                     SESION EN LINEA NO ARRANCA NI CONTABILIZA
      *                     (NI ESTACIONA EN SUSPENSO) SIN UN
      *                     SUPERVISOR QUE AUTORICE; LA AUTORIZACION
      *                     VALE PARA LA SESION Y QUEDA EN CFSIGNLG
      *                     ('V').
      *   2026-10-15  RR   COMPROBANTES DE DIARIO EN CFADJIN: UN
      *                     ENCABEZADO 'V' (IDENTIFICADOR Y NUMERO DE
      *                     LINEAS) SEGUIDO DE SUS LINEAS 'L' (CUENTA,
      *                     IMPORTE CON SIGNO Y RAZON).  SE CONTABILIZA
      *                     SOLO SI TODAS LAS LINEAS VALIDAN Y SUMAN
      *                     CERO, CADA LINEA A CFBALMST, CFBALHST,
      *                     CFADJOUT Y LA BITACORA CON LA MISMA
      *                     REFERENCIA; SI UNA FALLA, EL COMPROBANTE
      *                     COMPLETO VA A CFEXCLOG (MARCA 'CV').  SOBRE
      *                     EL UMBRAL DE CFAPRPRM, O CON UNA RAZON
      *                     FORZADA, TODAS SUS LINEAS SE ESTACIONAN EN
      *                     CFSUSP COMO UNA SOLA PARTIDA PARA CFAPRV01.
      *   2026-10-15  RR   CADA RECHAZO A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) JUNTO
      *                     AL TEXTO Y EL PROGRAMA (CFAJU001).  LAS LINEAS
      *                     ARRASTRADAS POR SU COMPROBANTE LLEVAN 'RARR'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Operaciones.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LDIA.

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

           SELECT CF-FUT-FILE ASSIGN TO "CFFUT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-FUT-CLAVE
               FILE STATUS IS WS-FS-FUT.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       FD  CF-LDIA-FILE.
           COPY CFLOGREC REPLACING LEADING ==CF-LOG== BY ==CF-LDIA==.

       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-FUT-FILE.
           COPY CFFUTREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-SPL                    PIC X(02) VALUE "00".
       01  WS-ENTRADA-NUM2              PIC X(12).
       01  WS-ENTRADA-MODO              PIC X(01).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
           05  WS-FS-LIM                PIC X(02) VALUE "00".
           05  WS-FS-RSN                PIC X(02) VALUE "00".
           05  WS-FS-LDIA               PIC X(02) VALUE "00".
           05  WS-FS-HLD                PIC X(02) VALUE "00".
           05  WS-FS-PER                PIC X(02) VALUE "00".
           05  WS-FS-STS                PIC X(02) VALUE "00".
           05  WS-FS-FUT                PIC X(02) VALUE "00".

       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-CUENTA-ACTUAL             PIC X(08).
       01  WS-ENTRADA-CUENTA            PIC X(08).
       77  WS-SALDO-MAESTRO             PIC S9(7)V99 VALUE ZERO.
       77  WS-ESTADO-CUENTA             PIC X(01) VALUE SPACE.
           88  ESTADO-CONGELADA                   VALUE "C".
           88  ESTADO-CERRADA                     VALUE "X".
       01  WS-SUCURSAL-CUENTA           PIC X(04) VALUE SPACES.
       01  WS-SALDO-EDIT                PIC -9999999.99.

      *----------------------------------------------------------------
      *    RETENCIONES SOBRE SALDOS (CFHLD01): TOTAL VIGENTE RETENIDO
      *    DE LA CUENTA QUE SE VA A CARGAR.  NINGUN CARGO PUEDE DEJAR
      *    EL SALDO POR DEBAJO DE ESE TOTAL.  SIN ARCHIVO NO HAY
      *    RETENCIONES.
      *----------------------------------------------------------------
       01  WS-HLD-CUENTA                PIC X(08).
       77  WS-RETENIDO                  PIC S9(9)V99 VALUE ZERO.
       77  SW-RETENCIONES-ABIERTAS      PIC X(01) VALUE "N".
           88  RETENCIONES-ABIERTAS               VALUE "S".
       77  SW-FIN-HLD                   PIC X(01) VALUE "N".
           88  FIN-HLD                            VALUE "S".

      *----------------------------------------------------------------
      *    MONEDA DEL AJUSTE (MODO DE LOTE): CODIGO PRESENTADO EN
      *    CFADJIN (BLANCO = BASE), TASA RESUELTA DE CFCURR01 Y EL
       77  WS-SALDO-DESTINO             PIC S9(7)V99 VALUE ZERO.
       77  WS-TRF-NUEVO-ORIGEN          PIC S9(9)V99 VALUE ZERO.
       77  WS-TRF-NUEVO-DESTINO         PIC S9(9)V99 VALUE ZERO.
       01  WS-SUC-TRF-ORIGEN            PIC X(04) VALUE SPACES.
       01  WS-SUC-TRF-DESTINO           PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    COMPROBANTES DE DIARIO (ENCABEZADO 'V' EN CFADJIN SEGUIDO
      *    DE SUS LINEAS 'L'): TODAS LAS LINEAS SE LEEN A LA TABLA, SE
      *    VALIDAN Y DEBEN SUMAR CERO ANTES DE TOCAR NADA; SOLO
      *    ENTONCES SE CONTABILIZAN (O SE ESTACIONAN JUNTAS EN EL
      *    SUSPENSO) CON LA MISMA REFERENCIA.  EL REGISTRO QUE SE LEE
      *    DE MAS AL FALTAR LINEAS SE RETIENE PARA LA SIGUIENTE VUELTA.
      *----------------------------------------------------------------
       77  WS-CMP-MAX-LINEAS            PIC 9(02) VALUE 20 COMP.
       01  WS-CMP-ID                    PIC X(10).
       01  WS-CMP-LINEAS-TXT            PIC X(02).
       01  WS-CMP-FECHA-EFECTIVA        PIC X(08).
       01  WS-CMP-MONEDA                PIC X(03).
       77  WS-CMP-LINEAS                PIC 9(02) VALUE ZERO COMP.
       77  WS-CMP-LEIDAS                PIC 9(02) VALUE ZERO COMP.
       77  WS-CMP-LIN                   PIC 9(02) VALUE ZERO COMP.
       77  WS-CMP-BUSCA                 PIC 9(02) VALUE ZERO COMP.
       77  WS-CMP-FALLA                 PIC 9(02) VALUE ZERO COMP.
       01  WS-CMP-LINEA-EDIT            PIC 9(02).
       77  WS-CMP-REG-ENCABEZADO        PIC 9(08) VALUE ZERO COMP.
       77  WS-CMP-SUMA                  PIC S9(9)V99 VALUE ZERO.
       77  WS-CMP-BRUTO                 PIC S9(9)V99 VALUE ZERO.
       77  WS-CMP-ABSOLUTO              PIC S9(9)V99 VALUE ZERO.
       77  SW-CMP-FORZADA               PIC X(01) VALUE "N".
           88  CMP-FORZADA                        VALUE "S".
       77  SW-REGISTRO-RETENIDO         PIC X(01) VALUE "N".
           88  REGISTRO-RETENIDO                  VALUE "S".
       01  WS-TABLA-COMPROBANTE.
           05  WS-CMP-ENTRADA OCCURS 20 TIMES INDEXED BY WS-IDX-CMP.
               10  WS-CMP-CUENTA        PIC X(08).
               10  WS-CMP-IMPORTE-TXT   PIC X(11).
               10  WS-CMP-RAZON         PIC X(04).
               10  WS-CMP-MONEDA-LIN    PIC X(03).
               10  WS-CMP-IMPORTE       PIC S9(7)V99.
               10  WS-CMP-SALDO         PIC S9(7)V99.
               10  WS-CMP-NUEVO         PIC S9(9)V99.
               10  WS-CMP-SUCURSAL      PIC X(04).
               10  WS-CMP-NUM-REGISTRO  PIC 9(08).

      *----------------------------------------------------------------
      *    SUCURSAL QUE SE ESTAMPA EN LA BITACORA Y EN CFEXCLOG: LA
      *    DEL OPERADOR EN CFOPMST; SIN ELLA, LA DE LA CUENTA DEL
      *    AJUSTE (WS-SUCURSAL-CUENTA, EN BLANCO SI NO SE LEYO).
      *----------------------------------------------------------------
       01  WS-SUCURSAL-OPERADOR         PIC X(04) VALUE SPACES.
       01  WS-SUCURSAL-ACTUAL           PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    APROBACION DE AJUSTES GRANDES: SI EL AJUSTE EXCEDE EL
       01  WS-PARM-TOKEN-2              PIC X(40).
       01  WS-PARM-OPERADOR             PIC X(08).

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
      *    PARTIDAS A FUTURO (MODO DE LOTE): FECHA EFECTIVA DEL
      *    REGISTRO EN CURSO Y SI CAE DESPUES DE LA FECHA DE NEGOCIO.
      *    ESAS PARTIDAS SE ALMACENAN EN CFFUT01 (ABIERTO AL PRIMER
      *    USO) Y SE CUENTAN APARTE, COMO LAS DE SUSPENSO.
      *----------------------------------------------------------------
       01  WS-FECHA-EFECTIVA            PIC 9(08).
       77  WS-REG-DIFERIDOS             PIC 9(08) VALUE ZERO COMP.
       77  SW-A-FUTURO                  PIC X(01) VALUE "N".
           88  A-FUTURO                           VALUE "S".
       77  SW-FUTUROS-ABIERTOS          PIC X(01) VALUE "N".
           88  FUTUROS-ABIERTOS                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
       1000-INICIALIZAR.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               GOBACK
           END-IF.
           IF PARM-MODO-LOTE
               MOVE WS-PARM-OPERADOR TO OPERADOR-ID
               IF OPERADOR-ID = SPACES
           ELSE
               PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT
               PERFORM 1200-SELECCIONAR-MODO THRU 1200-EXIT
               PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT
               IF VENTANA-BLOQUEADA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
           PERFORM 1480-LEER-UMBRAL THRU 1480-EXIT.
           PERFORM 1485-ABRIR-RAZONES THRU 1485-EXIT.
           PERFORM 1490-ABRIR-MAESTRO THRU 1490-EXIT.
           PERFORM 1495-ABRIR-RETENCIONES THRU 1495-EXIT.
       1000-EXIT.
           EXIT.

       1490-EXIT.
           EXIT.

      ******************************************************************
      *    1495-ABRIR-RETENCIONES -- ARCHIVO DE RETENCIONES (CFHLD01);
      *    SIN EL NO HAY FONDOS RETENIDOS QUE PROTEGER
      ******************************************************************
       1495-ABRIR-RETENCIONES.
           OPEN INPUT CF-HLD-FILE.
           IF WS-FS-HLD = "00"
               MOVE "S" TO SW-RETENCIONES-ABIERTAS
           END-IF.
       1495-EXIT.
           EXIT.

      ******************************************************************
      *    1480-LEER-UMBRAL -- UMBRAL DE APROBACION (CFAPRPRM).  SIN
      *    ARCHIVO O CON UMBRAL CERO EL SUSPENSO QUEDA DESACTIVADO Y
           EXIT.

       2100-NUEVO-AJUSTE.
           MOVE SPACES TO WS-SUCURSAL-CUENTA.
           PERFORM 2105-PEDIR-CUENTA THRU 2105-EXIT.
           PERFORM 2107-PEDIR-RAZON THRU 2107-EXIT.
           PERFORM 2110-PEDIR-NUM1 THRU 2110-EXIT.
                   GO TO 2105-PEDIR-CUENTA
           END-READ.
           MOVE CF-BAL-SALDO TO WS-SALDO-MAESTRO.
           MOVE CF-BAL-ESTADO TO WS-ESTADO-CUENTA.
           MOVE CF-BAL-SUCURSAL TO WS-SUCURSAL-CUENTA.
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           DISPLAY "CUENTA " WS-CUENTA-ACTUAL " (" CF-BAL-DESC
               ") SALDO VIGENTE: " WS-SALDO-EDIT.
           MOVE WS-CUENTA-ACTUAL TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           IF WS-RETENIDO NOT = ZERO
               COMPUTE WS-SALDO-EDIT = WS-SALDO-MAESTRO - WS-RETENIDO
               DISPLAY "SALDO DISPONIBLE (DESCONTANDO RETENCIONES): "
                   WS-SALDO-EDIT
           END-IF.
           IF CF-BAL-CONGELADA
               DISPLAY "AVISO: LA CUENTA ESTA CONGELADA; EL AJUSTE "
                   "SERA RECHAZADO."
           END-IF.
           IF CF-BAL-CERRADA
               DISPLAY "AVISO: LA CUENTA ESTA CERRADA; EL AJUSTE "
                   "SERA RECHAZADO."
           END-IF.
       2105-EXIT.
           EXIT.

           PERFORM 8200-GENERAR-REF THRU 8200-EXIT.
           MOVE SPACES TO WS-MONEDA-ACTUAL.
           MOVE ZERO TO WS-IMPORTE-ORIG.
           IF MAESTRO-ABIERTO AND ESTADO-CONGELADA
               DISPLAY "** LA CUENTA ESTA CONGELADA. AJUSTE "
                   "RECHAZADO. **"
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
               GO TO 2200-EXIT.
           IF MAESTRO-ABIERTO AND ESTADO-CERRADA
               DISPLAY "** LA CUENTA ESTA CERRADA. AJUSTE "
                   "RECHAZADO. **"
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
               GO TO 2200-EXIT.
           IF MAESTRO-ABIERTO AND NUM1 NOT = WS-SALDO-MAESTRO
               MOVE WS-SALDO-MAESTRO TO WS-SALDO-EDIT
               DISPLAY "** EL VALOR ANTERIOR NO COINCIDE CON EL "
                   "SALDO VIGENTE (" WS-SALDO-EDIT "). AJUSTE "
                   "RECHAZADO. **"
               MOVE "RSAL" TO WS-CODIGO-RECHAZO
               MOVE "SALDO NO COINCIDE CON MAESTRO"
                   TO WS-RAZON-RECHAZO
               PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           MOVE RESULTADO TO WS-RESULTADO-EDIT.
           DISPLAY "AJUSTE: " WS-RESULTADO-EDIT.
           IF MAESTRO-ABIERTO AND RESULTADO < ZERO
               MOVE WS-CUENTA-ACTUAL TO WS-HLD-CUENTA
               PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT
               IF NUM2 < WS-RETENIDO
                   DISPLAY "** EL CARGO INVADE FONDOS RETENIDOS DE "
                       "LA CUENTA. AJUSTE RECHAZADO. **"
                   MOVE "RRET" TO WS-CODIGO-RECHAZO
                   MOVE "CARGO INVADE FONDOS RETENIDOS"
                       TO WS-RAZON-RECHAZO
                   PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF LIMITE-ACTIVO
               AND WS-USO-DIA + FUNCTION ABS(RESULTADO)
                   > WS-LIMITE-DIA
               DISPLAY "** EL AJUSTE REBASA EL LIMITE DIARIO DE "
                   "CAPTURA DEL OPERADOR. AJUSTE RECHAZADO. **"
               MOVE "LDIA" TO WS-CODIGO-RECHAZO
               MOVE "EXCEDE EL LIMITE DIARIO DEL OPERADOR"
                   TO WS-RAZON-RECHAZO
               PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
               GO TO 2200-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "AJUSTE NO CONTABILIZADO."
               GO TO 2200-EXIT.
           IF RAZON-FORZADA
               OR (UMBRAL-ACTIVO
                   AND FUNCTION ABS(RESULTADO)
                   DISPLAY "** EL AJUSTE NO SE PUDO ESTACIONAR EN "
                       "EL SUSPENSO: SE ENVIA A EXCEPCIONES SIN "
                       "CONTABILIZAR. AVISE A OPERACIONES. **"
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "NO SE PUDO ESTACIONAR EN SUSPENSO"
                       TO WS-RAZON-RECHAZO
                   PERFORM 2750-ESCRIBIR-EXC-SALDO THRU 2750-EXIT
           MOVE WS-ENTRADA-NUM1 TO CF-EXC-NUM1-TXT.
           MOVE "AJ" TO CF-EXC-OPERACION-TXT.
           MOVE WS-ENTRADA-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE "DDSB" TO CF-EXC-CODIGO.
           MOVE "DESBORDAMIENTO EN MODO INTERACTIVO" TO CF-EXC-RAZON.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       2700-EXIT.
           EXIT.
           MOVE "AJ" TO CF-EXC-OPERACION-TXT.
           MOVE WS-ENTRADA-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       2750-EXIT.
           EXIT.
           DISPLAY "LOTE DE AJUSTES TERMINADO. LEIDOS=" WS-REG-LEIDOS
               " ACEPTADOS=" WS-REG-ACEPTADOS
               " RECHAZADOS=" WS-REG-RECHAZADOS
               " EN SUSPENSO=" WS-REG-SUSPENSO
               " A FUTURO=" WS-REG-DIFERIDOS.
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

       3200-PROCESAR-LOTE.
      *    UN REGISTRO RETENIDO POR UN COMPROBANTE INCOMPLETO YA ESTA
      *    EN EL AREA DEL ARCHIVO: SE PROCESA SIN VOLVER A LEER.
           IF REGISTRO-RETENIDO
               MOVE "N" TO SW-REGISTRO-RETENIDO
           ELSE
               READ CF-ADJIN-FILE
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.
           IF NOT FIN-ARCHIVO
               ADD 1 TO WS-REG-LEIDOS
               MOVE SPACES TO WS-SUCURSAL-CUENTA
               PERFORM 8200-GENERAR-REF THRU 8200-EXIT
               IF CF-ADJIN-ES-COMPROBANTE
                   PERFORM 3800-PROCESAR-COMPROBANTE THRU 3800-EXIT
                   GO TO 3200-EXIT
               END-IF
               IF CF-ADJIN-ES-LINEA
                   PERFORM 3890-RECHAZAR-LINEA-SUELTA THRU 3890-EXIT
                   GO TO 3200-EXIT
               END-IF
               PERFORM 3250-VERIFICAR-FECHA-EFECTIVA THRU 3250-EXIT
               IF NOT DATO-VALIDO
                   IF CF-ADJIN-ES-TRANSFER
                       PERFORM 3650-ESCRIBIR-EXC-TRANSFER
                           THRU 3650-EXIT
                   ELSE
                       PERFORM 3700-ESCRIBIR-EXCEPCION THRU 3700-EXIT
                   END-IF
                   ADD 1 TO WS-REG-RECHAZADOS
                   GO TO 3200-EXIT
               END-IF
               IF CF-ADJIN-ES-TRANSFER
                   PERFORM 3600-PROCESAR-TRANSFER THRU 3600-EXIT
                   GO TO 3200-EXIT
               IF DATO-VALIDO
                   PERFORM 3500-CALCULAR-REGISTRO THRU 3500-EXIT
               END-IF
      *        LA PARTIDA A FUTURO YA VALIDADA SE ALMACENA; RETENCION,
      *        LIMITE Y SUSPENSO SE APLICAN EL DIA QUE SE LIBERA.
               IF DATO-VALIDO AND A-FUTURO
                   PERFORM 3260-ALMACENAR-FUTURO THRU 3260-EXIT
                   IF DATO-VALIDO
                       ADD 1 TO WS-REG-DIFERIDOS
                       GO TO 3200-EXIT
                   END-IF
               END-IF
               IF DATO-VALIDO
                   PERFORM 3475-VERIFICAR-RETENCION THRU 3475-EXIT
               END-IF
               IF DATO-VALIDO
                   PERFORM 3470-VERIFICAR-LIMITE THRU 3470-EXIT
               END-IF
                       IF SUSPENSO-OK
                           ADD 1 TO WS-REG-SUSPENSO
                       ELSE
                           MOVE "SARC" TO WS-CODIGO-RECHAZO
                           MOVE "NO SE PUDO ESTACIONAR EN SUSPENSO"
                               TO WS-RAZON-RECHAZO
                           PERFORM 3700-ESCRIBIR-EXCEPCION
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3250-VERIFICAR-FECHA-EFECTIVA -- BLANCO = CONTABILIZAR HOY.
      *    UNA FECHA PRESENTE DEBE SER AAAAMMDD VALIDA Y NO ANTERIOR A
      *    LA FECHA DE NEGOCIO; SI ES POSTERIOR, EL REGISTRO QUEDA
      *    MARCADO PARA ALMACENARSE A FUTURO.  EL AJUSTE A FUTURO ES
      *    SOLO MONEDA BASE: SU NUM1 SE VUELVE A RESOLVER DEL SALDO
      *    EL DIA QUE SE LIBERA Y UNA TASA DE OTRO DIA NO CUADRARIA
      ******************************************************************
       3250-VERIFICAR-FECHA-EFECTIVA.
           MOVE "S" TO SW-DATO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           MOVE "N" TO SW-A-FUTURO.
           IF CF-ADJIN-FECHA-EFECTIVA = SPACES
               GO TO 3250-EXIT.
           IF CF-ADJIN-FECHA-EFECTIVA IS NOT NUMERIC
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA INVALIDA" TO WS-RAZON-RECHAZO
               GO TO 3250-EXIT.
           MOVE CF-ADJIN-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-EFECTIVA) NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA INVALIDA" TO WS-RAZON-RECHAZO
               GO TO 3250-EXIT.
           IF WS-FECHA-EFECTIVA < WS-FECHA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA ANTERIOR A FECHA NEGOCIO"
                   TO WS-RAZON-RECHAZO
               GO TO 3250-EXIT.
           IF WS-FECHA-EFECTIVA = WS-FECHA
               GO TO 3250-EXIT.
           IF CF-ADJIN-ES-AJUSTE AND CF-ADJIN-MONEDA NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "AJUSTE A FUTURO SOLO EN MONEDA BASE"
                   TO WS-RAZON-RECHAZO
               GO TO 3250-EXIT.
           MOVE "S" TO SW-A-FUTURO.
       3250-EXIT.
           EXIT.

      ******************************************************************
      *    3260-ALMACENAR-FUTURO -- EL REGISTRO YA VALIDADO SE GUARDA
      *    COMPLETO EN EL ALMACEN DE PARTIDAS A FUTURO BAJO LA
      *    REFERENCIA GENERADA; NO TOCA EL MAESTRO, CFADJOUT NI LA
      *    BITACORA.  SI NO SE PUEDE GUARDAR, EL REGISTRO SE RECHAZA
      ******************************************************************
       3260-ALMACENAR-FUTURO.
           IF NOT FUTUROS-ABIERTOS
               OPEN I-O CF-FUT-FILE
               IF WS-FS-FUT = "35"
                   OPEN OUTPUT CF-FUT-FILE
                   CLOSE CF-FUT-FILE
                   OPEN I-O CF-FUT-FILE
               END-IF
               IF WS-FS-FUT NOT = "00"
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "ALMACEN A FUTURO (CFFUT01) NO DISPONIBLE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3260-EXIT
               END-IF
               MOVE "S" TO SW-FUTUROS-ABIERTOS
           END-IF.
           MOVE SPACES TO CF-FUT-RECORD.
           MOVE WS-FECHA TO CF-FUT-FECHA-ALTA.
           MOVE WS-REF-ACTUAL TO CF-FUT-REF.
           MOVE "A" TO CF-FUT-ORIGEN.
           MOVE WS-FECHA-EFECTIVA TO CF-FUT-FECHA-EFECTIVA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-FUT-HORA-ALTA.
           MOVE OPERADOR-ID TO CF-FUT-OPERADOR-ALTA.
           MOVE "P" TO CF-FUT-ESTADO.
           MOVE ZERO TO CF-FUT-FECHA-ESTADO.
           MOVE CF-ADJIN-RECORD TO CF-FUT-IMAGEN.
           WRITE CF-FUT-RECORD
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RFUT" TO WS-CODIGO-RECHAZO
                   MOVE "REFERENCIA YA ALMACENADA A FUTURO"
                       TO WS-RAZON-RECHAZO
           END-WRITE.
       3260-EXIT.
           EXIT.

       3400-VALIDAR-REGISTRO.
           MOVE "S" TO SW-DATO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           MOVE SPACES TO WS-MONEDA-ACTUAL.
           MOVE ZERO TO WS-IMPORTE-ORIG.
           MOVE "N" TO SW-RAZON-FORZADA.
           IF CF-ADJIN-CUENTA = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE CF-ADJIN-CUENTA TO WS-CUENTA-ACTUAL.
           IF CF-ADJIN-NUM1 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "VALOR ANTERIOR EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-ADJIN-NUM1) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "VALOR ANTERIOR NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF CF-ADJIN-NUM2 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "VALOR NUEVO EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-ADJIN-NUM2) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "VALOR NUEVO NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-ADJIN-NUM1)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "VALOR ANTERIOR FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-ADJIN-NUM2)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "VALOR NUEVO FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           COMPUTE NUM1 = FUNCTION NUMVAL(CF-ADJIN-NUM1).
           MOVE "N" TO SW-RAZON-FORZADA.
           IF WS-RAZON-COD = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "RAZON DE AJUSTE EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3485-EXIT.
           IF NOT RAZONES-ABIERTAS
               KEY IS CF-RSN-CODIGO
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RRAZ" TO WS-CODIGO-RECHAZO
                   MOVE "RAZON DE AJUSTE DESCONOCIDA"
                       TO WS-RAZON-RECHAZO
                   GO TO 3485-EXIT
           END-READ.
           IF NOT CF-RSN-ACTIVO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RRAZ" TO WS-CODIGO-RECHAZO
               MOVE "RAZON DE AJUSTE INACTIVA" TO WS-RAZON-RECHAZO
               GO TO 3485-EXIT.
           IF CF-RSN-SUPERV-FORZADA

      ******************************************************************
      *    3460-VALIDAR-CUENTA -- LA CUENTA DEBE EXISTIR EN EL
      *    MAESTRO, NO ESTAR CONGELADA NI CERRADA, Y NUM1 DEBE
      *    COINCIDIR CON SU SALDO VIGENTE
      ******************************************************************
       3460-VALIDAR-CUENTA.
           IF NOT MAESTRO-ABIERTO
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RCTA" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3460-EXIT
           END-READ.
           MOVE CF-BAL-SUCURSAL TO WS-SUCURSAL-CUENTA.
           IF CF-BAL-CONGELADA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3460-EXIT.
           IF CF-BAL-CERRADA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3460-EXIT.
           MOVE CF-BAL-SALDO TO WS-SALDO-MAESTRO.
           IF NUM1 NOT = WS-SALDO-MAESTRO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RSAL" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 NO COINCIDE CON SALDO DEL MAESTRO"
                   TO WS-RAZON-RECHAZO
               GO TO 3460-EXIT.
      *    1475-RESOLVER-LIMITE -- EL LIMITE DEL OPERADOR FIRMADO:
      *    LA EXCEPCION DEL MAESTRO (CF-OPR-LIMITE-DIA > 0) GANA; SI
      *    NO, EL LIMITE DE SU NIVEL EN CFLIMPRM; SI TAMPOCO, NO HAY
      *    TOPE.  UN OPERADOR AUSENTE DEL MAESTRO QUEDA SIN TOPE.  DE
      *    PASO SE TOMA LA SUCURSAL DEL OPERADOR PARA LA BITACORA.
      ******************************************************************
       1475-RESOLVER-LIMITE.
           MOVE ZERO TO WS-LIMITE-DIA.
               INVALID KEY
                   GO TO 1475-CERRAR
           END-READ.
           MOVE CF-OPR-SUCURSAL TO WS-SUCURSAL-OPERADOR.
           IF CF-OPR-LIMITE-DIA IS NUMERIC
               AND CF-OPR-LIMITE-DIA > ZERO
               MOVE CF-OPR-LIMITE-DIA TO WS-LIMITE-DIA
               GO TO 3470-EXIT.
           IF WS-USO-DIA + FUNCTION ABS(RESULTADO) > WS-LIMITE-DIA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "LDIA" TO WS-CODIGO-RECHAZO
               MOVE "EXCEDE EL LIMITE DIARIO DEL OPERADOR"
                   TO WS-RAZON-RECHAZO
           END-IF.
       3470-EXIT.
           EXIT.

      ******************************************************************
      *    3475-VERIFICAR-RETENCION -- UN CARGO (RESULTADO NEGATIVO)
      *    NO PUEDE DEJAR EL SALDO NUEVO POR DEBAJO DEL TOTAL VIGENTE
      *    RETENIDO DE LA CUENTA (CFHLD01)
      ******************************************************************
       3475-VERIFICAR-RETENCION.
           IF NOT MAESTRO-ABIERTO OR RESULTADO NOT < ZERO
               GO TO 3475-EXIT.
           MOVE WS-CUENTA-ACTUAL TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           IF NUM2 < WS-RETENIDO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RRET" TO WS-CODIGO-RECHAZO
               MOVE "CARGO INVADE FONDOS RETENIDOS"
                   TO WS-RAZON-RECHAZO
           END-IF.
       3475-EXIT.
           EXIT.

      ******************************************************************
      *    3480-CONVERTIR-MONEDA -- UN AJUSTE CON CODIGO DE MONEDA SE
      *    CONVIERTE A MONEDA BASE ANTES DE VALIDAR CONTRA EL
           IF WS-CONV-TEMP > 9999999.99
               OR WS-CONV-TEMP < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "VALOR ANTERIOR CONVERTIDO FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3480-EXIT.
           IF WS-CONV-TEMP > 9999999.99
               OR WS-CONV-TEMP < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "VALOR NUEVO CONVERTIDO FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3480-EXIT.
               OPEN INPUT CF-CUR-FILE
               IF WS-FS-CUR NOT = "00"
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "TABLA DE MONEDAS NO DISPONIBLE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3490-EXIT
               KEY IS CF-CUR-CODIGO
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RMON" TO WS-CODIGO-RECHAZO
                   MOVE "CODIGO DE MONEDA DESCONOCIDO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3490-EXIT
           IF WS-FECHA < CF-CUR-VIG-DESDE
               OR WS-FECHA > CF-CUR-VIG-HASTA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "MONEDA FUERA DE VIGENCIA" TO WS-RAZON-RECHAZO
               GO TO 3490-EXIT.
           MOVE CF-CUR-TASA TO WS-MONEDA-TASA.
       3500-CALCULAR-REGISTRO.
           IF NUM2 - NUM1 > 9999999.99 OR NUM2 - NUM1 < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DDSB" TO WS-CODIGO-RECHAZO
               MOVE "DESBORDAMIENTO EN EL AJUSTE" TO WS-RAZON-RECHAZO
               GO TO 3500-EXIT.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
      *    MANDA LA TRANSFERENCIA COMPLETA A CFEXCLOG SIN MOVER NADA.
      ******************************************************************
       3600-PROCESAR-TRANSFER.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           MOVE SPACES TO WS-MONEDA-ACTUAL.
           MOVE ZERO TO WS-IMPORTE-ORIG.
      *    TRANSFERENCIA SE RECHAZA PARA RECAPTURARSE COMO DOS
      *    AJUSTES APROBABLES.
           IF RAZON-FORZADA
               MOVE "RRAZ" TO WS-CODIGO-RECHAZO
               MOVE "RAZON FORZADA NO VALIDA EN TRANSFERENCIA"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
      *    MONEDA EN EL REGISTRO 'T' SE RECHAZA EN VEZ DE TRATAR EL
      *    IMPORTE EXTRANJERO COMO SI FUERA BASE.
           IF CF-ADJIN-MONEDA NOT = SPACES
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "TRANSFERENCIA SOLO EN MONEDA BASE"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF NOT MAESTRO-ABIERTO
               MOVE "SARC" TO WS-CODIGO-RECHAZO
               MOVE "TRANSFERENCIA SIN MAESTRO DE SALDOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF CF-ADJIN-TRF-ORIGEN = SPACES
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA ORIGEN EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF CF-ADJIN-TRF-DESTINO = SPACES
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA DESTINO EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF CF-ADJIN-TRF-ORIGEN = CF-ADJIN-TRF-DESTINO
               MOVE "RTRF" TO WS-CODIGO-RECHAZO
               MOVE "ORIGEN Y DESTINO SON LA MISMA CUENTA"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
               TO WS-TEST-NUMVAL.
           IF CF-ADJIN-TRF-IMPORTE = SPACES
               OR WS-TEST-NUMVAL NOT = ZERO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE DE TRANSFERENCIA NO NUMERICO"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-ADJIN-TRF-IMPORTE))
               > 9999999.99
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE DE TRANSFERENCIA FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE "RCTA" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA ORIGEN NO EXISTE EN EL MAESTRO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3600-RECHAZAR
           END-READ.
           IF CF-BAL-CONGELADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA ORIGEN CONGELADA" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF CF-BAL-CERRADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA ORIGEN CERRADA" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           MOVE CF-BAL-SALDO TO WS-SALDO-ORIGEN.
           MOVE CF-BAL-SUCURSAL TO WS-SUC-TRF-ORIGEN.
           MOVE CF-BAL-SUCURSAL TO WS-SUCURSAL-CUENTA.
           MOVE WS-TRF-DESTINO TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE "RCTA" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA DESTINO NO EXISTE EN EL MAESTRO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3600-RECHAZAR
           END-READ.
           IF CF-BAL-CONGELADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA DESTINO CONGELADA" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           IF CF-BAL-CERRADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA DESTINO CERRADA" TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
           MOVE CF-BAL-SALDO TO WS-SALDO-DESTINO.
           MOVE CF-BAL-SUCURSAL TO WS-SUC-TRF-DESTINO.
      *    TRANSFERENCIA A FUTURO: CUENTAS, ESTADO Y RAZON YA
      *    VALIDADOS; SALDOS, RETENCIONES Y LIMITE SE PRUEBAN EL DIA
      *    QUE SE LIBERA.
           IF A-FUTURO
               PERFORM 3260-ALMACENAR-FUTURO THRU 3260-EXIT
               IF NOT DATO-VALIDO
                   GO TO 3600-RECHAZAR
               END-IF
               ADD 1 TO WS-REG-DIFERIDOS
               GO TO 3600-EXIT.
           COMPUTE WS-TRF-NUEVO-ORIGEN =
               WS-SALDO-ORIGEN - WS-TRF-IMPORTE.
           COMPUTE WS-TRF-NUEVO-DESTINO =
               OR WS-TRF-NUEVO-ORIGEN < -9999999.99
               OR WS-TRF-NUEVO-DESTINO > 9999999.99
               OR WS-TRF-NUEVO-DESTINO < -9999999.99
               MOVE "DDSB" TO WS-CODIGO-RECHAZO
               MOVE "LA TRANSFERENCIA DESBORDA UN SALDO"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
      *    LA PIERNA DEUDORA (EL ORIGEN, O EL DESTINO SI EL IMPORTE
      *    VIENE NEGATIVO) NO PUEDE INVADIR FONDOS RETENIDOS.
           IF WS-TRF-IMPORTE > ZERO
               MOVE WS-TRF-ORIGEN TO WS-HLD-CUENTA
               PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT
               IF WS-TRF-NUEVO-ORIGEN < WS-RETENIDO
                   MOVE "RRET" TO WS-CODIGO-RECHAZO
                   MOVE "TRANSFERENCIA INVADE FONDOS RETENIDOS"
                       TO WS-RAZON-RECHAZO
                   GO TO 3600-RECHAZAR
               END-IF
           END-IF.
           IF WS-TRF-IMPORTE < ZERO
               MOVE WS-TRF-DESTINO TO WS-HLD-CUENTA
               PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT
               IF WS-TRF-NUEVO-DESTINO < WS-RETENIDO
                   MOVE "RRET" TO WS-CODIGO-RECHAZO
                   MOVE "TRANSFERENCIA INVADE FONDOS RETENIDOS"
                       TO WS-RAZON-RECHAZO
                   GO TO 3600-RECHAZAR
               END-IF
           END-IF.
      *    LAS DOS PIERNAS CUENTAN CONTRA EL LIMITE DIARIO.
           IF LIMITE-ACTIVO
               AND WS-USO-DIA
                   + (FUNCTION ABS(WS-TRF-IMPORTE) * 2)
                   > WS-LIMITE-DIA
               MOVE "LDIA" TO WS-CODIGO-RECHAZO
               MOVE "EXCEDE EL LIMITE DIARIO DEL OPERADOR"
                   TO WS-RAZON-RECHAZO
               GO TO 3600-RECHAZAR.
      *    TODO VALIDADO: LAS DOS PIERNAS SE CONTABILIZAN CON LA
      *    MISMA REFERENCIA (GENERADA YA EN 3200).
           MOVE WS-TRF-ORIGEN TO WS-CUENTA-ACTUAL.
           MOVE WS-SUC-TRF-ORIGEN TO WS-SUCURSAL-CUENTA.
           MOVE WS-SALDO-ORIGEN TO NUM1.
           MOVE WS-TRF-NUEVO-ORIGEN TO NUM2.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           PERFORM 2300-ESCRIBIR-AJUSTE THRU 2300-EXIT.
           PERFORM 8000-ESCRIBIR-LOG THRU 8000-EXIT.
           MOVE WS-TRF-DESTINO TO WS-CUENTA-ACTUAL.
           MOVE WS-SUC-TRF-DESTINO TO WS-SUCURSAL-CUENTA.
           MOVE WS-SALDO-DESTINO TO NUM1.
           MOVE WS-TRF-NUEVO-DESTINO TO NUM2.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           MOVE "TR" TO CF-EXC-OPERACION-TXT.
           MOVE CF-ADJIN-TRF-IMPORTE TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       3650-EXIT.
           EXIT.

      ******************************************************************
      *    3800-PROCESAR-COMPROBANTE -- COMPROBANTE DE DIARIO: EL
      *    ENCABEZADO 'V' TRAE EL IDENTIFICADOR Y EL NUMERO DE LINEAS
      *    (02 A 20); LAS LINEAS 'L' QUE LO SIGUEN SE LEEN TODAS A LA
      *    TABLA.  CADA LINEA SE VALIDA COMO UN AJUSTE (CUENTA, ESTADO,
      *    RAZON, RETENCIONES) Y LA SUMA DE LOS IMPORTES DEBE SER CERO.
      *    NADA SE CONTABILIZA HASTA QUE TODO EL COMPROBANTE PASA; SI
      *    FALLA, EL ENCABEZADO Y TODAS SUS LINEAS VAN A CFEXCLOG.
      *    EL COMPROBANTE ES SOLO MONEDA BASE Y SE CONTABILIZA HOY.
      ******************************************************************
       3800-PROCESAR-COMPROBANTE.
           MOVE "S" TO SW-DATO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           MOVE SPACES TO WS-MONEDA-ACTUAL.
           MOVE ZERO TO WS-IMPORTE-ORIG.
           MOVE "N" TO SW-CMP-FORZADA.
           MOVE ZERO TO WS-CMP-LEIDAS.
           MOVE ZERO TO WS-CMP-FALLA.
           MOVE ZERO TO WS-CMP-SUMA.
           MOVE ZERO TO WS-CMP-BRUTO.
           MOVE ZERO TO WS-CMP-ABSOLUTO.
           MOVE WS-REG-LEIDOS TO WS-CMP-REG-ENCABEZADO.
           MOVE CF-ADJIN-CMP-ID TO WS-CMP-ID.
           MOVE CF-ADJIN-CMP-LINEAS TO WS-CMP-LINEAS-TXT.
           MOVE CF-ADJIN-FECHA-EFECTIVA TO WS-CMP-FECHA-EFECTIVA.
           MOVE CF-ADJIN-MONEDA TO WS-CMP-MONEDA.
      *    SIN UN NUMERO DE LINEAS VALIDO NO SE SABE CUALES REGISTROS
      *    SON DEL COMPROBANTE: SE RECHAZA SOLO EL ENCABEZADO Y LAS
      *    LINEAS QUE LO SIGAN SALEN UNA A UNA COMO LINEAS SUELTAS.
           IF WS-CMP-LINEAS-TXT IS NOT NUMERIC
               MOVE "DCMP" TO WS-CODIGO-RECHAZO
               MOVE "NUMERO DE LINEAS INVALIDO EN COMPROBANTE"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
           MOVE WS-CMP-LINEAS-TXT TO WS-CMP-LINEAS.
           IF WS-CMP-LINEAS < 2 OR WS-CMP-LINEAS > WS-CMP-MAX-LINEAS
               MOVE "DCMP" TO WS-CODIGO-RECHAZO
               MOVE "EL COMPROBANTE LLEVA DE 02 A 20 LINEAS"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
           PERFORM 3810-LEER-LINEA THRU 3810-EXIT
               VARYING WS-CMP-LIN FROM 1 BY 1
               UNTIL WS-CMP-LIN > WS-CMP-LINEAS
                  OR WS-RAZON-RECHAZO NOT = SPACES.
           IF WS-RAZON-RECHAZO NOT = SPACES
               GO TO 3800-RECHAZAR.
           IF WS-CMP-ID = SPACES
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "IDENTIFICADOR DE COMPROBANTE EN BLANCO"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
           IF WS-CMP-MONEDA NOT = SPACES
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "COMPROBANTE SOLO EN MONEDA BASE"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
      *    EL ALMACEN A FUTURO GUARDA UNA SOLA IMAGEN DE CFADJIN, ASI
      *    QUE UN COMPROBANTE SOLO SE ADMITE CON FECHA DE HOY.
           IF WS-CMP-FECHA-EFECTIVA NOT = SPACES
               AND WS-CMP-FECHA-EFECTIVA NOT = WS-FECHA
               MOVE "RCMP" TO WS-CODIGO-RECHAZO
               MOVE "COMPROBANTE SOLO CON FECHA DE HOY"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
           IF NOT MAESTRO-ABIERTO
               MOVE "SARC" TO WS-CODIGO-RECHAZO
               MOVE "COMPROBANTE SIN MAESTRO DE SALDOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
           PERFORM 3820-VALIDAR-LINEA THRU 3820-EXIT
               VARYING WS-CMP-LIN FROM 1 BY 1
               UNTIL WS-CMP-LIN > WS-CMP-LINEAS
                  OR NOT DATO-VALIDO.
           IF NOT DATO-VALIDO
               GO TO 3800-RECHAZAR.
           MOVE ZERO TO WS-CMP-FALLA.
           IF WS-CMP-SUMA NOT = ZERO
               MOVE "RCMP" TO WS-CODIGO-RECHAZO
               MOVE "EL COMPROBANTE NO CUADRA (SUMA NO ES 0)"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
      *    TODAS LAS LINEAS CUENTAN CONTRA EL LIMITE DIARIO.
           IF LIMITE-ACTIVO
               AND WS-USO-DIA + WS-CMP-ABSOLUTO > WS-LIMITE-DIA
               MOVE "LDIA" TO WS-CODIGO-RECHAZO
               MOVE "EXCEDE EL LIMITE DIARIO DEL OPERADOR"
                   TO WS-RAZON-RECHAZO
               GO TO 3800-RECHAZAR.
      *    EL UMBRAL DE APROBACION SE MIDE CONTRA EL IMPORTE BRUTO DEL
      *    COMPROBANTE (LA SUMA DE SUS ABONOS); UNA RAZON FORZADA EN
      *    CUALQUIER LINEA LLEVA TODO EL COMPROBANTE AL SUSPENSO.
           IF CMP-FORZADA
               OR (UMBRAL-ACTIVO
                   AND WS-CMP-BRUTO > WS-UMBRAL-APROBACION)
               PERFORM 3860-ESTACIONAR-COMPROBANTE THRU 3860-EXIT
               IF NOT SUSPENSO-OK
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "NO SE PUDO ESTACIONAR EN SUSPENSO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3800-RECHAZAR
               END-IF
               ADD 1 WS-CMP-LEIDAS TO WS-REG-SUSPENSO
               GO TO 3800-EXIT.
      *    TODO VALIDADO: CADA LINEA SE CONTABILIZA CON LA MISMA
      *    REFERENCIA (GENERADA YA EN 3200).
           PERFORM 3850-CONTABILIZAR-LINEA THRU 3850-EXIT
               VARYING WS-CMP-LIN FROM 1 BY 1
               UNTIL WS-CMP-LIN > WS-CMP-LINEAS.
           ADD 1 WS-CMP-LEIDAS TO WS-REG-ACEPTADOS.
           GO TO 3800-EXIT.
       3800-RECHAZAR.
           PERFORM 3870-ESCRIBIR-EXC-COMPROBANTE THRU 3870-EXIT.
           PERFORM 3875-ESCRIBIR-EXC-LINEA THRU 3875-EXIT
               VARYING WS-CMP-LIN FROM 1 BY 1
               UNTIL WS-CMP-LIN > WS-CMP-LEIDAS.
           ADD 1 WS-CMP-LEIDAS TO WS-REG-RECHAZADOS.
       3800-EXIT.
           EXIT.

      ******************************************************************
      *    3810-LEER-LINEA -- LEE LA SIGUIENTE LINEA DEL COMPROBANTE A
      *    LA TABLA.  SI EL ARCHIVO SE ACABA, O EL REGISTRO NO ES UNA
      *    LINEA 'L', EL COMPROBANTE ESTA INCOMPLETO; ESE REGISTRO SE
      *    RETIENE PARA QUE 3200 LO PROCESE POR SU CUENTA.
      ******************************************************************
       3810-LEER-LINEA.
           READ CF-ADJIN-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   MOVE "DCMP" TO WS-CODIGO-RECHAZO
                   MOVE "COMPROBANTE INCOMPLETO: FALTAN LINEAS"
                       TO WS-RAZON-RECHAZO
                   GO TO 3810-EXIT
           END-READ.
           IF NOT CF-ADJIN-ES-LINEA
               MOVE "S" TO SW-REGISTRO-RETENIDO
               MOVE "DCMP" TO WS-CODIGO-RECHAZO
               MOVE "COMPROBANTE INCOMPLETO: FALTAN LINEAS"
                   TO WS-RAZON-RECHAZO
               GO TO 3810-EXIT.
           ADD 1 TO WS-REG-LEIDOS.
           ADD 1 TO WS-CMP-LEIDAS.
           SET WS-IDX-CMP TO WS-CMP-LEIDAS.
           MOVE CF-ADJIN-LIN-CUENTA TO WS-CMP-CUENTA (WS-IDX-CMP).
           MOVE CF-ADJIN-LIN-IMPORTE
               TO WS-CMP-IMPORTE-TXT (WS-IDX-CMP).
           MOVE CF-ADJIN-RAZON TO WS-CMP-RAZON (WS-IDX-CMP).
           MOVE CF-ADJIN-MONEDA TO WS-CMP-MONEDA-LIN (WS-IDX-CMP).
           MOVE ZERO TO WS-CMP-IMPORTE (WS-IDX-CMP).
           MOVE ZERO TO WS-CMP-SALDO (WS-IDX-CMP).
           MOVE ZERO TO WS-CMP-NUEVO (WS-IDX-CMP).
           MOVE SPACES TO WS-CMP-SUCURSAL (WS-IDX-CMP).
           MOVE WS-REG-LEIDOS TO WS-CMP-NUM-REGISTRO (WS-IDX-CMP).
       3810-EXIT.
           EXIT.

      ******************************************************************
      *    3820-VALIDAR-LINEA -- UNA LINEA DEL COMPROBANTE: CUENTA NO
      *    REPETIDA, IMPORTE CON SIGNO DISTINTO DE CERO, RAZON VALIDA,
      *    CUENTA VIGENTE EN EL MAESTRO Y SALDO NUEVO SIN DESBORDAR NI
      *    INVADIR RETENCIONES.  WS-CMP-FALLA SENALA LA LINEA QUE FALLO.
      ******************************************************************
       3820-VALIDAR-LINEA.
           MOVE WS-CMP-LIN TO WS-CMP-FALLA.
           SET WS-IDX-CMP TO WS-CMP-LIN.
           IF WS-CMP-CUENTA (WS-IDX-CMP) = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           PERFORM 3825-COMPARAR-CUENTA THRU 3825-EXIT
               VARYING WS-CMP-BUSCA FROM 1 BY 1
               UNTIL WS-CMP-BUSCA NOT < WS-CMP-LIN
                  OR NOT DATO-VALIDO.
           IF NOT DATO-VALIDO
               GO TO 3820-EXIT.
           IF WS-CMP-MONEDA-LIN (WS-IDX-CMP) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "COMPROBANTE SOLO EN MONEDA BASE"
                   TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           MOVE FUNCTION TEST-NUMVAL(WS-CMP-IMPORTE-TXT (WS-IDX-CMP))
               TO WS-TEST-NUMVAL.
           IF WS-CMP-IMPORTE-TXT (WS-IDX-CMP) = SPACES
               OR WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE DE LINEA NO NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL
                   (WS-CMP-IMPORTE-TXT (WS-IDX-CMP))) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE DE LINEA FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           COMPUTE WS-CMP-IMPORTE (WS-IDX-CMP) =
               FUNCTION NUMVAL(WS-CMP-IMPORTE-TXT (WS-IDX-CMP)).
           IF WS-CMP-IMPORTE (WS-IDX-CMP) = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "IMPORTE DE LINEA EN CERO" TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           MOVE WS-CMP-RAZON (WS-IDX-CMP) TO WS-RAZON-COD.
           PERFORM 3485-VALIDAR-RAZON THRU 3485-EXIT.
           IF NOT DATO-VALIDO
               GO TO 3820-EXIT.
           IF RAZON-FORZADA
               MOVE "S" TO SW-CMP-FORZADA
           END-IF.
           MOVE WS-CMP-CUENTA (WS-IDX-CMP) TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RCTA" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3820-EXIT
           END-READ.
           MOVE CF-BAL-SUCURSAL TO WS-CMP-SUCURSAL (WS-IDX-CMP).
           IF CF-BAL-CONGELADA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           IF CF-BAL-CERRADA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: NO ADMITE MOVIMIENTOS"
                   TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           MOVE CF-BAL-SALDO TO WS-CMP-SALDO (WS-IDX-CMP).
           COMPUTE WS-CMP-NUEVO (WS-IDX-CMP) =
               WS-CMP-SALDO (WS-IDX-CMP) + WS-CMP-IMPORTE (WS-IDX-CMP).
           IF WS-CMP-NUEVO (WS-IDX-CMP) > 9999999.99
               OR WS-CMP-NUEVO (WS-IDX-CMP) < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DDSB" TO WS-CODIGO-RECHAZO
               MOVE "LA LINEA DESBORDA EL SALDO DE LA CUENTA"
                   TO WS-RAZON-RECHAZO
               GO TO 3820-EXIT.
           IF WS-CMP-IMPORTE (WS-IDX-CMP) < ZERO
               MOVE WS-CMP-CUENTA (WS-IDX-CMP) TO WS-HLD-CUENTA
               PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT
               IF WS-CMP-NUEVO (WS-IDX-CMP) < WS-RETENIDO
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RRET" TO WS-CODIGO-RECHAZO
                   MOVE "CARGO INVADE FONDOS RETENIDOS"
                       TO WS-RAZON-RECHAZO
                   GO TO 3820-EXIT
               END-IF
           END-IF.
           ADD WS-CMP-IMPORTE (WS-IDX-CMP) TO WS-CMP-SUMA.
           IF WS-CMP-IMPORTE (WS-IDX-CMP) > ZERO
               ADD WS-CMP-IMPORTE (WS-IDX-CMP) TO WS-CMP-BRUTO
               ADD WS-CMP-IMPORTE (WS-IDX-CMP) TO WS-CMP-ABSOLUTO
           ELSE
               SUBTRACT WS-CMP-IMPORTE (WS-IDX-CMP)
                   FROM WS-CMP-ABSOLUTO
           END-IF.
       3820-EXIT.
           EXIT.

       3825-COMPARAR-CUENTA.
           IF WS-CMP-CUENTA (WS-CMP-BUSCA) = WS-CMP-CUENTA (WS-IDX-CMP)
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RCMP" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA REPETIDA EN EL COMPROBANTE"
                   TO WS-RAZON-RECHAZO
           END-IF.
       3825-EXIT.
           EXIT.

      ******************************************************************
      *    3850-CONTABILIZAR-LINEA -- UNA LINEA YA VALIDADA SE
      *    CONTABILIZA IGUAL QUE UNA PIERNA DE TRANSFERENCIA
      ******************************************************************
       3850-CONTABILIZAR-LINEA.
           SET WS-IDX-CMP TO WS-CMP-LIN.
           MOVE WS-CMP-CUENTA (WS-IDX-CMP) TO WS-CUENTA-ACTUAL.
           MOVE WS-CMP-SUCURSAL (WS-IDX-CMP) TO WS-SUCURSAL-CUENTA.
           MOVE WS-CMP-RAZON (WS-IDX-CMP) TO WS-RAZON-COD.
           MOVE WS-CMP-SALDO (WS-IDX-CMP) TO NUM1.
           MOVE WS-CMP-NUEVO (WS-IDX-CMP) TO NUM2.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           PERFORM 2300-ESCRIBIR-AJUSTE THRU 2300-EXIT.
           PERFORM 8000-ESCRIBIR-LOG THRU 8000-EXIT.
       3850-EXIT.
           EXIT.

      ******************************************************************
      *    3860-ESTACIONAR-COMPROBANTE -- TODAS LAS LINEAS VAN A CFSUSP
      *    CON LA MISMA REFERENCIA, EL IDENTIFICADOR Y EL NUMERO DE
      *    LINEAS, PARA QUE CFAPRV01 LAS DECIDA COMO UNA SOLA PARTIDA.
      *    EL SUSPENSO SE ABRE UNA VEZ: O ENTRAN TODAS O NINGUNA.
      ******************************************************************
       3860-ESTACIONAR-COMPROBANTE.
           MOVE "S" TO SW-SUSPENSO-OK.
           OPEN EXTEND CF-SUS-FILE.
           IF WS-FS-SUS = "35"
               OPEN OUTPUT CF-SUS-FILE
           END-IF.
           IF WS-FS-SUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL SUSPENSO (CFSUSP). FILE "
                   "STATUS=" WS-FS-SUS
               MOVE "N" TO SW-SUSPENSO-OK
               MOVE 8 TO RETURN-CODE
               GO TO 3860-EXIT.
           PERFORM 3865-ESTACIONAR-LINEA THRU 3865-EXIT
               VARYING WS-CMP-LIN FROM 1 BY 1
               UNTIL WS-CMP-LIN > WS-CMP-LINEAS.
           CLOSE CF-SUS-FILE.
       3860-EXIT.
           EXIT.

       3865-ESTACIONAR-LINEA.
           SET WS-IDX-CMP TO WS-CMP-LIN.
           MOVE SPACES TO CF-SUS-RECORD.
           MOVE "P" TO CF-SUS-ESTADO.
           MOVE OPERADOR-ID TO CF-SUS-OPERADOR.
           MOVE WS-FECHA TO CF-SUS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-SUS-HORA.
           MOVE WS-REF-ACTUAL TO CF-SUS-REF.
           MOVE WS-CMP-CUENTA (WS-IDX-CMP) TO CF-SUS-CUENTA.
           MOVE WS-CMP-SALDO (WS-IDX-CMP) TO CF-SUS-NUM1.
           MOVE WS-CMP-NUEVO (WS-IDX-CMP) TO CF-SUS-NUM2.
           MOVE WS-CMP-IMPORTE (WS-IDX-CMP) TO CF-SUS-RESULTADO.
           MOVE SPACES TO CF-SUS-SUPERVISOR.
           MOVE ZERO TO CF-SUS-FECHA-DECISION.
           MOVE ZERO TO CF-SUS-HORA-DECISION.
           MOVE SPACES TO CF-SUS-RAZON-RECHAZO.
           MOVE WS-CMP-RAZON (WS-IDX-CMP) TO CF-SUS-RAZON-COD.
           MOVE WS-CMP-SUCURSAL (WS-IDX-CMP) TO WS-SUCURSAL-CUENTA.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-SUS-SUCURSAL.
           MOVE WS-CMP-ID TO CF-SUS-COMPROBANTE.
           MOVE WS-CMP-LINEAS TO CF-SUS-LINEAS.
           WRITE CF-SUS-RECORD.
       3865-EXIT.
           EXIT.

      ******************************************************************
      *    3870-ESCRIBIR-EXC-COMPROBANTE -- RECHAZO DEL ENCABEZADO:
      *    MARCA 'CV', IDENTIFICADOR EN NUM1-TXT Y NUMERO DE LINEAS EN
      *    NUM2-TXT, CON LA RAZON QUE TUMBO AL COMPROBANTE
      ******************************************************************
       3870-ESCRIBIR-EXC-COMPROBANTE.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-CMP-REG-ENCABEZADO TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           MOVE WS-CMP-ID TO CF-EXC-NUM1-TXT (1:10).
           MOVE "CV" TO CF-EXC-OPERACION-TXT.
           MOVE SPACES TO CF-EXC-NUM2-TXT.
           MOVE WS-CMP-LINEAS-TXT TO CF-EXC-NUM2-TXT (1:2).
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE SPACES TO WS-SUCURSAL-CUENTA.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       3870-EXIT.
           EXIT.

      ******************************************************************
      *    3875-ESCRIBIR-EXC-LINEA -- CADA LINEA LEIDA DEL COMPROBANTE
      *    RECHAZADO: MARCA 'CV', CUENTA EN NUM1-TXT E IMPORTE EN
      *    NUM2-TXT.  LA LINEA QUE FALLO LLEVA SU RAZON; LAS DEMAS
      *    SENALAN LA LINEA QUE LAS ARRASTRO.  UN RECHAZO DE TODO EL
      *    COMPROBANTE (NO CUADRA, LIMITE) VA IGUAL EN TODAS.
      ******************************************************************
       3875-ESCRIBIR-EXC-LINEA.
           SET WS-IDX-CMP TO WS-CMP-LIN.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-CMP-NUM-REGISTRO (WS-IDX-CMP) TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           MOVE WS-CMP-CUENTA (WS-IDX-CMP) TO CF-EXC-NUM1-TXT (1:8).
           MOVE "CV" TO CF-EXC-OPERACION-TXT.
           MOVE WS-CMP-IMPORTE-TXT (WS-IDX-CMP) TO CF-EXC-NUM2-TXT.
           IF WS-CMP-FALLA = ZERO OR WS-CMP-FALLA = WS-CMP-LIN
               MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON
               MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO
           ELSE
               MOVE WS-CMP-FALLA TO WS-CMP-LINEA-EDIT
               MOVE SPACES TO CF-EXC-RAZON
               MOVE "RARR" TO CF-EXC-CODIGO
               STRING "RECHAZADA CON SU COMPROBANTE (LINEA "
                   WS-CMP-LINEA-EDIT ")" DELIMITED SIZE
                   INTO CF-EXC-RAZON
           END-IF.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE WS-CMP-SUCURSAL (WS-IDX-CMP) TO WS-SUCURSAL-CUENTA.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       3875-EXIT.
           EXIT.

      ******************************************************************
      *    3890-RECHAZAR-LINEA-SUELTA -- UNA LINEA 'L' QUE NO VIENE
      *    DETRAS DE UN ENCABEZADO VALIDO NO SE PUEDE CONTABILIZAR SOLA
      ******************************************************************
       3890-RECHAZAR-LINEA-SUELTA.
           MOVE "DCMP" TO WS-CODIGO-RECHAZO
           MOVE "LINEA DE COMPROBANTE SIN ENCABEZADO"
               TO WS-RAZON-RECHAZO.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-REG-LEIDOS TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           MOVE CF-ADJIN-LIN-CUENTA TO CF-EXC-NUM1-TXT (1:8).
           MOVE "CV" TO CF-EXC-OPERACION-TXT.
           MOVE CF-ADJIN-LIN-IMPORTE TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           ADD 1 TO WS-REG-RECHAZADOS.
       3890-EXIT.
           EXIT.

       3700-ESCRIBIR-EXCEPCION.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           MOVE "AJ" TO CF-EXC-OPERACION-TXT.
           MOVE CF-ADJIN-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAJU001" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       3700-EXIT.
           EXIT.
           MOVE WS-MONEDA-ACTUAL TO CF-LOG-MONEDA.
           MOVE WS-IMPORTE-ORIG TO CF-LOG-IMPORTE-ORIG.
           MOVE WS-RAZON-COD TO CF-LOG-RAZON-COD.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    8050-RESOLVER-SUCURSAL -- SUCURSAL DEL OPERADOR; SI NO
      *    TIENE, LA DE LA CUENTA DEL AJUSTE EN CURSO
      ******************************************************************
       8050-RESOLVER-SUCURSAL.
           IF WS-SUCURSAL-OPERADOR NOT = SPACES
               MOVE WS-SUCURSAL-OPERADOR TO WS-SUCURSAL-ACTUAL
           ELSE
               MOVE WS-SUCURSAL-CUENTA TO WS-SUCURSAL-ACTUAL
           END-IF.
       8050-EXIT.
           EXIT.

      ******************************************************************
      *    8400-VERIFICAR-ALERTA -- SI EL RESULTADO (EN VALOR
      *    ABSOLUTO) REBASA EL UMBRAL DE SU OPERACION, LA TRANSACCION
           MOVE NUM2 TO CF-ALT-NUM2.
           MOVE RESULTADO TO CF-ALT-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ALT-REF.
           MOVE WS-SUCURSAL-ACTUAL TO CF-ALT-SUCURSAL.
           WRITE CF-ALT-RECORD.
           CLOSE CF-ALT-FILE.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    8700-SUMAR-RETENCIONES -- TOTAL VIGENTE RETENIDO SOBRE
      *    WS-HLD-CUENTA A LA FECHA DE NEGOCIO: RETENCIONES ACTIVAS
      *    SIN VENCIMIENTO O CON VENCIMIENTO NO ANTERIOR A HOY
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
      *    8900-ESCRIBIR-RUN-CTL -- REGISTRO DE CONTROL DE CORRIDA
      *    (SOLO EN EJECUCION DESATENDIDA).  WS-RUN-TIPO TRAE 'I' AL
           MOVE ZERO TO CF-SUS-HORA-DECISION.
           MOVE SPACES TO CF-SUS-RAZON-RECHAZO.
           MOVE WS-RAZON-COD TO CF-SUS-RAZON-COD.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-SUS-SUCURSAL.
           WRITE CF-SUS-RECORD.
           CLOSE CF-SUS-FILE.
       8300-EXIT.

       9999-FINALIZAR.
           PERFORM 9800-ESCRIBIR-PIE-LOG THRU 9800-EXIT.
           IF RETENCIONES-ABIERTAS
               CLOSE CF-HLD-FILE
           END-IF.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           IF RAZONES-ABIERTAS
               CLOSE CF-RSN-FILE
           END-IF.
           IF FUTUROS-ABIERTOS
               CLOSE CF-FUT-FILE
           END-IF.
           CLOSE CF-LOG-FILE.
           CLOSE CF-EXC-FILE.
           IF PARM-MODO-LOTE
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
           MOVE "CFAJU001" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM Operaciones.
