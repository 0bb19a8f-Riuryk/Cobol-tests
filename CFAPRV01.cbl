      *                     LLEGAR AL LIMITE DE CFSEGPRM BLOQUEAN AL
      *                     SUPERVISOR ('B'); SOLO CFOPRMNT LO
      *                     REACTIVA.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     APRUEBA NADA (RC=8).
      *   2026-10-15  RR   LA APROBACION Y EL RECHAZO LLEVAN A LA
      *                     BITACORA Y A CFEXCLOG LA SUCURSAL DE LA
      *                     PARTIDA (CF-SUS-SUCURSAL) O, SI NO LA
      *                     TIENE, LA DE LA CUENTA EN CFBALMST.  LA
      *                     IMAGEN DE LA TABLA DEL SUSPENSO CRECE A
      *                     144 BYTES.
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA NO
      *                     SE ENTRA NI SE APRUEBA SIN UN SUPERVISOR
      *                     QUE AUTORICE (QUEDA EN CFSIGNLG COMO 'V');
      *                     LA PARTIDA NO AUTORIZADA QUEDA PENDIENTE.
      *   2026-10-15  RR   COMPROBANTES DE DIARIO: LAS LINEAS DE UN
      *                     COMPROBANTE (CF-SUS-COMPROBANTE, MISMA
      *                     REFERENCIA) SE MUESTRAN Y SE DECIDEN COMO
      *                     UNA SOLA PARTIDA; SE APRUEBAN SOLO SI ESTAN
      *                     TODAS EN LA TABLA Y TODOS SUS SALDOS SIGUEN
      *                     VIGENTES, Y SE RECHAZAN TODAS CON LA MISMA
      *                     RAZON (MARCA 'CV' EN CFEXCLOG).  LA IMAGEN
      *                     DE LA TABLA DEL SUSPENSO CRECE A 156 BYTES.
      *   2026-10-15  RR   EL RECHAZO DEL SUPERVISOR VA A CFEXCLOG CON
      *                     CODIGO DE RECHAZO 'ASUP' (TABLA CFRCH01) Y EL
      *                     PROGRAMA; LA RAZON TECLEADA SIGUE EN EL TEXTO.
      *   2026-10-15  RR   LA APROBACION REVALIDA TAMBIEN EL ESTADO DE LA
      *                     CUENTA Y LAS RETENCIONES (CFHLD01): UNA
      *                     PARTIDA O LINEA DE COMPROBANTE SOBRE CUENTA
      *                     CONGELADA O CERRADA, O UN CARGO QUE INVADE
      *                     FONDOS RETENIDOS, SE RECHAZA A CFEXCLOG CON
      *                     EL MISMO CODIGO Y RAZON QUE EN LA CAPTURA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFAPRV01.
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

           SELECT CF-HLD-FILE ASSIGN TO "CFHLD01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-HLD-CLAVE
               FILE STATUS IS WS-FS-HLD.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       01  CF-SEG-RECORD.
           05  CF-SEG-INTENTOS-TXT      PIC X(04).

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       01  SUPERVISOR-ID                PIC X(08).
           05  WS-FS-HST                PIC X(02) VALUE "00".
           05  WS-FS-SIG                PIC X(02) VALUE "00".
           05  WS-FS-SEG                PIC X(02) VALUE "00".
           05  WS-FS-PER                PIC X(02) VALUE "00".
           05  WS-FS-STS                PIC X(02) VALUE "00".
           05  WS-FS-HLD                PIC X(02) VALUE "00".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".

       01  WS-ENTRADA-OPCION            PIC X(01).
       01  WS-ENTRADA-RAZON             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).

      *----------------------------------------------------------------
      *    RETENCIONES SOBRE SALDOS (CFHLD01): TOTAL VIGENTE RETENIDO
      *    DE LA CUENTA QUE SE VA A CARGAR, IGUAL QUE EN LA CAPTURA.
      *    NINGUN CARGO APROBADO PUEDE DEJAR EL SALDO POR DEBAJO DE
      *    ESE TOTAL.  SIN ARCHIVO NO HAY RETENCIONES.
      *----------------------------------------------------------------
       01  WS-HLD-CUENTA                PIC X(08).
       77  WS-RETENIDO                  PIC S9(9)V99 VALUE ZERO.
       77  SW-RETENCIONES-ABIERTAS      PIC X(01) VALUE "N".
           88  RETENCIONES-ABIERTAS               VALUE "S".
       77  SW-FIN-HLD                   PIC X(01) VALUE "N".
           88  FIN-HLD                            VALUE "S".
       77  SW-PARTIDA-ADMITIDA          PIC X(01) VALUE "S".
           88  PARTIDA-ADMITIDA                   VALUE "S".

      *----------------------------------------------------------------
      *    EL SUSPENSO SE CARGA COMPLETO EN TABLA (HASTA 200
       77  WS-PARTIDA                   PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-SUSPENSO.
           05  WS-SUS-ENTRADA OCCURS 200 TIMES INDEXED BY WS-IDX.
               10  WS-SUS-REGISTRO      PIC X(156).

       01  WS-SUCURSAL-ACTUAL           PIC X(04) VALUE SPACES.

       77  WS-PARTIDAS-CARGADAS         PIC 9(03) VALUE ZERO COMP.
       77  WS-RELEIDAS                  PIC 9(03) VALUE ZERO COMP.
       01  WS-RESULTADO-EDIT            PIC -9999999.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ9.

       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".
       77  SW-VENTANA-BLOQUEADA         PIC X(01) VALUE "N".
           88  VENTANA-BLOQUEADA                 VALUE "S".
       77  SW-VENTANA-AUTORIZADA        PIC X(01) VALUE "N".
           88  VENTANA-AUTORIZADA                VALUE "S".
       01  WS-VEN-SUPERVISOR            PIC X(08).

      *----------------------------------------------------------------
      *    COMPROBANTE DE DIARIO EN DECISION: SUS LINEAS PENDIENTES SE
      *    BUSCAN EN LA TABLA POR LA REFERENCIA COMPARTIDA.  SE
      *    PRESENTA EN SU PRIMERA LINEA PENDIENTE; LAS DEMAS YA VISTAS
      *    NO SE VUELVEN A PREGUNTAR.
      *----------------------------------------------------------------
       01  WS-CMP-REF                   PIC X(12).
       01  WS-CMP-ID                    PIC X(10).
       77  WS-CMP-LINEAS                PIC 9(03) VALUE ZERO COMP.
       77  WS-CMP-EN-TABLA              PIC 9(03) VALUE ZERO COMP.
       77  WS-CMP-BUSCA                 PIC 9(03) VALUE ZERO COMP.
       01  WS-CMP-LINEAS-EDIT           PIC ZZ9.
       01  WS-CMP-EN-TABLA-EDIT         PIC ZZ9.
       77  SW-CMP-YA-VISTO              PIC X(01) VALUE "N".
           88  CMP-YA-VISTO                      VALUE "S".
       77  SW-CMP-VIGENTE               PIC X(01) VALUE "S".
           88  CMP-VIGENTE                       VALUE "S".
       77  SW-CMP-RECHAZADO             PIC X(01) VALUE "N".
           88  CMP-RECHAZADO                     VALUE "S".
       01  WS-VEN-PIN                   PIC X(04).
       01  WS-VEN-HORA                  PIC 9(08).
       77  WS-VEN-RESULTADO             PIC X(01) VALUE "F".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
       1000-INICIALIZAR.
           DISPLAY "APROBACION DE AJUSTES EN SUSPENSO".
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CF-SUS-FILE.
           IF WS-FS-SUS NOT = "00"
               DISPLAY "NO HAY SUSPENSO (CFSUSP). NADA QUE APROBAR."
               DISPLAY "AVISO: MAESTRO DE SALDOS (CFBALMST) NO "
                   "DISPONIBLE. SE APRUEBA SIN VALIDAR SALDOS."
           END-IF.
           PERFORM 1495-ABRIR-RETENCIONES THRU 1495-EXIT.
       1000-EXIT.
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
      *    1420-BUSCAR-ULTIMO-SEQ -- RECORRE LA GENERACION EXISTENTE
      *    PARA CONTINUAR SU NUMERACION DE SECUENCIA
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF NOT CF-SUS-PENDIENTE
               GO TO 2000-EXIT.
      *    LAS LINEAS DE UN COMPROBANTE SE DECIDEN JUNTAS.
           IF CF-SUS-COMPROBANTE NOT = SPACES
               PERFORM 2500-DECIDIR-COMPROBANTE THRU 2500-EXIT
               GO TO 2000-EXIT.
           MOVE CF-SUS-NUM1 TO WS-NUM1-EDIT.
           MOVE CF-SUS-NUM2 TO WS-NUM2-EDIT.
           MOVE CF-SUS-RESULTADO TO WS-RESULTADO-EDIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2500-DECIDIR-COMPROBANTE -- LAS LINEAS PENDIENTES DE UN
      *    COMPROBANTE DE DIARIO SE MUESTRAN Y SE DECIDEN JUNTAS.  SI
      *    NO ESTAN TODAS EN LA TABLA (CF-SUS-LINEAS) EL COMPROBANTE
      *    QUEDA PENDIENTE: APROBAR UNA PARTE LO DESCUADRARIA.
      ******************************************************************
       2500-DECIDIR-COMPROBANTE.
           MOVE CF-SUS-REF TO WS-CMP-REF.
           MOVE CF-SUS-COMPROBANTE TO WS-CMP-ID.
           MOVE ZERO TO WS-CMP-LINEAS.
           IF CF-SUS-LINEAS IS NUMERIC
               MOVE CF-SUS-LINEAS TO WS-CMP-LINEAS
           END-IF.
           MOVE ZERO TO WS-CMP-EN-TABLA.
           MOVE "N" TO SW-CMP-YA-VISTO.
           PERFORM 2510-CONTAR-LINEA THRU 2510-EXIT
               VARYING WS-CMP-BUSCA FROM 1 BY 1
               UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS.
           IF CMP-YA-VISTO
               GO TO 2500-EXIT.
           SET WS-IDX TO WS-PARTIDA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           MOVE WS-CMP-LINEAS TO WS-CMP-LINEAS-EDIT.
           MOVE WS-CMP-EN-TABLA TO WS-CMP-EN-TABLA-EDIT.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "COMPROBANTE PENDIENTE DEL OPERADOR " CF-SUS-OPERADOR
               " (" CF-SUS-FECHA " " CF-SUS-HORA ")".
           DISPLAY "  COMPROBANTE:    " WS-CMP-ID.
           DISPLAY "  REFERENCIA:     " WS-CMP-REF.
           DISPLAY "  LINEAS:         " WS-CMP-LINEAS-EDIT.
           PERFORM 2520-MOSTRAR-LINEA THRU 2520-EXIT
               VARYING WS-CMP-BUSCA FROM 1 BY 1
               UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS.
           IF WS-CMP-EN-TABLA NOT = WS-CMP-LINEAS
               DISPLAY "EL COMPROBANTE NO ESTA COMPLETO EN LA TABLA ("
                   WS-CMP-EN-TABLA-EDIT " DE " WS-CMP-LINEAS-EDIT
                   " LINEAS). QUEDA PENDIENTE."
               ADD WS-CMP-EN-TABLA TO WS-PENDIENTES
               GO TO 2500-EXIT.
       2550-PREGUNTAR-DECISION.
           DISPLAY "DECISION SOBRE TODO EL COMPROBANTE? (A=APROBAR, "
               "R=RECHAZAR, S=SALTAR)".
           ACCEPT WS-ENTRADA-OPCION.
           EVALUATE WS-ENTRADA-OPCION
               WHEN "A"
                   PERFORM 2600-APROBAR-COMPROBANTE THRU 2600-EXIT
               WHEN "R"
                   PERFORM 2700-RECHAZAR-COMPROBANTE THRU 2700-EXIT
               WHEN "S"
                   ADD WS-CMP-EN-TABLA TO WS-PENDIENTES
               WHEN OTHER
                   DISPLAY "RESPUESTA INVALIDA. INTENTE DE NUEVO."
                   GO TO 2550-PREGUNTAR-DECISION
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2510-CONTAR-LINEA -- CUENTA LAS LINEAS PENDIENTES DEL
      *    COMPROBANTE; UNA ANTERIOR A LA PARTIDA EN CURSO QUIERE DECIR
      *    QUE EL COMPROBANTE YA SE PRESENTO (Y SE SALTO)
      ******************************************************************
       2510-CONTAR-LINEA.
           SET WS-IDX TO WS-CMP-BUSCA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF CF-SUS-PENDIENTE
               AND CF-SUS-REF = WS-CMP-REF
               AND CF-SUS-COMPROBANTE = WS-CMP-ID
               ADD 1 TO WS-CMP-EN-TABLA
               IF WS-CMP-BUSCA < WS-PARTIDA
                   MOVE "S" TO SW-CMP-YA-VISTO
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-MOSTRAR-LINEA.
           SET WS-IDX TO WS-CMP-BUSCA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF NOT CF-SUS-PENDIENTE
               OR CF-SUS-REF NOT = WS-CMP-REF
               OR CF-SUS-COMPROBANTE NOT = WS-CMP-ID
               GO TO 2520-EXIT.
           MOVE CF-SUS-NUM1 TO WS-NUM1-EDIT.
           MOVE CF-SUS-NUM2 TO WS-NUM2-EDIT.
           MOVE CF-SUS-RESULTADO TO WS-RESULTADO-EDIT.
           DISPLAY "  CUENTA " CF-SUS-CUENTA " RAZON " CF-SUS-RAZON-COD
               " ANTERIOR " WS-NUM1-EDIT " NUEVO " WS-NUM2-EDIT
               " AJUSTE " WS-RESULTADO-EDIT.
       2520-EXIT.
           EXIT.

      ******************************************************************
      *    2600-APROBAR-COMPROBANTE -- PRIMERO SE REVALIDAN TODAS LAS
      *    LINEAS CONTRA EL MAESTRO; SI UNA YA NO CUADRA NO SE
      *    CONTABILIZA NINGUNA.  SI UNA CAE EN CUENTA CONGELADA O
      *    CERRADA O INVADE RETENCIONES, SE RECHAZAN TODAS CON ESA
      *    RAZON.  LUEGO SE CONTABILIZAN TODAS.
      ******************************************************************
       2600-APROBAR-COMPROBANTE.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "NO SE CONTABILIZA: EL COMPROBANTE QUEDA "
                   "PENDIENTE."
               ADD WS-CMP-EN-TABLA TO WS-PENDIENTES
               GO TO 2600-EXIT.
           MOVE "S" TO SW-CMP-VIGENTE.
           MOVE "N" TO SW-CMP-RECHAZADO.
           IF MAESTRO-ABIERTO
               PERFORM 2610-REVALIDAR-LINEA THRU 2610-EXIT
                   VARYING WS-CMP-BUSCA FROM 1 BY 1
                   UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS
                      OR NOT CMP-VIGENTE
           END-IF.
           IF CMP-RECHAZADO
               PERFORM 2710-RECHAZAR-LINEA THRU 2710-EXIT
                   VARYING WS-CMP-BUSCA FROM 1 BY 1
                   UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS
               ADD WS-CMP-EN-TABLA TO WS-RECHAZADOS
               DISPLAY "COMPROBANTE RECHAZADO Y ENVIADO A EXCEPCIONES."
               GO TO 2600-EXIT.
           IF NOT CMP-VIGENTE
               DISPLAY "EL COMPROBANTE QUEDA PENDIENTE; RECAPTURELO."
               ADD WS-CMP-EN-TABLA TO WS-PENDIENTES
               GO TO 2600-EXIT.
           PERFORM 2620-CONTABILIZAR-LINEA THRU 2620-EXIT
               VARYING WS-CMP-BUSCA FROM 1 BY 1
               UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS.
           ADD WS-CMP-EN-TABLA TO WS-APROBADOS.
           DISPLAY "COMPROBANTE APROBADO Y CONTABILIZADO ("
               WS-CMP-EN-TABLA-EDIT " LINEAS).".
       2600-EXIT.
           EXIT.

       2610-REVALIDAR-LINEA.
           SET WS-IDX TO WS-CMP-BUSCA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF NOT CF-SUS-PENDIENTE
               OR CF-SUS-REF NOT = WS-CMP-REF
               OR CF-SUS-COMPROBANTE NOT = WS-CMP-ID
               GO TO 2610-EXIT.
           MOVE CF-SUS-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "LA CUENTA " CF-SUS-CUENTA " YA NO EXISTE "
                       "EN EL MAESTRO."
                   MOVE "N" TO SW-CMP-VIGENTE
                   GO TO 2610-EXIT
           END-READ.
           IF CF-BAL-SALDO NOT = CF-SUS-NUM1
               MOVE CF-BAL-SALDO TO WS-NUM1-EDIT
               DISPLAY "EL SALDO VIGENTE DE LA CUENTA " CF-SUS-CUENTA
                   " (" WS-NUM1-EDIT ") YA NO COINCIDE CON EL VALOR "
                   "ANTERIOR CAPTURADO."
               MOVE "N" TO SW-CMP-VIGENTE
               GO TO 2610-EXIT
           END-IF.
           PERFORM 3100-VERIFICAR-CUENTA THRU 3100-EXIT.
           IF NOT PARTIDA-ADMITIDA
               DISPLAY "LA CUENTA " CF-SUS-CUENTA ": " WS-ENTRADA-RAZON
               MOVE "N" TO SW-CMP-VIGENTE
               MOVE "S" TO SW-CMP-RECHAZADO
           END-IF.
       2610-EXIT.
           EXIT.

       2620-CONTABILIZAR-LINEA.
           SET WS-IDX TO WS-CMP-BUSCA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF NOT CF-SUS-PENDIENTE
               OR CF-SUS-REF NOT = WS-CMP-REF
               OR CF-SUS-COMPROBANTE NOT = WS-CMP-ID
               GO TO 2620-EXIT.
           IF MAESTRO-ABIERTO
               MOVE CF-SUS-CUENTA TO CF-BAL-CUENTA
               READ CF-BAL-FILE
                   KEY IS CF-BAL-CUENTA
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           PERFORM 3050-CONTABILIZAR-PARTIDA THRU 3050-EXIT.
           MOVE CF-SUS-RECORD TO WS-SUS-REGISTRO (WS-IDX).
       2620-EXIT.
           EXIT.

      ******************************************************************
      *    2700-RECHAZAR-COMPROBANTE -- UNA SOLA RAZON PARA TODAS LAS
      *    LINEAS; CADA UNA VA A CFEXCLOG Y QUEDA RECHAZADA
      ******************************************************************
       2700-RECHAZAR-COMPROBANTE.
           DISPLAY "RAZON DEL RECHAZO:".
           ACCEPT WS-ENTRADA-RAZON.
           IF WS-ENTRADA-RAZON = SPACES
               DISPLAY "LA RAZON NO PUEDE QUEDAR EN BLANCO."
               GO TO 2700-RECHAZAR-COMPROBANTE.
           MOVE "ASUP" TO WS-CODIGO-RECHAZO.
           PERFORM 2710-RECHAZAR-LINEA THRU 2710-EXIT
               VARYING WS-CMP-BUSCA FROM 1 BY 1
               UNTIL WS-CMP-BUSCA > WS-NUM-PARTIDAS.
           ADD WS-CMP-EN-TABLA TO WS-RECHAZADOS.
           DISPLAY "COMPROBANTE RECHAZADO Y ENVIADO A EXCEPCIONES.".
       2700-EXIT.
           EXIT.

       2710-RECHAZAR-LINEA.
           SET WS-IDX TO WS-CMP-BUSCA.
           MOVE WS-SUS-REGISTRO (WS-IDX) TO CF-SUS-RECORD.
           IF NOT CF-SUS-PENDIENTE
               OR CF-SUS-REF NOT = WS-CMP-REF
               OR CF-SUS-COMPROBANTE NOT = WS-CMP-ID
               GO TO 2710-EXIT.
           PERFORM 4050-ASENTAR-RECHAZO THRU 4050-EXIT.
           MOVE CF-SUS-RECORD TO WS-SUS-REGISTRO (WS-IDX).
       2710-EXIT.
           EXIT.

      ******************************************************************
      *    3000-APROBAR-PARTIDA -- CONTABILIZA EN CFADJOUT Y BITACORA
      ******************************************************************
       3000-APROBAR-PARTIDA.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "NO SE CONTABILIZA: LA PARTIDA QUEDA PENDIENTE."
               ADD 1 TO WS-PENDIENTES
               GO TO 3000-EXIT.
           IF MAESTRO-ABIERTO
               MOVE CF-SUS-CUENTA TO CF-BAL-CUENTA
               READ CF-BAL-FILE
                   ADD 1 TO WS-PENDIENTES
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3100-VERIFICAR-CUENTA THRU 3100-EXIT
               IF NOT PARTIDA-ADMITIDA
                   DISPLAY "** " WS-ENTRADA-RAZON ". PARTIDA "
                       "RECHAZADA Y ENVIADA A EXCEPCIONES. **"
                   PERFORM 4050-ASENTAR-RECHAZO THRU 4050-EXIT
                   ADD 1 TO WS-RECHAZADOS
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3050-CONTABILIZAR-PARTIDA THRU 3050-EXIT.
           ADD 1 TO WS-APROBADOS.
           DISPLAY "PARTIDA APROBADA Y CONTABILIZADA.".
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-VERIFICAR-CUENTA -- CON EL REGISTRO DE LA CUENTA YA
      *    LEIDO DEL MAESTRO: UNA CUENTA CONGELADA O CERRADA NO ADMITE
      *    MOVIMIENTOS Y UN CARGO (RESULTADO NEGATIVO) NO PUEDE DEJAR
      *    EL SALDO NUEVO POR DEBAJO DEL TOTAL VIGENTE RETENIDO
      *    (CFHLD01).  SI NO SE ADMITE, DEJA CODIGO Y RAZON LISTOS
      *    PARA 4050-ASENTAR-RECHAZO.
      ******************************************************************
       3100-VERIFICAR-CUENTA.
           MOVE "S" TO SW-PARTIDA-ADMITIDA.
           IF CF-BAL-CONGELADA
               MOVE "N" TO SW-PARTIDA-ADMITIDA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: NO ADMITE MOVIMIENTOS"
                   TO WS-ENTRADA-RAZON
               GO TO 3100-EXIT.
           IF CF-BAL-BLOQUEADA
               MOVE "N" TO SW-PARTIDA-ADMITIDA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: NO ADMITE MOVIMIENTOS"
                   TO WS-ENTRADA-RAZON
               GO TO 3100-EXIT.
           IF CF-SUS-RESULTADO NOT < ZERO
               GO TO 3100-EXIT.
           MOVE CF-SUS-CUENTA TO WS-HLD-CUENTA.
           PERFORM 8700-SUMAR-RETENCIONES THRU 8700-EXIT.
           IF CF-SUS-NUM2 < WS-RETENIDO
               MOVE "N" TO SW-PARTIDA-ADMITIDA
               MOVE "RRET" TO WS-CODIGO-RECHAZO
               MOVE "CARGO INVADE FONDOS RETENIDOS"
                   TO WS-ENTRADA-RAZON
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3050-CONTABILIZAR-PARTIDA -- CFADJOUT, BITACORA, MAESTRO E
      *    HISTORIAL DE LA PARTIDA EN CF-SUS-RECORD; EL REGISTRO DE SU
      *    CUENTA YA DEBE ESTAR LEIDO DEL MAESTRO PARA EL REWRITE
      ******************************************************************
       3050-CONTABILIZAR-PARTIDA.
           MOVE CF-SUS-CUENTA TO CF-ADJ-CUENTA.
           MOVE CF-SUS-NUM1 TO CF-ADJ-NUM1.
           MOVE CF-SUS-NUM2 TO CF-ADJ-NUM2.
           MOVE SPACES TO CF-LOG-MONEDA.
           MOVE ZERO TO CF-LOG-IMPORTE-ORIG.
           MOVE CF-SUS-RAZON-COD TO CF-LOG-RAZON-COD.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           END-IF.
           PERFORM 4500-ESTAMPAR-DECISION THRU 4500-EXIT.
           MOVE "A" TO CF-SUS-ESTADO.
       3050-EXIT.
           EXIT.

      ******************************************************************
           IF WS-ENTRADA-RAZON = SPACES
               DISPLAY "LA RAZON NO PUEDE QUEDAR EN BLANCO."
               GO TO 4000-RECHAZAR-PARTIDA.
           MOVE "ASUP" TO WS-CODIGO-RECHAZO.
           PERFORM 4050-ASENTAR-RECHAZO THRU 4050-EXIT.
           ADD 1 TO WS-RECHAZADOS.
           DISPLAY "PARTIDA RECHAZADA Y ENVIADA A EXCEPCIONES.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4050-ASENTAR-RECHAZO -- EXCEPCION EN CFEXCLOG Y ESTAMPA DE
      *    LA PARTIDA EN CF-SUS-RECORD CON LA RAZON (WS-ENTRADA-RAZON)
      *    Y EL CODIGO DE RECHAZO (WS-CODIGO-RECHAZO).  LA
      *    LINEA DE UN COMPROBANTE SALE CON MARCA 'CV', CUENTA EN
      *    NUM1-TXT E IMPORTE EN NUM2-TXT, IGUAL QUE DESDE LA CAPTURA.
      ******************************************************************
       4050-ASENTAR-RECHAZO.
           MOVE CF-SUS-OPERADOR TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE ZERO TO CF-EXC-NUM-REGISTRO.
           IF CF-SUS-COMPROBANTE NOT = SPACES
               MOVE SPACES TO CF-EXC-NUM1-TXT
               MOVE CF-SUS-CUENTA TO CF-EXC-NUM1-TXT (1:8)
               MOVE "CV" TO CF-EXC-OPERACION-TXT
               MOVE CF-SUS-RESULTADO TO WS-RESULTADO-EDIT
               MOVE WS-RESULTADO-EDIT TO CF-EXC-NUM2-TXT
           ELSE
               MOVE CF-SUS-NUM1 TO WS-NUM1-EDIT
               MOVE WS-NUM1-EDIT TO CF-EXC-NUM1-TXT
               MOVE "AJ" TO CF-EXC-OPERACION-TXT
               MOVE CF-SUS-NUM2 TO WS-NUM2-EDIT
               MOVE WS-NUM2-EDIT TO CF-EXC-NUM2-TXT
           END-IF.
           MOVE WS-ENTRADA-RAZON TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE CF-SUS-REF TO CF-EXC-REF.
           PERFORM 8050-RESOLVER-SUCURSAL THRU 8050-EXIT.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFAPRV01" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           PERFORM 4500-ESTAMPAR-DECISION THRU 4500-EXIT.
           MOVE "R" TO CF-SUS-ESTADO.
           MOVE WS-ENTRADA-RAZON TO CF-SUS-RAZON-RECHAZO.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *    8050-RESOLVER-SUCURSAL -- LA SUCURSAL ESTAMPADA AL
      *    ESTACIONAR LA PARTIDA; LAS PARTIDAS ANTERIORES A ESE CAMPO
      *    TOMAN LA DE LA CUENTA EN EL MAESTRO SI ESTA DISPONIBLE
      ******************************************************************
       8050-RESOLVER-SUCURSAL.
           MOVE CF-SUS-SUCURSAL TO WS-SUCURSAL-ACTUAL.
           IF WS-SUCURSAL-ACTUAL NOT = SPACES
               GO TO 8050-EXIT.
           IF NOT MAESTRO-ABIERTO
               GO TO 8050-EXIT.
           MOVE CF-SUS-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   GO TO 8050-EXIT
           END-READ.
           MOVE CF-BAL-SUCURSAL TO WS-SUCURSAL-ACTUAL.
       8050-EXIT.
           EXIT.

      ******************************************************************
       8500-EXIT.
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
      *    4500-ESTAMPAR-DECISION -- SUPERVISOR Y FECHA/HORA
      ******************************************************************
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           IF RETENCIONES-ABIERTAS
               CLOSE CF-HLD-FILE
           END-IF.
           CLOSE CF-ADJOUT-FILE.
           CLOSE CF-LOG-FILE.
           CLOSE CF-EXC-FILE.
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
           MOVE "CFAPRV01" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM CFAPRV01.
