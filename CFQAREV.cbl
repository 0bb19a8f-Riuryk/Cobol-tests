      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Revision de calidad de la muestra diaria.  Un
      *          supervisor (nivel 3, con su PIN) recorre las partidas
      *          pendientes de la cola de revision (CFQAQUE, que llena
      *          CFQASMP cada noche) y marca cada una como confirmada
      *          o con error, con un comentario (obligatorio en los
      *          errores).  Nadie revisa sus propios asientos: las
      *          partidas del mismo supervisor se saltan y quedan
      *          para otro.  La cola se reescribe conservando el
      *          historial de revisiones, con la misma proteccion que
      *          el suspenso de CFAPRV01 para lo anexado durante la
      *          sesion.  Nada se contabiliza desde aqui.
      * Tectonics: cobc -x -std=ibm CFQAREV.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LA ENTRADA DE LA TABLA DE LA COLA MIDE LO
      *                     MISMO QUE CF-QA-RECORD (161).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFQAREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-QA-FILE ASSIGN TO "CFQAQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QA.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-QA-FILE.
           COPY CFQAREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-SEG-FILE.
       01  CF-SEG-RECORD.
           05  CF-SEG-INTENTOS-TXT      PIC X(04).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       01  SUPERVISOR-ID                PIC X(08).

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).

       01  WS-ARCHIVOS-STATUS.
           05  WS-FS-QA                 PIC X(02) VALUE "00".
           05  WS-FS-OPR                PIC X(02) VALUE "00".
           05  WS-FS-SIG                PIC X(02) VALUE "00".
           05  WS-FS-SEG                PIC X(02) VALUE "00".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-OPR-SOLO-LECTURA          PIC X(01) VALUE "N".
           88  OPR-SOLO-LECTURA                   VALUE "S".
       77  SW-TERMINAR                  PIC X(01) VALUE "N".
           88  TERMINAR-SESION                    VALUE "S".

      *----------------------------------------------------------------
      *    FIRMA CON PIN: ENTRADA DEL SUPERVISOR, LIMITE DE FALLOS
      *    CONSECUTIVOS (CFSEGPRM, 3 POR OMISION) Y RESULTADO DEL
      *    INTENTO PARA LA BITACORA DE FIRMAS (CFSIGNLG).
      *----------------------------------------------------------------
       01  WS-ENTRADA-PIN               PIC X(04).
       77  WS-MAX-INTENTOS              PIC 9(01) VALUE 3.
       77  WS-SIG-RESULTADO             PIC X(01) VALUE "A".
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

       01  WS-ENTRADA-OPCION            PIC X(01).
       01  WS-ENTRADA-COMENTARIO        PIC X(40).

      *----------------------------------------------------------------
      *    LA COLA SE CARGA COMPLETA EN TABLA (HASTA 3000 PARTIDAS),
      *    SE REVISA PARTIDA POR PARTIDA Y SE REESCRIBE COMPLETA AL
      *    FINAL CONSERVANDO EL HISTORIAL.
      *----------------------------------------------------------------
       77  WS-MAX-PARTIDAS              PIC 9(04) VALUE 3000 COMP.
       77  WS-NUM-PARTIDAS              PIC 9(04) VALUE ZERO COMP.
       77  WS-PARTIDA                   PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-COLA.
           05  WS-QA-ENTRADA OCCURS 3000 TIMES INDEXED BY WS-IDX.
               10  WS-QA-REGISTRO       PIC X(161).

       77  WS-PARTIDAS-CARGADAS         PIC 9(04) VALUE ZERO COMP.
       77  WS-RELEIDAS                  PIC 9(04) VALUE ZERO COMP.
       77  SW-REESCRITURA-SEGURA        PIC X(01) VALUE "S".
       77  WS-PENDIENTES-OTROS          PIC 9(04) VALUE ZERO COMP.
       77  WS-CONFIRMADAS               PIC 9(04) VALUE ZERO COMP.
       77  WS-ERRORES                   PIC 9(04) VALUE ZERO COMP.
       77  WS-SALTADAS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-PROPIAS                   PIC 9(04) VALUE ZERO COMP.

       01  WS-NUM1-EDIT                 PIC -9999999.99.
       01  WS-NUM2-EDIT                 PIC -9999999.99.
       01  WS-RESULTADO-EDIT            PIC -9999999.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-REVISAR-PARTIDA THRU 2000-EXIT
               VARYING WS-PARTIDA FROM 1 BY 1
               UNTIL WS-PARTIDA > WS-NUM-PARTIDAS.
           IF WS-CONFIRMADAS + WS-ERRORES > ZERO
               PERFORM 5000-REESCRIBIR-COLA THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FIRMA DEL SUPERVISOR Y CARGA DE LA
      *    COLA EN TABLA
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "REVISION DE CALIDAD DE LA MUESTRA DIARIA".
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT.
           OPEN INPUT CF-QA-FILE.
           IF WS-FS-QA NOT = "00"
               DISPLAY "NO HAY COLA DE REVISION (CFQAQUE). NADA QUE "
                   "REVISAR."
               STOP RUN.
           PERFORM 1200-CARGAR-PARTIDA THRU 1200-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           IF WS-PENDIENTES-OTROS = ZERO
               DISPLAY "NO HAY PARTIDAS PENDIENTES DE OTROS "
                   "OPERADORES. NADA QUE REVISAR."
               STOP RUN.
           MOVE WS-PENDIENTES-OTROS TO WS-CONTADOR-EDIT.
           DISPLAY "PARTIDAS PENDIENTES A REVISAR: " WS-CONTADOR-EDIT.
       1000-EXIT.
           EXIT.

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
      *    1150-VALIDAR-SUPERVISOR -- FIRMA CONTRA EL MAESTRO CFOPMST
      *    LA REVISION EXIGE NIVEL 3 (SUPERVISOR); SIN MAESTRO SE
      *    AVISA Y SE CONTINUA, IGUAL QUE EN LOS DEMAS PROGRAMAS.
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
                   "REVISAR LA MUESTRA."
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
      *    IDENTIFICACION; CADA INTENTO SE ASIENTA EN CFSIGNLG Y LOS
      *    FALLOS CONSECUTIVOS AL LLEGAR AL LIMITE DE CFSEGPRM
      *    BLOQUEAN AL SUPERVISOR ('B').  UN PIN EN BLANCO ES UN
      *    REGISTRO EN TRANSICION: SE AVISA Y SE CONTINUA.
      ******************************************************************
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
           MOVE "CFQAREV" TO CF-SIG-PROGRAMA.
           MOVE SUPERVISOR-ID TO CF-SIG-OPERADOR.
           MOVE WS-HORA TO CF-SIG-SESION.
           MOVE WS-SIG-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1160-EXIT.
           EXIT.

       1200-CARGAR-PARTIDA.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1200-EXIT
           END-READ.
           IF WS-NUM-PARTIDAS >= WS-MAX-PARTIDAS
               DISPLAY "LA COLA EXCEDE LAS " WS-MAX-PARTIDAS
                   " PARTIDAS DE LA TABLA. REVISE Y VUELVA A CORRER."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1200-EXIT.
           ADD 1 TO WS-NUM-PARTIDAS.
           SET WS-IDX TO WS-NUM-PARTIDAS.
           MOVE CF-QA-RECORD TO WS-QA-REGISTRO (WS-IDX).
           IF CF-QA-PENDIENTE
               IF CF-QA-OPERADOR = SUPERVISOR-ID
                   ADD 1 TO WS-PROPIAS
               ELSE
                   ADD 1 TO WS-PENDIENTES-OTROS
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REVISAR-PARTIDA -- UNA PARTIDA PENDIENTE A LA VEZ; LAS
      *    DEL PROPIO SUPERVISOR NO SE LE MUESTRAN
      ******************************************************************
       2000-REVISAR-PARTIDA.
           IF TERMINAR-SESION
               GO TO 2000-EXIT.
           SET WS-IDX TO WS-PARTIDA.
           MOVE WS-QA-REGISTRO (WS-IDX) TO CF-QA-RECORD.
           IF NOT CF-QA-PENDIENTE
               GO TO 2000-EXIT.
           IF CF-QA-OPERADOR = SUPERVISOR-ID
               GO TO 2000-EXIT.
           MOVE CF-QA-NUM1 TO WS-NUM1-EDIT.
           MOVE CF-QA-NUM2 TO WS-NUM2-EDIT.
           MOVE CF-QA-RESULTADO TO WS-RESULTADO-EDIT.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "MUESTRA DEL " CF-QA-FECHA-MUESTRA
               " - OPERADOR " CF-QA-OPERADOR
               " (" CF-QA-FECHA " " CF-QA-HORA " SEC " CF-QA-SEQ ")".
           DISPLAY "  TIPO:           " CF-QA-TIPO-TRANS
               "   SUCURSAL: " CF-QA-SUCURSAL.
           DISPLAY "  REFERENCIA:     " CF-QA-REF.
           IF CF-QA-TIPO-TRANS = "AJ"
               DISPLAY "  CUENTA:         " CF-QA-CUENTA
                   "   RAZON: " CF-QA-RAZON-COD
               DISPLAY "  VALOR ANTERIOR: " WS-NUM1-EDIT
               DISPLAY "  VALOR NUEVO:    " WS-NUM2-EDIT
               DISPLAY "  AJUSTE:         " WS-RESULTADO-EDIT
           ELSE
               DISPLAY "  OPERACION:      " CF-QA-OPERACION
               DISPLAY "  VALOR 1:        " WS-NUM1-EDIT
               DISPLAY "  VALOR 2:        " WS-NUM2-EDIT
               DISPLAY "  RESULTADO:      " WS-RESULTADO-EDIT
           END-IF.
       2100-PREGUNTAR-DECISION.
           DISPLAY "REVISION? (C=CONFIRMADA, E=CON ERROR, S=SALTAR, "
               "F=TERMINAR)".
           ACCEPT WS-ENTRADA-OPCION.
           EVALUATE WS-ENTRADA-OPCION
               WHEN "C"
                   PERFORM 3000-CONFIRMAR-PARTIDA THRU 3000-EXIT
               WHEN "E"
                   PERFORM 4000-MARCAR-ERROR THRU 4000-EXIT
               WHEN "S"
                   ADD 1 TO WS-SALTADAS
               WHEN "F"
                   MOVE "S" TO SW-TERMINAR
               WHEN OTHER
                   DISPLAY "RESPUESTA INVALIDA. INTENTE DE NUEVO."
                   GO TO 2100-PREGUNTAR-DECISION
           END-EVALUATE.
           MOVE CF-QA-RECORD TO WS-QA-REGISTRO (WS-IDX).
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CONFIRMAR-PARTIDA -- EL COMENTARIO ES OPCIONAL
      ******************************************************************
       3000-CONFIRMAR-PARTIDA.
           DISPLAY "COMENTARIO (OPCIONAL):".
           ACCEPT WS-ENTRADA-COMENTARIO.
           PERFORM 4500-ESTAMPAR-REVISION THRU 4500-EXIT.
           MOVE "C" TO CF-QA-ESTADO.
           ADD 1 TO WS-CONFIRMADAS.
           DISPLAY "PARTIDA CONFIRMADA.".
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-MARCAR-ERROR -- EL ERROR EXIGE DECIR QUE ESTA MAL
      ******************************************************************
       4000-MARCAR-ERROR.
           DISPLAY "DESCRIBA EL ERROR:".
           ACCEPT WS-ENTRADA-COMENTARIO.
           IF WS-ENTRADA-COMENTARIO = SPACES
               DISPLAY "EL COMENTARIO NO PUEDE QUEDAR EN BLANCO."
               GO TO 4000-MARCAR-ERROR.
           PERFORM 4500-ESTAMPAR-REVISION THRU 4500-EXIT.
           MOVE "E" TO CF-QA-ESTADO.
           ADD 1 TO WS-ERRORES.
           DISPLAY "PARTIDA MARCADA CON ERROR.".
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4500-ESTAMPAR-REVISION -- REVISOR, FECHA/HORA Y COMENTARIO
      ******************************************************************
       4500-ESTAMPAR-REVISION.
           MOVE SUPERVISOR-ID TO CF-QA-REVISOR.
           MOVE WS-FECHA TO CF-QA-FECHA-REVISION.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-QA-HORA-REVISION.
           MOVE WS-ENTRADA-COMENTARIO TO CF-QA-COMENTARIO.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4800-RECARGAR-NUEVAS -- ANTES DE REESCRIBIR LA COLA SE
      *    RELEE EL ARCHIVO: TODO REGISTRO ANEXADO DESPUES DE LA CARGA
      *    (UNA MUESTRA NUEVA DE CFQASMP) SE AGREGA A LA TABLA PARA
      *    QUE LA REESCRITURA NO LO DESTRUYA.  SI NO SE PUEDE
      *    GARANTIZAR, LA REESCRITURA SE CANCELA Y EL ARCHIVO QUEDA
      *    INTACTO.
      ******************************************************************
       4800-RECARGAR-NUEVAS.
           MOVE "S" TO SW-REESCRITURA-SEGURA.
           MOVE WS-NUM-PARTIDAS TO WS-PARTIDAS-CARGADAS.
           MOVE ZERO TO WS-RELEIDAS.
           OPEN INPUT CF-QA-FILE.
           IF WS-FS-QA = "35"
               GO TO 4800-EXIT.
           IF WS-FS-QA NOT = "00"
               MOVE "N" TO SW-REESCRITURA-SEGURA
               GO TO 4800-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 4850-RELEER-PARTIDA THRU 4850-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       4800-EXIT.
           EXIT.

       4850-RELEER-PARTIDA.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4850-EXIT
           END-READ.
           ADD 1 TO WS-RELEIDAS.
           IF WS-RELEIDAS <= WS-PARTIDAS-CARGADAS
               GO TO 4850-EXIT.
           IF WS-NUM-PARTIDAS >= WS-MAX-PARTIDAS
               MOVE "N" TO SW-REESCRITURA-SEGURA
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 4850-EXIT.
           ADD 1 TO WS-NUM-PARTIDAS.
           SET WS-IDX TO WS-NUM-PARTIDAS.
           MOVE CF-QA-RECORD TO WS-QA-REGISTRO (WS-IDX).
       4850-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REESCRIBIR-COLA -- EL ARCHIVO SE REESCRIBE COMPLETO CON
      *    LAS REVISIONES ESTAMPADAS; LAS SALTADAS SIGUEN PENDIENTES
      ******************************************************************
       5000-REESCRIBIR-COLA.
           PERFORM 4800-RECARGAR-NUEVAS THRU 4800-EXIT.
           IF SW-REESCRITURA-SEGURA NOT = "S"
               DISPLAY "NO SE PUDO GARANTIZAR LA REESCRITURA DE LA "
                   "COLA SIN PERDER PARTIDAS NUEVAS. EL ARCHIVO QUEDA "
                   "INTACTO; VUELVA A CORRER LA REVISION."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT.
           OPEN OUTPUT CF-QA-FILE.
           IF WS-FS-QA NOT = "00"
               DISPLAY "NO SE PUDO REESCRIBIR LA COLA DE REVISION. "
                   "FILE STATUS=" WS-FS-QA
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT.
           PERFORM 5100-GRABAR-PARTIDA THRU 5100-EXIT
               VARYING WS-PARTIDA FROM 1 BY 1
               UNTIL WS-PARTIDA > WS-NUM-PARTIDAS.
           CLOSE CF-QA-FILE.
       5000-EXIT.
           EXIT.

       5100-GRABAR-PARTIDA.
           SET WS-IDX TO WS-PARTIDA.
           MOVE WS-QA-REGISTRO (WS-IDX) TO CF-QA-RECORD.
           WRITE CF-QA-RECORD.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- RESUMEN DE LA SESION
      ******************************************************************
       9000-FINALIZAR.
           DISPLAY " ".
           DISPLAY "RESUMEN DE LA SESION DE REVISION:".
           MOVE WS-CONFIRMADAS TO WS-CONTADOR-EDIT.
           DISPLAY "  CONFIRMADAS: " WS-CONTADOR-EDIT.
           MOVE WS-ERRORES TO WS-CONTADOR-EDIT.
           DISPLAY "  CON ERROR:   " WS-CONTADOR-EDIT.
           MOVE WS-SALTADAS TO WS-CONTADOR-EDIT.
           DISPLAY "  SALTADAS:    " WS-CONTADOR-EDIT.
           IF WS-PROPIAS > ZERO
               MOVE WS-PROPIAS TO WS-CONTADOR-EDIT
               DISPLAY "  " WS-CONTADOR-EDIT " PARTIDA(S) SUYAS QUEDAN "
                   "PARA OTRO SUPERVISOR."
           END-IF.
           DISPLAY "FIN DE LA REVISION DE CALIDAD.".
       9000-EXIT.
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

       END PROGRAM CFQAREV.
