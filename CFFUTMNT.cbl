      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Consulta y cancelacion de partidas a futuro (CFFUT01):
      *          lista las partidas pendientes con su fecha efectiva,
      *          muestra una partida por su clave (fecha de alta y
      *          referencia) y cancela una partida pendiente antes de
      *          que CFFUTREL la libere.  Solo cancela quien la
      *          capturo o un supervisor; la partida queda marcada
      *          con fecha, operador y motivo, no se borra.
      * Tectonics: cobc -x -std=ibm CFFUTMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFFUTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-FUT-FILE ASSIGN TO "CFFUT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-FUT-CLAVE
               FILE STATUS IS WS-FS-FUT.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-FUT-FILE.
           COPY CFFUTREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-FUT                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-BUS                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE SPACES.
       01  WS-FECHA                     PIC 9(08) VALUE ZERO.
       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-ENTRADA-REF               PIC X(12).
       01  WS-ENTRADA-MOTIVO            PIC X(30).
       01  WS-CONFIRMA                  PIC X(01).

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-SUPERVISOR                PIC X(01) VALUE "N".
           88  ES-SUPERVISOR                     VALUE "S".
       77  SW-PARTIDA-HALLADA           PIC X(01) VALUE "N".
           88  PARTIDA-HALLADA                   VALUE "S".
       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    VISTAS DE LA IMAGEN GUARDADA: DETALLE CFTRANIN O CFADJIN.
      *----------------------------------------------------------------
           COPY CFTRNIN REPLACING LEADING ==CF-TRANIN== BY ==WS-FTR==.
           COPY CFADJIN REPLACING LEADING ==CF-ADJIN== BY ==WS-FAJ==.

       01  WS-LISTADOS-EDIT             PIC ZZZ9.
       01  WS-ESTADO-DESC               PIC X(09).
       01  WS-TIPO-DESC                 PIC X(06).
       01  WS-PARTIDA-DESC              PIC X(50).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT.
           IF NOT OPERADOR-VALIDO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1000-ABRIR-ARCHIVOS THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-FUT-FILE.
           DISPLAY "FIN DE LA CONSULTA DE PARTIDAS A FUTURO.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-ARCHIVOS -- SIN ALMACEN NO HAY NADA PENDIENTE;
      *    SE CREA VACIO COMO EN LA PRIMERA CORRIDA DE CFFUTREL
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN I-O CF-FUT-FILE.
           IF WS-FS-FUT = "35"
               OPEN OUTPUT CF-FUT-FILE
               CLOSE CF-FUT-FILE
               OPEN I-O CF-FUT-FILE
           END-IF.
           IF WS-FS-FUT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ALMACEN DE PARTIDAS A "
                   "FUTURO (CFFUT01). FILE STATUS=" WS-FS-FUT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- CUALQUIER OPERADOR ACTIVO CONSULTA;
      *    SE ANOTA SI ES SUPERVISOR (NIVEL 3 O MAS) PARA CANCELAR
      *    PARTIDAS CAPTURADAS POR OTRO
      ******************************************************************
       1100-OBTENER-OPERADOR.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 1100-OBTENER-OPERADOR.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           MOVE "N" TO SW-SUPERVISOR.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE. NO SE PUEDEN CONSULTAR PARTIDAS."
               MOVE "N" TO SW-OPERADOR-VALIDO
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
           IF CF-OPR-NIVEL-SUPERV
               MOVE "S" TO SW-SUPERVISOR.
       1100-CERRAR.
           CLOSE CF-OPR-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "PARTIDAS A FUTURO (CFFUT01)  FECHA DE NEGOCIO: "
               WS-FECHA.
           DISPLAY "1. LISTAR PARTIDAS PENDIENTES".
           DISPLAY "2. CONSULTAR UNA PARTIDA".
           DISPLAY "3. CANCELAR UNA PARTIDA PENDIENTE".
           DISPLAY "4. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 3000-LISTAR-PENDIENTES THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CONSULTAR-PARTIDA THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-CANCELAR-PARTIDA THRU 5000-EXIT
               WHEN "4"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LISTAR-PENDIENTES -- TODO LO PENDIENTE, EN ORDEN DE
      *    FECHA DE ALTA Y REFERENCIA
      ******************************************************************
       3000-LISTAR-PENDIENTES.
           MOVE ZERO TO WS-LISTADOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-FUT-CLAVE.
           START CF-FUT-FILE
               KEY IS NOT LESS THAN CF-FUT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           DISPLAY "ALTA     REFERENCIA   EFECTIVA TIPO   OPERADOR "
               "PARTIDA".
           PERFORM 3100-LEER-PENDIENTE THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "PARTIDAS PENDIENTES: " WS-LISTADOS-EDIT.
       3000-EXIT.
           EXIT.

       3100-LEER-PENDIENTE.
           READ CF-FUT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CF-FUT-PENDIENTE
               GO TO 3100-EXIT.
           ADD 1 TO WS-LISTADOS.
           PERFORM 6000-DESCRIBIR-PARTIDA THRU 6000-EXIT.
           DISPLAY CF-FUT-FECHA-ALTA " " CF-FUT-REF " "
               CF-FUT-FECHA-EFECTIVA " " WS-TIPO-DESC " "
               CF-FUT-OPERADOR-ALTA " " WS-PARTIDA-DESC.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CONSULTAR-PARTIDA -- UNA PARTIDA POR SU CLAVE, EN
      *    CUALQUIER ESTADO
      ******************************************************************
       4000-CONSULTAR-PARTIDA.
           PERFORM 6500-LEER-CLAVE THRU 6500-EXIT.
           IF NOT PARTIDA-HALLADA
               GO TO 4000-EXIT.
           PERFORM 6700-MOSTRAR-PARTIDA THRU 6700-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CANCELAR-PARTIDA -- SOLO UNA PARTIDA PENDIENTE, POR
      *    QUIEN LA CAPTURO O UN SUPERVISOR; QUEDA FECHADA, FIRMADA Y
      *    CON SU MOTIVO, Y CFFUTREL YA NO LA LIBERA
      ******************************************************************
       5000-CANCELAR-PARTIDA.
           PERFORM 6500-LEER-CLAVE THRU 6500-EXIT.
           IF NOT PARTIDA-HALLADA
               GO TO 5000-EXIT.
           PERFORM 6700-MOSTRAR-PARTIDA THRU 6700-EXIT.
           IF NOT CF-FUT-PENDIENTE
               DISPLAY "LA PARTIDA YA NO ESTA PENDIENTE."
               GO TO 5000-EXIT.
           IF CF-FUT-OPERADOR-ALTA NOT = OPERADOR-ID
               AND NOT ES-SUPERVISOR
               DISPLAY "SOLO QUIEN CAPTURO LA PARTIDA O UN "
                   "SUPERVISOR PUEDE CANCELARLA."
               GO TO 5000-EXIT.
       5050-PEDIR-MOTIVO.
           DISPLAY "MOTIVO DE LA CANCELACION (HASTA 30 CARACTERES):".
           ACCEPT WS-ENTRADA-MOTIVO.
           IF WS-ENTRADA-MOTIVO = SPACES
               DISPLAY "EL MOTIVO NO PUEDE QUEDAR EN BLANCO."
               GO TO 5050-PEDIR-MOTIVO.
           DISPLAY "CONFIRMA LA CANCELACION? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CANCELACION NO EFECTUADA."
               GO TO 5000-EXIT.
           MOVE "X" TO CF-FUT-ESTADO.
           MOVE WS-FECHA TO CF-FUT-FECHA-ESTADO.
           MOVE OPERADOR-ID TO CF-FUT-OPERADOR-ESTADO.
           MOVE WS-ENTRADA-MOTIVO TO CF-FUT-MOTIVO.
           REWRITE CF-FUT-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR LA PARTIDA. FILE "
                       "STATUS=" WS-FS-FUT
                   GO TO 5000-EXIT
           END-REWRITE.
           DISPLAY "PARTIDA CANCELADA: " CF-FUT-FECHA-ALTA "/"
               CF-FUT-REF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-DESCRIBIR-PARTIDA -- TIPO Y RESUMEN DE LA IMAGEN
      ******************************************************************
       6000-DESCRIBIR-PARTIDA.
           MOVE SPACES TO WS-PARTIDA-DESC.
           IF CF-FUT-ES-CALCULO
               MOVE CF-FUT-IMAGEN TO WS-FTR-RECORD
               MOVE "CALC" TO WS-TIPO-DESC
               STRING WS-FTR-NUM1 " " WS-FTR-OPERACION " "
                   WS-FTR-NUM2 " " WS-FTR-MONEDA
                   DELIMITED SIZE INTO WS-PARTIDA-DESC
               GO TO 6000-EXIT.
           MOVE CF-FUT-IMAGEN TO WS-FAJ-RECORD.
           IF WS-FAJ-ES-TRANSFER
               MOVE "TRANSF" TO WS-TIPO-DESC
               STRING WS-FAJ-TRF-ORIGEN " -> " WS-FAJ-TRF-DESTINO
                   " " WS-FAJ-TRF-IMPORTE
                   DELIMITED SIZE INTO WS-PARTIDA-DESC
           ELSE
               MOVE "AJUSTE" TO WS-TIPO-DESC
               STRING WS-FAJ-CUENTA " " WS-FAJ-NUM1 " -> "
                   WS-FAJ-NUM2 " " WS-FAJ-RAZON
                   DELIMITED SIZE INTO WS-PARTIDA-DESC
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6500-LEER-CLAVE -- PIDE FECHA DE ALTA Y REFERENCIA Y LEE LA
      *    PARTIDA
      ******************************************************************
       6500-LEER-CLAVE.
           MOVE "N" TO SW-PARTIDA-HALLADA.
           DISPLAY "FECHA DE ALTA DE LA PARTIDA (AAAAMMDD):".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA."
               GO TO 6500-EXIT.
           DISPLAY "REFERENCIA DE LA PARTIDA:".
           ACCEPT WS-ENTRADA-REF.
           IF WS-ENTRADA-REF = SPACES
               DISPLAY "LA REFERENCIA NO PUEDE QUEDAR EN BLANCO."
               GO TO 6500-EXIT.
           MOVE WS-ENTRADA-FECHA TO CF-FUT-FECHA-ALTA.
           MOVE WS-ENTRADA-REF TO CF-FUT-REF.
           READ CF-FUT-FILE
               KEY IS CF-FUT-CLAVE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA PARTIDA A FUTURO."
                   GO TO 6500-EXIT
           END-READ.
           MOVE "S" TO SW-PARTIDA-HALLADA.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *    6700-MOSTRAR-PARTIDA -- DETALLE COMPLETO DE LA PARTIDA LEIDA
      ******************************************************************
       6700-MOSTRAR-PARTIDA.
           PERFORM 6000-DESCRIBIR-PARTIDA THRU 6000-EXIT.
           EVALUATE TRUE
               WHEN CF-FUT-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-DESC
               WHEN CF-FUT-LIBERADA
                   MOVE "LIBERADA" TO WS-ESTADO-DESC
               WHEN CF-FUT-CANCELADA
                   MOVE "CANCELADA" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE CF-FUT-ESTADO TO WS-ESTADO-DESC
           END-EVALUATE.
           DISPLAY "PARTIDA  " CF-FUT-FECHA-ALTA "/" CF-FUT-REF
               "  " WS-TIPO-DESC "  " WS-PARTIDA-DESC.
           DISPLAY "EFECTIVA " CF-FUT-FECHA-EFECTIVA
               "  CAPTURADA POR " CF-FUT-OPERADOR-ALTA
               "  LOTE " CF-FUT-LOTE-ID.
           DISPLAY "ESTADO   " WS-ESTADO-DESC.
           IF NOT CF-FUT-PENDIENTE
               DISPLAY "         EL " CF-FUT-FECHA-ESTADO
                   " POR " CF-FUT-OPERADOR-ESTADO " " CF-FUT-MOTIVO
           END-IF.
       6700-EXIT.
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

       END PROGRAM CFFUTMNT.
