      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Mantenimiento del maestro de titulares (CFTIT01) y
      *          consulta de la posicion consolidada de un titular.
      *          Alta y cambio de titulares (nombre, RFC, domicilio,
      *          telefono, correo y estado activo/inactivo), listado
      *          completo, y la consulta que reune todas las cuentas
      *          de CFBALMST ligadas al titular (CF-BAL-TITULAR) con
      *          su saldo, categoria, ultimo movimiento y estado, mas
      *          el total consolidado.  Un titular inactivo se
      *          conserva por historia pero ya no se puede ligar a
      *          una cuenta.  El operador y la fecha de negocio
      *          quedan registrados en el alta.
      * Tectonics: cobc -x -std=ibm CFTITMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFTITMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-TIT-FILE ASSIGN TO "CFTIT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-TIT-ID
               FILE STATUS IS WS-FS-TIT.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-TIT-FILE.
           COPY CFTITREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-TIT                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-CUENTAS-ABIERTAS          PIC X(01) VALUE "N".
           88  CUENTAS-ABIERTAS                   VALUE "S".

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-ID                PIC X(08).
       01  WS-ENTRADA-NOMBRE            PIC X(40).
       01  WS-ENTRADA-RFC               PIC X(13).
       01  WS-ENTRADA-CALLE             PIC X(40).
       01  WS-ENTRADA-CIUDAD            PIC X(25).
       01  WS-ENTRADA-CP                PIC X(05).
       01  WS-ENTRADA-TELEFONO          PIC X(15).
       01  WS-ENTRADA-CORREO            PIC X(40).
       01  WS-ENTRADA-ESTADO            PIC X(01).
       01  WS-CONFIRMA                  PIC X(01).

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".

      *----------------------------------------------------------------
      *    RFC REPETIDO: EL ALTA BUSCA SI OTRO TITULAR YA TIENE EL
      *    MISMO RFC, PORQUE UN CLIENTE DUPLICADO PARTE SU POSICION.
      *----------------------------------------------------------------
       01  WS-RFC-BUSCADO               PIC X(13).
       01  WS-ID-REPETIDO               PIC X(08).

      *----------------------------------------------------------------
      *    POSICION CONSOLIDADA DEL TITULAR
      *----------------------------------------------------------------
       01  WS-ESTADO-DESC               PIC X(10).
       77  WS-CTAS-TITULAR              PIC 9(04) VALUE ZERO COMP.
       77  WS-CTAS-ABIERTAS             PIC 9(04) VALUE ZERO COMP.
       77  WS-TOTAL-TITULAR             PIC S9(11)V99 VALUE ZERO.
       01  WS-SALDO-EDIT                PIC -9999999.99.
       01  WS-TOTAL-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT.
           PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-TIT-FILE.
           IF CUENTAS-ABIERTAS
               CLOSE CF-BAL-FILE.
           DISPLAY "FIN DEL MANTENIMIENTO DE TITULARES.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-MAESTRO -- CREA EL MAESTRO EN LA PRIMERA CORRIDA;
      *    SIN CFBALMST SE AVISA Y NO HAY CONSULTA DE POSICION
      ******************************************************************
       1000-ABRIR-MAESTRO.
           OPEN I-O CF-TIT-FILE.
           IF WS-FS-TIT = "35"
               OPEN OUTPUT CF-TIT-FILE
               CLOSE CF-TIT-FILE
               OPEN I-O CF-TIT-FILE
           END-IF.
           IF WS-FS-TIT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE TITULARES "
                   "(CFTIT01). FILE STATUS=" WS-FS-TIT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL = "00"
               MOVE "S" TO SW-CUENTAS-ABIERTAS
           ELSE
               DISPLAY "AVISO: MAESTRO DE SALDOS (CFBALMST) NO "
                   "DISPONIBLE. NO HAY CONSULTA DE POSICION."
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE TITULARES (CFTIT01)".
           DISPLAY "1. ALTA DE TITULAR".
           DISPLAY "2. CAMBIO DE TITULAR".
           DISPLAY "3. POSICION CONSOLIDADA DE UN TITULAR".
           DISPLAY "4. LISTAR TITULARES".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 3000-ALTA-TITULAR THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-CAMBIO-TITULAR THRU 4000-EXIT
               WHEN "3"
                   PERFORM 6000-CONSULTAR-POSICION THRU 6000-EXIT
               WHEN "4"
                   PERFORM 5000-LISTAR-TITULARES THRU 5000-EXIT
               WHEN "5"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ALTA-TITULAR -- NOMBRE Y RFC OBLIGATORIOS; DOMICILIO
      *    Y CONTACTO PUEDEN QUEDAR EN BLANCO.  EL TITULAR NACE ACTIVO
      ******************************************************************
       3000-ALTA-TITULAR.
           DISPLAY "IDENTIFICADOR DEL TITULAR (8 CARACTERES):".
           ACCEPT WS-ENTRADA-ID.
           IF WS-ENTRADA-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-ALTA-TITULAR.
           MOVE WS-ENTRADA-ID TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN TITULAR CON ESE "
                       "IDENTIFICADOR. USE LA OPCION DE CAMBIO."
                   GO TO 3000-EXIT
           END-READ.
       3010-PEDIR-NOMBRE.
           DISPLAY "NOMBRE O RAZON SOCIAL:".
           ACCEPT WS-ENTRADA-NOMBRE.
           IF WS-ENTRADA-NOMBRE = SPACES
               DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO."
               GO TO 3010-PEDIR-NOMBRE.
       3020-PEDIR-RFC.
           DISPLAY "RFC (REGISTRO FEDERAL DE CONTRIBUYENTES):".
           ACCEPT WS-ENTRADA-RFC.
           IF WS-ENTRADA-RFC = SPACES
               DISPLAY "EL RFC NO PUEDE QUEDAR EN BLANCO."
               GO TO 3020-PEDIR-RFC.
           MOVE WS-ENTRADA-RFC TO WS-RFC-BUSCADO.
           PERFORM 3500-BUSCAR-RFC THRU 3500-EXIT.
           IF WS-ID-REPETIDO NOT = SPACES
               DISPLAY "AVISO: EL TITULAR " WS-ID-REPETIDO
                   " YA TIENE ESE RFC. DAR DE ALTA DE TODOS MODOS? "
                   "(S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "ALTA CANCELADA."
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           DISPLAY "CALLE Y NUMERO:".
           ACCEPT WS-ENTRADA-CALLE.
           DISPLAY "CIUDAD:".
           ACCEPT WS-ENTRADA-CIUDAD.
           DISPLAY "CODIGO POSTAL:".
           ACCEPT WS-ENTRADA-CP.
           DISPLAY "TELEFONO:".
           ACCEPT WS-ENTRADA-TELEFONO.
           DISPLAY "CORREO ELECTRONICO:".
           ACCEPT WS-ENTRADA-CORREO.
           MOVE WS-ENTRADA-ID TO CF-TIT-ID.
           MOVE WS-ENTRADA-NOMBRE TO CF-TIT-NOMBRE.
           MOVE WS-ENTRADA-RFC TO CF-TIT-RFC.
           MOVE WS-ENTRADA-CALLE TO CF-TIT-CALLE.
           MOVE WS-ENTRADA-CIUDAD TO CF-TIT-CIUDAD.
           MOVE WS-ENTRADA-CP TO CF-TIT-CP.
           MOVE WS-ENTRADA-TELEFONO TO CF-TIT-TELEFONO.
           MOVE WS-ENTRADA-CORREO TO CF-TIT-CORREO.
           MOVE "A" TO CF-TIT-ESTADO.
           MOVE WS-FECHA TO CF-TIT-FECHA-ALTA.
           MOVE OPERADOR-ID TO CF-TIT-OPERADOR-ALTA.
           WRITE CF-TIT-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE ALTA EL TITULAR. FILE "
                       "STATUS=" WS-FS-TIT
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY "TITULAR DADO DE ALTA: " CF-TIT-ID.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3500-BUSCAR-RFC -- RECORRE EL MAESTRO BUSCANDO OTRO TITULAR
      *    CON WS-RFC-BUSCADO; DEJA SU IDENTIFICADOR EN WS-ID-REPETIDO
      *    (ESPACIOS SI NO HAY)
      ******************************************************************
       3500-BUSCAR-RFC.
           MOVE SPACES TO WS-ID-REPETIDO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-TIT-ID.
           START CF-TIT-FILE
               KEY IS NOT LESS THAN CF-TIT-ID
               INVALID KEY
                   GO TO 3500-EXIT
           END-START.
           PERFORM 3550-COMPARAR-RFC THRU 3550-EXIT
               UNTIL FIN-ARCHIVO OR WS-ID-REPETIDO NOT = SPACES.
       3500-EXIT.
           EXIT.

       3550-COMPARAR-RFC.
           READ CF-TIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3550-EXIT
           END-READ.
           IF CF-TIT-RFC = WS-RFC-BUSCADO
               AND CF-TIT-ID NOT = WS-ENTRADA-ID
               MOVE CF-TIT-ID TO WS-ID-REPETIDO.
       3550-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CAMBIO-TITULAR -- CADA DATO EN BLANCO CONSERVA EL
      *    VALOR ACTUAL; EL ALTA (FECHA Y OPERADOR) NO CAMBIA
      ******************************************************************
       4000-CAMBIO-TITULAR.
           DISPLAY "IDENTIFICADOR DEL TITULAR A CAMBIAR:".
           ACCEPT WS-ENTRADA-ID.
           IF WS-ENTRADA-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 4000-CAMBIO-TITULAR.
           MOVE WS-ENTRADA-ID TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   DISPLAY "NO EXISTE UN TITULAR CON ESE "
                       "IDENTIFICADOR."
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 6900-MOSTRAR-TITULAR THRU 6900-EXIT.
           DISPLAY "CAPTURE LOS DATOS NUEVOS (EN BLANCO = SIN "
               "CAMBIO).".
           DISPLAY "NOMBRE O RAZON SOCIAL:".
           ACCEPT WS-ENTRADA-NOMBRE.
           DISPLAY "RFC:".
           ACCEPT WS-ENTRADA-RFC.
           DISPLAY "CALLE Y NUMERO:".
           ACCEPT WS-ENTRADA-CALLE.
           DISPLAY "CIUDAD:".
           ACCEPT WS-ENTRADA-CIUDAD.
           DISPLAY "CODIGO POSTAL:".
           ACCEPT WS-ENTRADA-CP.
           DISPLAY "TELEFONO:".
           ACCEPT WS-ENTRADA-TELEFONO.
           DISPLAY "CORREO ELECTRONICO:".
           ACCEPT WS-ENTRADA-CORREO.
       4050-PEDIR-ESTADO.
           DISPLAY "ESTADO (A=ACTIVO, I=INACTIVO):".
           ACCEPT WS-ENTRADA-ESTADO.
           IF WS-ENTRADA-ESTADO NOT = SPACES
               AND WS-ENTRADA-ESTADO NOT = "A"
               AND WS-ENTRADA-ESTADO NOT = "I"
               DISPLAY "ESTADO INVALIDO. INTENTE DE NUEVO."
               GO TO 4050-PEDIR-ESTADO.
           IF WS-ENTRADA-RFC NOT = SPACES
               AND WS-ENTRADA-RFC NOT = CF-TIT-RFC
               MOVE WS-ENTRADA-RFC TO WS-RFC-BUSCADO
               PERFORM 3500-BUSCAR-RFC THRU 3500-EXIT
               IF WS-ID-REPETIDO NOT = SPACES
                   DISPLAY "AVISO: EL TITULAR " WS-ID-REPETIDO
                       " YA TIENE ESE RFC."
               END-IF
               MOVE WS-ENTRADA-ID TO CF-TIT-ID
               READ CF-TIT-FILE
                   KEY IS CF-TIT-ID
                   INVALID KEY
                       DISPLAY "NO SE PUDO RELEER EL TITULAR."
                       GO TO 4000-EXIT
               END-READ
           END-IF.
           IF WS-ENTRADA-NOMBRE NOT = SPACES
               MOVE WS-ENTRADA-NOMBRE TO CF-TIT-NOMBRE.
           IF WS-ENTRADA-RFC NOT = SPACES
               MOVE WS-ENTRADA-RFC TO CF-TIT-RFC.
           IF WS-ENTRADA-CALLE NOT = SPACES
               MOVE WS-ENTRADA-CALLE TO CF-TIT-CALLE.
           IF WS-ENTRADA-CIUDAD NOT = SPACES
               MOVE WS-ENTRADA-CIUDAD TO CF-TIT-CIUDAD.
           IF WS-ENTRADA-CP NOT = SPACES
               MOVE WS-ENTRADA-CP TO CF-TIT-CP.
           IF WS-ENTRADA-TELEFONO NOT = SPACES
               MOVE WS-ENTRADA-TELEFONO TO CF-TIT-TELEFONO.
           IF WS-ENTRADA-CORREO NOT = SPACES
               MOVE WS-ENTRADA-CORREO TO CF-TIT-CORREO.
           IF WS-ENTRADA-ESTADO NOT = SPACES
               MOVE WS-ENTRADA-ESTADO TO CF-TIT-ESTADO.
           REWRITE CF-TIT-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL TITULAR. FILE "
                       "STATUS=" WS-FS-TIT
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY "TITULAR ACTUALIZADO: " CF-TIT-ID.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-TITULARES
      ******************************************************************
       5000-LISTAR-TITULARES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ZERO TO WS-LISTADOS.
           MOVE LOW-VALUES TO CF-TIT-ID.
           START CF-TIT-FILE
               KEY IS NOT LESS THAN CF-TIT-ID
               INVALID KEY
                   DISPLAY "EL MAESTRO DE TITULARES ESTA VACIO."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "TITULAR  NOMBRE                                   "
               "RFC           TELEFONO        EST".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "TITULARES LISTADOS: " WS-LISTADOS-EDIT.
       5000-EXIT.
           EXIT.

       5100-LEER-SIGUIENTE.
           READ CF-TIT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LISTADOS.
           DISPLAY CF-TIT-ID " " CF-TIT-NOMBRE " " CF-TIT-RFC " "
               CF-TIT-TELEFONO " " CF-TIT-ESTADO.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-CONSULTAR-POSICION -- DATOS DEL TITULAR Y TODAS SUS
      *    CUENTAS DE CFBALMST (RECORRIDO COMPLETO DEL MAESTRO, QUE NO
      *    TIENE LLAVE POR TITULAR) CON EL TOTAL CONSOLIDADO.  LAS
      *    CUENTAS CERRADAS SE MUESTRAN PERO YA NO SUMAN SALDO.
      ******************************************************************
       6000-CONSULTAR-POSICION.
           IF NOT CUENTAS-ABIERTAS
               DISPLAY "MAESTRO DE SALDOS (CFBALMST) NO DISPONIBLE."
               GO TO 6000-EXIT.
           DISPLAY "IDENTIFICADOR DEL TITULAR:".
           ACCEPT WS-ENTRADA-ID.
           IF WS-ENTRADA-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 6000-CONSULTAR-POSICION.
           MOVE WS-ENTRADA-ID TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   DISPLAY "NO EXISTE UN TITULAR CON ESE "
                       "IDENTIFICADOR."
                   GO TO 6000-EXIT
           END-READ.
           PERFORM 6900-MOSTRAR-TITULAR THRU 6900-EXIT.
           MOVE ZERO TO WS-CTAS-TITULAR WS-CTAS-ABIERTAS
               WS-TOTAL-TITULAR.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           DISPLAY " ".
           DISPLAY "CUENTA   DESCRIPCION                    SALDO"
               "        CAT. ULT.MOV. SUC. ESTADO".
           PERFORM 6100-LEER-CUENTA THRU 6100-EXIT
               UNTIL FIN-ARCHIVO.
           IF WS-CTAS-TITULAR = ZERO
               DISPLAY "EL TITULAR NO TIENE CUENTAS LIGADAS."
               GO TO 6000-EXIT.
           MOVE WS-TOTAL-TITULAR TO WS-TOTAL-EDIT.
           MOVE WS-CTAS-TITULAR TO WS-LISTADOS-EDIT.
           DISPLAY "CUENTAS DEL TITULAR:  " WS-LISTADOS-EDIT.
           MOVE WS-CTAS-ABIERTAS TO WS-LISTADOS-EDIT.
           DISPLAY "CUENTAS NO CERRADAS:  " WS-LISTADOS-EDIT.
           DISPLAY "POSICION CONSOLIDADA: " WS-TOTAL-EDIT.
       6000-EXIT.
           EXIT.

       6100-LEER-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6100-EXIT
           END-READ.
           IF CF-BAL-TITULAR NOT = CF-TIT-ID
               GO TO 6100-EXIT.
           ADD 1 TO WS-CTAS-TITULAR.
           IF NOT CF-BAL-CERRADA
               ADD 1 TO WS-CTAS-ABIERTAS
               ADD CF-BAL-SALDO TO WS-TOTAL-TITULAR
           END-IF.
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
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           DISPLAY CF-BAL-CUENTA " " CF-BAL-DESC " " WS-SALDO-EDIT
               "  " CF-BAL-CATEGORIA " " CF-BAL-FECHA-MOV " "
               CF-BAL-SUCURSAL " " WS-ESTADO-DESC.
       6100-EXIT.
           EXIT.

       6900-MOSTRAR-TITULAR.
           DISPLAY "TITULAR:     " CF-TIT-ID "  " CF-TIT-NOMBRE.
           DISPLAY "RFC:         " CF-TIT-RFC.
           DISPLAY "DOMICILIO:   " CF-TIT-CALLE.
           DISPLAY "             " CF-TIT-CIUDAD " CP " CF-TIT-CP.
           DISPLAY "TELEFONO:    " CF-TIT-TELEFONO.
           DISPLAY "CORREO:      " CF-TIT-CORREO.
           DISPLAY "ESTADO:      " CF-TIT-ESTADO "  ALTA "
               CF-TIT-FECHA-ALTA " POR " CF-TIT-OPERADOR-ALTA.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- EL OPERADOR QUEDA REGISTRADO EN
      *    CADA ALTA; SE VALIDA CONTRA CFOPMST (EXISTE Y ACTIVO).  SIN
      *    MAESTRO SE AVISA Y SE CONTINUA.
      ******************************************************************
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

       1150-VALIDAR-OPERADOR.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "AVISO: MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE. SE CONTINUA SIN VALIDAR."
               GO TO 1150-EXIT.
           MOVE OPERADOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO EN EL MAESTRO. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-OPERADOR-VALIDO
                   GO TO 1150-CERRAR
           END-READ.
           IF NOT CF-OPR-ACTIVO
               DISPLAY "EL OPERADOR NO ESTA ACTIVO. AVISE A "
                   "SEGURIDAD."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1150-CERRAR.
       1150-CERRAR.
           CLOSE CF-OPR-FILE.
       1150-EXIT.
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

       END PROGRAM CFTITMNT.
