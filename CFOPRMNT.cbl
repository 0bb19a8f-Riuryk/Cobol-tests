      *                     CFCHGAPR.  EL RESTABLECIMIENTO DE PIN
      *                     SIGUE SIENDO DIRECTO (NO CAMBIA NIVELES
      *                     NI ESTADOS).
      *   2026-10-15  RR   SUCURSAL DEL OPERADOR (CF-OPR-SUCURSAL): EL
      *                     ALTA LA PIDE (VALIDADA CONTRA CFSUC01
      *                     CUANDO ESTA DISPONIBLE; EN BLANCO = SIN
      *                     SUCURSAL, P.EJ. OPERADORES DE LOTE), NUEVA
      *                     OPCION 7 PARA CAMBIARLA (ENCOLADA EN
      *                     CFPNDCHG COMO LOS DEMAS CAMBIOS) Y EL
      *                     LISTADO LA MUESTRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFOPRMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PND.

           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       FD  CF-PND-FILE.
           COPY CFPNDREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-PND                    PIC X(02) VALUE "00".
       77  WS-FS-SUC                    PIC X(02) VALUE "00".
       77  SW-SUCS-ABIERTAS             PIC X(01) VALUE "N".
           88  SUCS-ABIERTAS                     VALUE "S".
       77  SW-SUC-VALIDA                PIC X(01) VALUE "S".
           88  SUC-VALIDA                        VALUE "S".

       01  OPERADOR-ID                  PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-ENTRADA-NIVEL             PIC X(01).
       01  WS-ENTRADA-PIN               PIC X(04).
       01  WS-ENTRADA-LIMITE            PIC X(12).
       01  WS-ENTRADA-SUC               PIC X(04).
       77  WS-LIMITE-NUM                PIC 9(7)V99 VALUE ZERO.
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-OPR-FILE.
           IF SUCS-ABIERTAS
               CLOSE CF-SUC-FILE
           END-IF.
           DISPLAY "FIN DEL MANTENIMIENTO DE OPERADORES.".
           STOP RUN.

                   "(CFOPMST). FILE STATUS=" WS-FS-OPR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC = "00"
               MOVE "S" TO SW-SUCS-ABIERTAS
           ELSE
               DISPLAY "AVISO: TABLA DE SUCURSALES (CFSUC01) NO "
                   "DISPONIBLE. LAS SUCURSALES QUEDAN SIN VALIDAR."
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY "4. RESTABLECER PIN".
           DISPLAY "5. LISTAR OPERADORES".
           DISPLAY "6. SALIR".
           DISPLAY "7. CAMBIAR SUCURSAL DE UN OPERADOR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
                   PERFORM 5000-LISTAR-OPERADORES THRU 5000-EXIT
               WHEN "6"
                   MOVE "N" TO SW-CONTINUAR
               WHEN "7"
                   PERFORM 4600-CAMBIAR-SUCURSAL THRU 4600-EXIT
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
               COMPUTE WS-LIMITE-NUM =
                   FUNCTION NUMVAL(WS-ENTRADA-LIMITE)
           END-IF.
       3080-PEDIR-SUCURSAL.
           DISPLAY "SUCURSAL DEL OPERADOR (VER CFSUCMNT; EN BLANCO = "
               "SIN SUCURSAL):".
           ACCEPT WS-ENTRADA-SUC.
           IF WS-ENTRADA-SUC NOT = SPACES
               PERFORM 8800-VALIDAR-SUCURSAL THRU 8800-EXIT
               IF NOT SUC-VALIDA
                   GO TO 3080-PEDIR-SUCURSAL
               END-IF
           END-IF.
           MOVE WS-ENTRADA-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
           MOVE WS-ENTRADA-PIN TO CF-OPR-PIN.
           MOVE ZERO TO CF-OPR-INTENTOS.
           MOVE WS-LIMITE-NUM TO CF-OPR-LIMITE-DIA.
           MOVE WS-ENTRADA-SUC TO CF-OPR-SUCURSAL.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           MOVE CF-OPR-RECORD TO WS-IMAGEN-DESPUES.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4600-CAMBIAR-SUCURSAL -- SUCURSAL NUEVA DEL OPERADOR; COMO
      *    LOS CAMBIOS DE ESTADO, SE ENCOLA CON LAS IMAGENES ANTES/
      *    DESPUES PARA LA APROBACION EN CFCHGAPR
      ******************************************************************
       4600-CAMBIAR-SUCURSAL.
           DISPLAY "IDENTIFICADOR DEL OPERADOR:".
           ACCEPT WS-ENTRADA-ID.
           IF WS-ENTRADA-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 4600-CAMBIAR-SUCURSAL.
           MOVE WS-ENTRADA-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "NO EXISTE UN OPERADOR CON ESE "
                       "IDENTIFICADOR."
                   GO TO 4600-EXIT
           END-READ.
           DISPLAY "OPERADOR " CF-OPR-ID " (" CF-OPR-NOMBRE
               ") SUCURSAL ACTUAL: " CF-OPR-SUCURSAL.
       4650-PEDIR-SUC-NUEVA.
           DISPLAY "SUCURSAL NUEVA (EN BLANCO = CANCELAR):".
           ACCEPT WS-ENTRADA-SUC.
           IF WS-ENTRADA-SUC = SPACES
               DISPLAY "CAMBIO CANCELADO."
               GO TO 4600-EXIT.
           PERFORM 8800-VALIDAR-SUCURSAL THRU 8800-EXIT.
           IF NOT SUC-VALIDA
               GO TO 4650-PEDIR-SUC-NUEVA.
           IF WS-ENTRADA-SUC = CF-OPR-SUCURSAL
               DISPLAY "EL OPERADOR YA TIENE ESA SUCURSAL."
               GO TO 4600-EXIT.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE CF-OPR-RECORD TO WS-IMAGEN-ANTES.
           MOVE WS-ENTRADA-SUC TO CF-OPR-SUCURSAL.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           MOVE CF-OPR-RECORD TO WS-IMAGEN-DESPUES.
           MOVE "C" TO WS-ACCION-PND.
           PERFORM 8000-ENCOLAR-CAMBIO THRU 8000-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4500-RESTABLECER-PIN -- PIN NUEVO Y CONTADOR DE INTENTOS
      *    EN CERO; EL ESTADO NO CAMBIA (PARA QUITAR UN BLOQUEO SE
                   DISPLAY "EL MAESTRO DE OPERADORES ESTA VACIO."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "ID       NOMBRE                         EST NIVEL "
               "SUC.".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           END-READ.
           ADD 1 TO WS-LISTADOS.
           DISPLAY CF-OPR-ID " " CF-OPR-NOMBRE " " CF-OPR-ESTADO
               "   " CF-OPR-NIVEL "     " CF-OPR-SUCURSAL.
       5100-EXIT.
           EXIT.

       1150-EXIT.
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
      *    1900-LEER-FECHA-NEGOCIO -- LA FECHA DE PROCESO SALE DEL
      *    ARCHIVO DE FECHA DE NEGOCIO (CFBUSDAT, VER CFDATMNT); SIN
