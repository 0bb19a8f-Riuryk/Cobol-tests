      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose: Mantenimiento de retenciones sobre saldos (CFHLD01):
      *          un supervisor coloca una retencion (importe, razon y
      *          vencimiento opcional) sobre una cuenta del maestro
      *          de saldos, libera una retencion vigente y consulta
      *          las retenciones de una cuenta con su saldo contable,
      *          total retenido y saldo disponible.  Operaciones
      *          rechaza todo cargo que deje el saldo por debajo de
      *          lo retenido; CFHLDEXP vence las retenciones cada
      *          noche.
      * Tectonics: cobc -x -std=ibm CFHLDMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFHLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-HLD-FILE ASSIGN TO "CFHLD01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-HLD-CLAVE
               FILE STATUS IS WS-FS-HLD.

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

           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-HLD                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-BUS                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE SPACES.
       01  WS-FECHA                     PIC 9(08) VALUE ZERO.
       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CUENTA            PIC X(08).
       01  WS-ENTRADA-NUMERO            PIC X(04).
       01  WS-ENTRADA-IMPORTE           PIC X(12).
       01  WS-ENTRADA-RAZON             PIC X(30).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-CONFIRMA                  PIC X(01).
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".

      *----------------------------------------------------------------
      *    RECORRIDO DE LAS RETENCIONES DE UNA CUENTA: ULTIMO NUMERO
      *    USADO (PARA NUMERAR LA SIGUIENTE), TOTAL VIGENTE RETENIDO
      *    Y SALDO DISPONIBLE RESULTANTE.
      *----------------------------------------------------------------
       01  WS-CUENTA                    PIC X(08).
       77  WS-ULTIMO-NUMERO             PIC 9(04) VALUE ZERO.
       77  WS-RETENIDO                  PIC S9(9)V99 VALUE ZERO.
       77  WS-DISPONIBLE                PIC S9(9)V99 VALUE ZERO.
       77  WS-IMPORTE                   PIC S9(7)V99 VALUE ZERO.
       77  WS-VENCE                     PIC 9(08) VALUE ZERO.
       77  SW-LISTAR                    PIC X(01) VALUE "N".
           88  LISTAR-RETENCIONES                VALUE "S".
       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.

       01  WS-SALDO-EDIT                PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.
       01  WS-ESTADO-DESC               PIC X(08).

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
           CLOSE CF-HLD-FILE.
           CLOSE CF-BAL-FILE.
           DISPLAY "FIN DEL MANTENIMIENTO DE RETENCIONES.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-ARCHIVOS -- CREA EL ARCHIVO DE RETENCIONES EN LA
      *    PRIMERA CORRIDA; SIN MAESTRO DE SALDOS NO HAY NADA QUE
      *    RETENER
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN I-O CF-HLD-FILE.
           IF WS-FS-HLD = "35"
               OPEN OUTPUT CF-HLD-FILE
               CLOSE CF-HLD-FILE
               OPEN I-O CF-HLD-FILE
           END-IF.
           IF WS-FS-HLD NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETENCIONES "
                   "(CFHLD01). FILE STATUS=" WS-FS-HLD
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               CLOSE CF-HLD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- COLOCAR Y LIBERAR RETENCIONES ES
      *    TAREA DE SUPERVISOR (NIVEL 3 O MAS) ACTIVO EN CFOPMST
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
                   "DISPONIBLE. NO SE PUEDEN MANTENER RETENCIONES."
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
           IF NOT CF-OPR-NIVEL-SUPERV
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER "
                   "RETENCIONES."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1100-CERRAR.
       1100-CERRAR.
           CLOSE CF-OPR-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "RETENCIONES SOBRE SALDOS (CFHLD01)  FECHA DE "
               "NEGOCIO: " WS-FECHA.
           DISPLAY "1. COLOCAR RETENCION".
           DISPLAY "2. LIBERAR RETENCION".
           DISPLAY "3. CONSULTAR RETENCIONES DE UNA CUENTA".
           DISPLAY "4. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 3000-COLOCAR-RETENCION THRU 3000-EXIT
               WHEN "2"
                   PERFORM 4000-LIBERAR-RETENCION THRU 4000-EXIT
               WHEN "3"
                   PERFORM 5000-CONSULTAR-CUENTA THRU 5000-EXIT
               WHEN "4"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-COLOCAR-RETENCION -- LA CUENTA DEBE EXISTIR Y NO ESTAR
      *    CERRADA.  UNA RETENCION MAYOR QUE EL DISPONIBLE SE ADMITE
      *    (UNA ORDEN JUDICIAL NO ESPERA A QUE HAYA FONDOS) PERO SE
      *    AVISA Y SE PIDE CONFIRMACION.
      ******************************************************************
       3000-COLOCAR-RETENCION.
           DISPLAY "CUENTA A RETENER:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-COLOCAR-RETENCION.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CUENTA CON ESE NUMERO."
                   GO TO 3000-EXIT
           END-READ.
           IF CF-BAL-CERRADA
               DISPLAY "LA CUENTA ESTA CERRADA: NO ADMITE "
                   "RETENCIONES."
               GO TO 3000-EXIT.
           MOVE CF-BAL-CUENTA TO WS-CUENTA.
           MOVE "N" TO SW-LISTAR.
           PERFORM 6000-RECORRER-RETENCIONES THRU 6000-EXIT.
           PERFORM 6500-MOSTRAR-POSICION THRU 6500-EXIT.
           IF WS-ULTIMO-NUMERO = 9999
               DISPLAY "LA CUENTA YA NO ADMITE MAS NUMEROS DE "
                   "RETENCION."
               GO TO 3000-EXIT.
       3050-PEDIR-IMPORTE.
           DISPLAY "IMPORTE A RETENER (MAYOR QUE CERO):".
           ACCEPT WS-ENTRADA-IMPORTE.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-IMPORTE)
               TO WS-TEST-NUMVAL.
           IF WS-ENTRADA-IMPORTE = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "IMPORTE NO NUMERICO. INTENTE DE NUEVO."
               GO TO 3050-PEDIR-IMPORTE.
           IF FUNCTION NUMVAL(WS-ENTRADA-IMPORTE) NOT > ZERO
               OR FUNCTION NUMVAL(WS-ENTRADA-IMPORTE) > 9999999.99
               DISPLAY "IMPORTE FUERA DE RANGO (0.01 A 9999999.99). "
                   "INTENTE DE NUEVO."
               GO TO 3050-PEDIR-IMPORTE.
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(WS-ENTRADA-IMPORTE).
       3060-PEDIR-RAZON.
           DISPLAY "RAZON DE LA RETENCION (HASTA 30 CARACTERES):".
           ACCEPT WS-ENTRADA-RAZON.
           IF WS-ENTRADA-RAZON = SPACES
               DISPLAY "LA RAZON NO PUEDE QUEDAR EN BLANCO."
               GO TO 3060-PEDIR-RAZON.
       3070-PEDIR-VENCE.
           DISPLAY "VENCE EL (AAAAMMDD, EN BLANCO = SIN VENCIMIENTO):".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA = SPACES
               MOVE ZERO TO WS-VENCE
           ELSE
               IF WS-ENTRADA-FECHA IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
                   GO TO 3070-PEDIR-VENCE
               END-IF
               MOVE WS-ENTRADA-FECHA TO WS-VENCE
               IF WS-VENCE < WS-FECHA
                   DISPLAY "EL VENCIMIENTO NO PUEDE SER ANTERIOR A LA "
                       "FECHA DE NEGOCIO. INTENTE DE NUEVO."
                   GO TO 3070-PEDIR-VENCE
               END-IF
           END-IF.
           IF WS-IMPORTE > WS-DISPONIBLE
               DISPLAY "AVISO: LA RETENCION EXCEDE EL SALDO "
                   "DISPONIBLE; LA CUENTA NO ADMITIRA CARGOS."
               DISPLAY "CONFIRMA LA RETENCION? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "RETENCION CANCELADA."
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE WS-CUENTA TO CF-HLD-CUENTA.
           COMPUTE CF-HLD-NUMERO = WS-ULTIMO-NUMERO + 1.
           MOVE WS-IMPORTE TO CF-HLD-IMPORTE.
           MOVE WS-ENTRADA-RAZON TO CF-HLD-RAZON.
           MOVE OPERADOR-ID TO CF-HLD-OPERADOR.
           MOVE WS-FECHA TO CF-HLD-FECHA-ALTA.
           MOVE WS-VENCE TO CF-HLD-VENCE.
           MOVE "A" TO CF-HLD-ESTADO.
           MOVE ZERO TO CF-HLD-FECHA-BAJA.
           MOVE SPACES TO CF-HLD-OPERADOR-BAJA.
           WRITE CF-HLD-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA RETENCION. FILE "
                       "STATUS=" WS-FS-HLD
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY "RETENCION COLOCADA: " CF-HLD-CUENTA "/"
               CF-HLD-NUMERO.
           COMPUTE WS-DISPONIBLE = WS-DISPONIBLE - WS-IMPORTE.
           MOVE WS-DISPONIBLE TO WS-SALDO-EDIT.
           DISPLAY "SALDO DISPONIBLE AHORA: " WS-SALDO-EDIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LIBERAR-RETENCION -- SOLO UNA RETENCION ACTIVA SE
      *    LIBERA; QUEDA FECHADA Y FIRMADA, NO SE BORRA
      ******************************************************************
       4000-LIBERAR-RETENCION.
           DISPLAY "CUENTA DE LA RETENCION:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 4000-LIBERAR-RETENCION.
           DISPLAY "NUMERO DE RETENCION:".
           ACCEPT WS-ENTRADA-NUMERO.
           IF WS-ENTRADA-NUMERO IS NOT NUMERIC
               DISPLAY "NUMERO INVALIDO (4 DIGITOS)."
               GO TO 4000-EXIT.
           MOVE WS-ENTRADA-CUENTA TO CF-HLD-CUENTA.
           MOVE WS-ENTRADA-NUMERO TO CF-HLD-NUMERO.
           READ CF-HLD-FILE
               KEY IS CF-HLD-CLAVE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA RETENCION."
                   GO TO 4000-EXIT
           END-READ.
           IF NOT CF-HLD-ACTIVA
               DISPLAY "LA RETENCION YA NO ESTA ACTIVA."
               GO TO 4000-EXIT.
           MOVE CF-HLD-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY "RETENCION " CF-HLD-CUENTA "/" CF-HLD-NUMERO
               " POR " WS-IMPORTE-EDIT " (" CF-HLD-RAZON ")".
           DISPLAY "CONFIRMA LA LIBERACION? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "LIBERACION CANCELADA."
               GO TO 4000-EXIT.
           MOVE "L" TO CF-HLD-ESTADO.
           MOVE WS-FECHA TO CF-HLD-FECHA-BAJA.
           MOVE OPERADOR-ID TO CF-HLD-OPERADOR-BAJA.
           REWRITE CF-HLD-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO LIBERAR LA RETENCION. FILE "
                       "STATUS=" WS-FS-HLD
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY "RETENCION LIBERADA: " CF-HLD-CUENTA "/"
               CF-HLD-NUMERO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CONSULTAR-CUENTA -- TODAS LAS RETENCIONES DE LA CUENTA
      *    (VIGENTES Y HISTORICAS) Y SU POSICION DISPONIBLE
      ******************************************************************
       5000-CONSULTAR-CUENTA.
           DISPLAY "CUENTA A CONSULTAR:".
           ACCEPT WS-ENTRADA-CUENTA.
           IF WS-ENTRADA-CUENTA = SPACES
               DISPLAY "LA CUENTA NO PUEDE QUEDAR EN BLANCO."
               GO TO 5000-CONSULTAR-CUENTA.
           MOVE WS-ENTRADA-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CUENTA CON ESE NUMERO."
                   GO TO 5000-EXIT
           END-READ.
           MOVE CF-BAL-CUENTA TO WS-CUENTA.
           MOVE "S" TO SW-LISTAR.
           DISPLAY "NUM. ESTADO   IMPORTE          ALTA     VENCE    "
               "OPERADOR RAZON".
           PERFORM 6000-RECORRER-RETENCIONES THRU 6000-EXIT.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "RETENCIONES LISTADAS: " WS-LISTADOS-EDIT.
           PERFORM 6500-MOSTRAR-POSICION THRU 6500-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-RECORRER-RETENCIONES -- RECORRE LAS RETENCIONES DE
      *    WS-CUENTA: ULTIMO NUMERO USADO Y TOTAL VIGENTE A LA FECHA
      *    DE NEGOCIO (ACTIVA Y SIN VENCIMIENTO PASADO).  CON
      *    SW-LISTAR EN "S" MUESTRA CADA RETENCION.
      ******************************************************************
       6000-RECORRER-RETENCIONES.
           MOVE ZERO TO WS-ULTIMO-NUMERO WS-RETENIDO WS-LISTADOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE WS-CUENTA TO CF-HLD-CUENTA.
           MOVE ZERO TO CF-HLD-NUMERO.
           START CF-HLD-FILE
               KEY IS NOT LESS THAN CF-HLD-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM 6100-LEER-RETENCION THRU 6100-EXIT
               UNTIL FIN-ARCHIVO.
           COMPUTE WS-DISPONIBLE = CF-BAL-SALDO - WS-RETENIDO.
       6000-EXIT.
           EXIT.

       6100-LEER-RETENCION.
           READ CF-HLD-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 6100-EXIT
           END-READ.
           IF CF-HLD-CUENTA NOT = WS-CUENTA
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 6100-EXIT.
           MOVE CF-HLD-NUMERO TO WS-ULTIMO-NUMERO.
           IF CF-HLD-ACTIVA
               AND (CF-HLD-VENCE = ZERO OR CF-HLD-VENCE >= WS-FECHA)
               ADD CF-HLD-IMPORTE TO WS-RETENIDO
           END-IF.
           IF NOT LISTAR-RETENCIONES
               GO TO 6100-EXIT.
           ADD 1 TO WS-LISTADOS.
           EVALUATE TRUE
               WHEN CF-HLD-ACTIVA
                   MOVE "ACTIVA" TO WS-ESTADO-DESC
               WHEN CF-HLD-LIBERADA
                   MOVE "LIBERADA" TO WS-ESTADO-DESC
               WHEN CF-HLD-VENCIDA
                   MOVE "VENCIDA" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE CF-HLD-ESTADO TO WS-ESTADO-DESC
           END-EVALUATE.
           MOVE CF-HLD-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY CF-HLD-NUMERO " " WS-ESTADO-DESC " "
               WS-IMPORTE-EDIT " " CF-HLD-FECHA-ALTA " "
               CF-HLD-VENCE " " CF-HLD-OPERADOR " " CF-HLD-RAZON.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6500-MOSTRAR-POSICION -- SALDO CONTABLE, RETENIDO Y
      *    DISPONIBLE DE LA CUENTA LEIDA EN CF-BAL-RECORD
      ******************************************************************
       6500-MOSTRAR-POSICION.
           MOVE CF-BAL-SALDO TO WS-SALDO-EDIT.
           DISPLAY "CUENTA " CF-BAL-CUENTA " (" CF-BAL-DESC ")".
           DISPLAY "SALDO CONTABLE:   " WS-SALDO-EDIT.
           MOVE WS-RETENIDO TO WS-SALDO-EDIT.
           DISPLAY "TOTAL RETENIDO:   " WS-SALDO-EDIT.
           MOVE WS-DISPONIBLE TO WS-SALDO-EDIT.
           DISPLAY "SALDO DISPONIBLE: " WS-SALDO-EDIT.
       6500-EXIT.
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

       END PROGRAM CFHLDMNT.
