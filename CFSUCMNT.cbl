      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Purpose: Mantenimiento de la tabla de sucursales (CFSUC01):
      *          alta y cambio de sucursales (codigo, nombre y estado
      *          activa/inactiva) y listado completo.  Una sucursal
      *          inactiva se conserva por historia pero ya no se
      *          puede asignar a operadores ni a cuentas.  Mismo
      *          corte que los demas mantenimientos de tablas.
      * Tectonics: cobc -x -std=ibm CFSUCMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSUCMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-SUC                    PIC X(02) VALUE "00".

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CODIGO            PIC X(04).
       01  WS-ENTRADA-NOMBRE            PIC X(30).
       01  WS-ENTRADA-ESTADO            PIC X(01).

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ES-ALTA                   PIC X(01) VALUE "S".

       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-ABRIR-TABLA THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-SUC-FILE.
           DISPLAY "FIN DEL MANTENIMIENTO DE SUCURSALES.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-TABLA -- CREA LA TABLA EN LA PRIMERA CORRIDA
      ******************************************************************
       1000-ABRIR-TABLA.
           OPEN I-O CF-SUC-FILE.
           IF WS-FS-SUC = "35"
               OPEN OUTPUT CF-SUC-FILE
               CLOSE CF-SUC-FILE
               OPEN I-O CF-SUC-FILE
           END-IF.
           IF WS-FS-SUC NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TABLA DE SUCURSALES "
                   "(CFSUC01). FILE STATUS=" WS-FS-SUC
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE SUCURSALES (CFSUC01)".
           DISPLAY "1. ALTA DE SUCURSAL".
           DISPLAY "2. CAMBIO DE SUCURSAL".
           DISPLAY "3. LISTAR SUCURSALES".
           DISPLAY "4. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   MOVE "S" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-SUCURSAL THRU 3000-EXIT
               WHEN "2"
                   MOVE "N" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-SUCURSAL THRU 3000-EXIT
               WHEN "3"
                   PERFORM 5000-LISTAR-SUCURSALES THRU 5000-EXIT
               WHEN "4"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CAPTURAR-SUCURSAL -- ALTA (SW-ES-ALTA='S') O CAMBIO
      ******************************************************************
       3000-CAPTURAR-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL (4 CARACTERES):".
           ACCEPT WS-ENTRADA-CODIGO.
           IF WS-ENTRADA-CODIGO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-CAPTURAR-SUCURSAL.
           IF SW-ES-ALTA = "N"
               MOVE WS-ENTRADA-CODIGO TO CF-SUC-CODIGO
               READ CF-SUC-FILE
                   KEY IS CF-SUC-CODIGO
                   INVALID KEY
                       DISPLAY "NO EXISTE UNA SUCURSAL CON ESE CODIGO."
                       GO TO 3000-EXIT
               END-READ
               DISPLAY "SUCURSAL ACTUAL: " CF-SUC-NOMBRE " ESTADO "
                   CF-SUC-ESTADO
           END-IF.
           DISPLAY "NOMBRE DE LA SUCURSAL:".
           ACCEPT WS-ENTRADA-NOMBRE.
           IF WS-ENTRADA-NOMBRE = SPACES
               DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-CAPTURAR-SUCURSAL.
       3050-PEDIR-ESTADO.
           DISPLAY "ESTADO (A=ACTIVA, I=INACTIVA):".
           ACCEPT WS-ENTRADA-ESTADO.
           IF WS-ENTRADA-ESTADO NOT = "A"
               AND WS-ENTRADA-ESTADO NOT = "I"
               DISPLAY "ESTADO INVALIDO. INTENTE DE NUEVO."
               GO TO 3050-PEDIR-ESTADO.
           MOVE WS-ENTRADA-CODIGO TO CF-SUC-CODIGO.
           MOVE WS-ENTRADA-NOMBRE TO CF-SUC-NOMBRE.
           MOVE WS-ENTRADA-ESTADO TO CF-SUC-ESTADO.
           IF SW-ES-ALTA = "S"
               WRITE CF-SUC-RECORD
                   INVALID KEY
                       DISPLAY "YA EXISTE UNA SUCURSAL CON ESE "
                           "CODIGO. USE LA OPCION DE CAMBIO."
                       GO TO 3000-EXIT
               END-WRITE
               DISPLAY "SUCURSAL DADA DE ALTA: " CF-SUC-CODIGO
           ELSE
               REWRITE CF-SUC-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR LA SUCURSAL. "
                           "FILE STATUS=" WS-FS-SUC
                       GO TO 3000-EXIT
               END-REWRITE
               DISPLAY "SUCURSAL ACTUALIZADA: " CF-SUC-CODIGO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-SUCURSALES
      ******************************************************************
       5000-LISTAR-SUCURSALES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ZERO TO WS-LISTADOS.
           MOVE LOW-VALUES TO CF-SUC-CODIGO.
           START CF-SUC-FILE
               KEY IS NOT LESS THAN CF-SUC-CODIGO
               INVALID KEY
                   DISPLAY "LA TABLA DE SUCURSALES ESTA VACIA."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "COD  NOMBRE                         EST".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "SUCURSALES LISTADAS: " WS-LISTADOS-EDIT.
       5000-EXIT.
           EXIT.

       5100-LEER-SIGUIENTE.
           READ CF-SUC-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LISTADOS.
           DISPLAY CF-SUC-CODIGO " " CF-SUC-NOMBRE " " CF-SUC-ESTADO.
       5100-EXIT.
           EXIT.

       END PROGRAM CFSUCMNT.
