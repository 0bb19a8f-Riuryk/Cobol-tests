      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-01  RR   PROGRAMA ORIGINAL.
      *   2026-10-14  RR   TIPO DE CATEGORIA (I=INGRESO, G=GASTO,
      *                     B=BALANCE) EN ALTA, CAMBIO Y LISTADO; EL
      *                     CIERRE ANUAL (CFPERCLS) SALDA LAS DE
      *                     INGRESO Y GASTO CONTRA LA CUENTA DE CAPITAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCATMNT.
       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CODIGO            PIC X(04).
       01  WS-ENTRADA-DESC              PIC X(20).
       01  WS-ENTRADA-TIPO              PIC X(01).

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
                       GO TO 3000-EXIT
               END-READ
               DISPLAY "CATEGORIA ACTUAL: " CF-CAT-DESC
                   " TIPO: " CF-CAT-TIPO
           END-IF.
           DISPLAY "DESCRIPCION:".
           ACCEPT WS-ENTRADA-DESC.
           IF WS-ENTRADA-DESC = SPACES
               DISPLAY "LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-CAPTURAR-CATEGORIA.
       3050-PEDIR-TIPO.
           DISPLAY "TIPO (I=INGRESO, G=GASTO, B=BALANCE):".
           ACCEPT WS-ENTRADA-TIPO.
           IF WS-ENTRADA-TIPO NOT = "I"
               AND WS-ENTRADA-TIPO NOT = "G"
               AND WS-ENTRADA-TIPO NOT = "B"
               DISPLAY "TIPO INVALIDO. INTENTE DE NUEVO."
               GO TO 3050-PEDIR-TIPO.
           MOVE WS-ENTRADA-CODIGO TO CF-CAT-CODIGO.
           MOVE WS-ENTRADA-DESC TO CF-CAT-DESC.
           MOVE WS-ENTRADA-TIPO TO CF-CAT-TIPO.
           IF SW-ES-ALTA = "S"
               WRITE CF-CAT-RECORD
                   INVALID KEY
                   DISPLAY "LA TABLA DE CATEGORIAS ESTA VACIA."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "COD  DESCRIPCION          T".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LISTADOS.
           DISPLAY CF-CAT-CODIGO " " CF-CAT-DESC " " CF-CAT-TIPO.
       5100-EXIT.
           EXIT.

