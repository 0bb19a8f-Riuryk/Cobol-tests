      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Mantenimiento de la tabla de codigos de rechazo
      *          (CFRCH01): alta y cambio de codigos (codigo,
      *          descripcion, categoria -- error de dato, regla de
      *          negocio, limite, autorizacion o sistema -- y estado
      *          activo/inactivo), carga de los codigos estandar que
      *          estampan los programas en CFEXCLOG y listado
      *          completo.  La tabla da descripcion y categoria al
      *          analisis de causas de rechazo del mes (CFRCHRPT).
      *          Mismo corte que los demas mantenimientos de tablas.
      * Tectonics: cobc -x -std=ibm CFRCHMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRCHMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-RCH-FILE ASSIGN TO "CFRCH01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RCH-CODIGO
               FILE STATUS IS WS-FS-RCH.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-RCH-FILE.
           COPY CFRCHREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-RCH                    PIC X(02) VALUE "00".

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CODIGO            PIC X(04).
       01  WS-ENTRADA-DESC              PIC X(30).
       01  WS-ENTRADA-CATEGORIA         PIC X(01).
       01  WS-ENTRADA-ESTADO            PIC X(01).

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ES-ALTA                   PIC X(01) VALUE "S".

       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.
       77  WS-CARGADOS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-EXISTENTES                PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CODIGOS ESTANDAR: LOS QUE ESTAMPAN CONTROLDEFLUJO,
      *    OPERACIONES, CFCSVIMP, CFAPRV01, CFACCRUE, CFSTDGEN,
      *    CFPERCLS Y CFFUTREL.  CODIGO (4), CATEGORIA (1) Y
      *    DESCRIPCION (30).  LA CARGA NO TOCA LOS QUE YA EXISTEN.
      *----------------------------------------------------------------
       01  WS-TABLA-ESTANDAR.
           05  FILLER                   PIC X(35)
               VALUE "DNULDCAMPO OBLIGATORIO EN BLANCO".
           05  FILLER                   PIC X(35)
               VALUE "DNUMDIMPORTE O VALOR NO NUMERICO".
           05  FILLER                   PIC X(35)
               VALUE "DRNGDIMPORTE O VALOR FUERA DE RANGO".
           05  FILLER                   PIC X(35)
               VALUE "DFMTDCAMPO NO CABE EN EL FORMATO".
           05  FILLER                   PIC X(35)
               VALUE "DOPEDCODIGO DE OPERACION INVALIDO".
           05  FILLER                   PIC X(35)
               VALUE "DFECDFECHA EFECTIVA INVALIDA".
           05  FILLER                   PIC X(35)
               VALUE "DDIVDDIVISION POR CERO".
           05  FILLER                   PIC X(35)
               VALUE "DDSBDDESBORDAMIENTO ARITMETICO".
           05  FILLER                   PIC X(35)
               VALUE "DCMPDCOMPROBANTE MAL FORMADO".
           05  FILLER                   PIC X(35)
               VALUE "RCTARCUENTA NO EXISTE EN MAESTRO".
           05  FILLER                   PIC X(35)
               VALUE "RBLQRCUENTA CONGELADA O CERRADA".
           05  FILLER                   PIC X(35)
               VALUE "RSALRSALDO ANTERIOR NO COINCIDE".
           05  FILLER                   PIC X(35)
               VALUE "RRETRINVADE FONDOS RETENIDOS".
           05  FILLER                   PIC X(35)
               VALUE "RTARRTARIFA DESCONOCIDA O VENCIDA".
           05  FILLER                   PIC X(35)
               VALUE "RMONRMONEDA DESCONOCIDA/NO ADMITIDA".
           05  FILLER                   PIC X(35)
               VALUE "RRAZRRAZON DE AJUSTE NO VALIDA".
           05  FILLER                   PIC X(35)
               VALUE "RFUTRREFERENCIA YA ALMACENADA".
           05  FILLER                   PIC X(35)
               VALUE "RTRFRTRANSFERENCIA A MISMA CUENTA".
           05  FILLER                   PIC X(35)
               VALUE "RCMPRCOMPROBANTE NO CUMPLE REGLAS".
           05  FILLER                   PIC X(35)
               VALUE "RARRRARRASTRADA POR SU COMPROBANTE".
           05  FILLER                   PIC X(35)
               VALUE "LDIALEXCEDE LIMITE DIARIO OPERADOR".
           05  FILLER                   PIC X(35)
               VALUE "ASUPARECHAZADA POR EL SUPERVISOR".
           05  FILLER                   PIC X(35)
               VALUE "SARCSTABLA O ARCHIVO NO DISPONIBLE".
       01  WS-TABLA-ESTANDAR-R REDEFINES WS-TABLA-ESTANDAR.
           05  WS-EST-ENTRADA OCCURS 23 TIMES.
               10  WS-EST-CODIGO        PIC X(04).
               10  WS-EST-CATEGORIA     PIC X(01).
               10  WS-EST-DESC          PIC X(30).
       77  WS-MAX-ESTANDAR              PIC 9(02) VALUE 23 COMP.
       77  WS-EST                       PIC 9(02) VALUE ZERO COMP.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-ABRIR-TABLA THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-RCH-FILE.
           DISPLAY "FIN DEL MANTENIMIENTO DE CODIGOS DE RECHAZO.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-TABLA -- CREA LA TABLA EN LA PRIMERA CORRIDA
      ******************************************************************
       1000-ABRIR-TABLA.
           OPEN I-O CF-RCH-FILE.
           IF WS-FS-RCH = "35"
               OPEN OUTPUT CF-RCH-FILE
               CLOSE CF-RCH-FILE
               OPEN I-O CF-RCH-FILE
           END-IF.
           IF WS-FS-RCH NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TABLA DE CODIGOS DE "
                   "RECHAZO (CFRCH01). FILE STATUS=" WS-FS-RCH
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DE CODIGOS DE RECHAZO (CFRCH01)".
           DISPLAY "1. ALTA DE CODIGO".
           DISPLAY "2. CAMBIO DE CODIGO".
           DISPLAY "3. LISTAR CODIGOS".
           DISPLAY "4. CARGAR LOS CODIGOS ESTANDAR".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   MOVE "S" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-CODIGO THRU 3000-EXIT
               WHEN "2"
                   MOVE "N" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-CODIGO THRU 3000-EXIT
               WHEN "3"
                   PERFORM 5000-LISTAR-CODIGOS THRU 5000-EXIT
               WHEN "4"
                   PERFORM 4000-CARGAR-ESTANDAR THRU 4000-EXIT
               WHEN "5"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CAPTURAR-CODIGO -- ALTA (SW-ES-ALTA='S') O CAMBIO
      ******************************************************************
       3000-CAPTURAR-CODIGO.
           DISPLAY "CODIGO DE RECHAZO (4 CARACTERES):".
           ACCEPT WS-ENTRADA-CODIGO.
           IF WS-ENTRADA-CODIGO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-CAPTURAR-CODIGO.
           IF SW-ES-ALTA = "N"
               MOVE WS-ENTRADA-CODIGO TO CF-RCH-CODIGO
               READ CF-RCH-FILE
                   KEY IS CF-RCH-CODIGO
                   INVALID KEY
                       DISPLAY "NO EXISTE UN CODIGO DE RECHAZO CON "
                           "ESE VALOR."
                       GO TO 3000-EXIT
               END-READ
               DISPLAY "CODIGO ACTUAL: " CF-RCH-DESC " CATEGORIA "
                   CF-RCH-CATEGORIA " ESTADO " CF-RCH-ESTADO
           END-IF.
           DISPLAY "DESCRIPCION:".
           ACCEPT WS-ENTRADA-DESC.
           IF WS-ENTRADA-DESC = SPACES
               DISPLAY "LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO."
               GO TO 3000-CAPTURAR-CODIGO.
       3050-PEDIR-CATEGORIA.
           DISPLAY "CATEGORIA (D=ERROR DE DATO, R=REGLA DE NEGOCIO, "
               "L=LIMITE, A=AUTORIZACION, S=SISTEMA):".
           ACCEPT WS-ENTRADA-CATEGORIA.
           MOVE WS-ENTRADA-CATEGORIA TO CF-RCH-CATEGORIA.
           IF NOT CF-RCH-CATEGORIA-VALIDA
               DISPLAY "CATEGORIA INVALIDA. INTENTE DE NUEVO."
               GO TO 3050-PEDIR-CATEGORIA.
       3060-PEDIR-ESTADO.
           DISPLAY "ESTADO (A=ACTIVO, I=INACTIVO):".
           ACCEPT WS-ENTRADA-ESTADO.
           IF WS-ENTRADA-ESTADO NOT = "A"
               AND WS-ENTRADA-ESTADO NOT = "I"
               DISPLAY "ESTADO INVALIDO. INTENTE DE NUEVO."
               GO TO 3060-PEDIR-ESTADO.
           MOVE WS-ENTRADA-CODIGO TO CF-RCH-CODIGO.
           MOVE WS-ENTRADA-DESC TO CF-RCH-DESC.
           MOVE WS-ENTRADA-CATEGORIA TO CF-RCH-CATEGORIA.
           MOVE WS-ENTRADA-ESTADO TO CF-RCH-ESTADO.
           IF SW-ES-ALTA = "S"
               WRITE CF-RCH-RECORD
                   INVALID KEY
                       DISPLAY "YA EXISTE ESE CODIGO DE RECHAZO. "
                           "USE LA OPCION DE CAMBIO."
                       GO TO 3000-EXIT
               END-WRITE
               DISPLAY "CODIGO DADO DE ALTA: " CF-RCH-CODIGO
           ELSE
               REWRITE CF-RCH-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL CODIGO. "
                           "FILE STATUS=" WS-FS-RCH
                       GO TO 3000-EXIT
               END-REWRITE
               DISPLAY "CODIGO ACTUALIZADO: " CF-RCH-CODIGO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CARGAR-ESTANDAR -- DA DE ALTA LOS CODIGOS ESTANDAR QUE
      *    FALTEN; LOS QUE YA EXISTEN SE RESPETAN (PUEDEN TENER LA
      *    DESCRIPCION O EL ESTADO CAMBIADOS A MANO)
      ******************************************************************
       4000-CARGAR-ESTANDAR.
           MOVE ZERO TO WS-CARGADOS WS-EXISTENTES.
           PERFORM 4100-CARGAR-CODIGO THRU 4100-EXIT
               VARYING WS-EST FROM 1 BY 1
               UNTIL WS-EST > WS-MAX-ESTANDAR.
           MOVE WS-CARGADOS TO WS-LISTADOS-EDIT.
           DISPLAY "CODIGOS ESTANDAR DADOS DE ALTA: " WS-LISTADOS-EDIT.
           MOVE WS-EXISTENTES TO WS-LISTADOS-EDIT.
           DISPLAY "YA EXISTIAN (SIN CAMBIO):       " WS-LISTADOS-EDIT.
       4000-EXIT.
           EXIT.

       4100-CARGAR-CODIGO.
           MOVE WS-EST-CODIGO (WS-EST) TO CF-RCH-CODIGO.
           MOVE WS-EST-DESC (WS-EST) TO CF-RCH-DESC.
           MOVE WS-EST-CATEGORIA (WS-EST) TO CF-RCH-CATEGORIA.
           MOVE "A" TO CF-RCH-ESTADO.
           WRITE CF-RCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXISTENTES
                   GO TO 4100-EXIT
           END-WRITE.
           ADD 1 TO WS-CARGADOS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-CODIGOS
      ******************************************************************
       5000-LISTAR-CODIGOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ZERO TO WS-LISTADOS.
           MOVE LOW-VALUES TO CF-RCH-CODIGO.
           START CF-RCH-FILE
               KEY IS NOT LESS THAN CF-RCH-CODIGO
               INVALID KEY
                   DISPLAY "LA TABLA DE CODIGOS DE RECHAZO ESTA VACIA."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "COD  DESCRIPCION                    CAT EST".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "CODIGOS LISTADOS: " WS-LISTADOS-EDIT.
       5000-EXIT.
           EXIT.

       5100-LEER-SIGUIENTE.
           READ CF-RCH-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-LISTADOS.
           DISPLAY CF-RCH-CODIGO " " CF-RCH-DESC " " CF-RCH-CATEGORIA
               "   " CF-RCH-ESTADO.
       5100-EXIT.
           EXIT.

       END PROGRAM CFRCHMNT.
