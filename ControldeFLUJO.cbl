      *                     CALCULAR Y LA BITACORA GUARDA EL CODIGO Y
      *                     EL IMPORTE ORIGINAL PRESENTADO.  CODIGOS
      *                     DESCONOCIDOS O VENCIDOS VAN A CFEXCLOG.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     CAPTURA NADA, NI EN LOTE NI INTERACTIVO
      *                     (RC=8).
      *   2026-10-15  RR   PARTIDAS A FUTURO: UN DETALLE DE CFTRANIN
      *                     CON FECHA EFECTIVA POSTERIOR A LA FECHA DE
      *                     NEGOCIO SE VALIDA COMPLETO AL LLEGAR Y SE
      *                     ALMACENA EN CFFUT01 EN VEZ DE
      *                     CONTABILIZARSE (CFFUTREL LO LIBERA EL DIA
      *                     QUE VENCE); UNA FECHA EFECTIVA INVALIDA O
      *                     ANTERIOR A LA FECHA DE NEGOCIO VA A
      *                     CFEXCLOG.
      *   2026-10-15  RR   SUCURSAL EN LA BITACORA Y EN CFEXCLOG: EN
      *                     LOTE MANDA LA SUCURSAL DE LA CABECERA
      *                     (CF-TRANIN-CAB-SUCURSAL); SIN ELLA, Y EN
      *                     MODO INTERACTIVO, LA SUCURSAL DEL OPERADOR
      *                     EN CFOPMST.
      *                     LA ALERTA DE VALOR GRANDE LLEVA LA MISMA
      *                     SUCURSAL (CF-ALT-SUCURSAL).
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA LA
      *                     SESION EN LINEA NO ARRANCA NI CONTABILIZA
      *                     SIN UN SUPERVISOR QUE AUTORICE; LA
      *                     AUTORIZACION VALE PARA LA SESION Y QUEDA
      *                     EN CFSIGNLG ('V').
      *   2026-10-15  RR   CADA RECHAZO A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) JUNTO
      *                     AL TEXTO, EL PROGRAMA (CFTRAN01) Y EL ORIGEN
      *                     DEL LOTE, PARA EL ANALISIS DE CAUSAS DE
      *                     RECHAZO DEL MES (CFRCHRPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControldeFLUJO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LDIA.

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

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-FUT-FILE.
           COPY CFFUTREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-SPL                    PIC X(02) VALUE "00".
       01  WS-ENTRADA-OPER              PIC X(01).
       01  WS-ENTRADA-MODO              PIC X(01).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-LOTE-ID                   PIC X(08).
       01  WS-LOTE-ORIGEN               PIC X(08).
       01  WS-LOTE-FECHA-NEG            PIC X(08).
       01  WS-LOTE-SUCURSAL             PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    SUCURSAL QUE SE ESTAMPA EN LA BITACORA Y EN CFEXCLOG: LA DE
      *    LA CABECERA DEL LOTE SI LA TRAE, SI NO LA DEL OPERADOR EN
      *    CFOPMST (EN BLANCO SI NO TIENE O NO ESTA REGISTRADO).
      *----------------------------------------------------------------
       01  WS-SUCURSAL-OPERADOR         PIC X(04) VALUE SPACES.
       01  WS-SUCURSAL-ACTUAL           PIC X(04) VALUE SPACES.
       01  WS-LOTE-RAZON                PIC X(60).
       77  WS-VER-DETALLES              PIC 9(08) VALUE ZERO COMP.
       77  WS-VER-HASH                  PIC S9(11)V99 VALUE ZERO.
           05  WS-FS-SEG                PIC X(02) VALUE "00".
           05  WS-FS-LIM                PIC X(02) VALUE "00".
           05  WS-FS-LDIA               PIC X(02) VALUE "00".
           05  WS-FS-PER                PIC X(02) VALUE "00".
           05  WS-FS-STS                PIC X(02) VALUE "00".
           05  WS-FS-FUT                PIC X(02) VALUE "00".

       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

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
      *    DETALLE EN CURSO Y SI CAE DESPUES DE LA FECHA DE NEGOCIO.
      *    ESAS PARTIDAS SE ALMACENAN EN CFFUT01 (ABIERTO AL PRIMER
      *    USO) Y SE CUENTAN APARTE DE ACEPTADOS Y RECHAZADOS.
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
                   "CAPTURA DEL OPERADOR. OPERACION RECHAZADA. **"
               PERFORM 2710-ESCRIBIR-EXC-LIMITE THRU 2710-EXIT
               GO TO RUTINA01-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "OPERACION NO CONTABILIZADA."
               GO TO RUTINA01-EXIT.
           MOVE RESULTADO TO WS-RESULTADO-EDIT.
           DISPLAY "RESULTADO: " WS-RESULTADO-EDIT.
           PERFORM 8000-ESCRIBIR-LOG THRU 8000-EXIT.
           MOVE WS-ENTRADA-NUM1 TO CF-EXC-NUM1-TXT.
           MOVE Opercaion TO CF-EXC-OPERACION-TXT.
           MOVE WS-ENTRADA-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE "DDSB" TO CF-EXC-CODIGO.
           MOVE "DESBORDAMIENTO EN MODO INTERACTIVO" TO CF-EXC-RAZON.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFTRAN01" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       2700-EXIT.
           EXIT.
           MOVE WS-ENTRADA-NUM1 TO CF-EXC-NUM1-TXT.
           MOVE Opercaion TO CF-EXC-OPERACION-TXT.
           MOVE WS-ENTRADA-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE "LDIA" TO CF-EXC-CODIGO.
           MOVE "EXCEDE EL LIMITE DIARIO DEL OPERADOR"
               TO CF-EXC-RAZON.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFTRAN01" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       2710-EXIT.
           EXIT.
           PERFORM 3950-REGISTRAR-LOTE THRU 3950-EXIT.
           DISPLAY "LOTE TERMINADO. LEIDOS=" WS-REG-LEIDOS
               " ACEPTADOS=" WS-REG-ACEPTADOS
               " RECHAZADOS=" WS-REG-RECHAZADOS
               " A FUTURO=" WS-REG-DIFERIDOS.
           IF WS-REG-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE.
       3000-EXIT.
           MOVE CF-TRANIN-CAB-LOTE-ID TO WS-LOTE-ID.
           MOVE CF-TRANIN-CAB-ORIGEN TO WS-LOTE-ORIGEN.
           MOVE CF-TRANIN-CAB-FECHA-NEG TO WS-LOTE-FECHA-NEG.
           MOVE CF-TRANIN-CAB-SUCURSAL TO WS-LOTE-SUCURSAL.
           IF WS-LOTE-SUCURSAL NOT = SPACES
               MOVE WS-LOTE-SUCURSAL TO WS-SUCURSAL-ACTUAL
           END-IF.
           IF WS-LOTE-ID = SPACES
               MOVE "N" TO SW-LOTE-VALIDO
               MOVE "CABECERA SIN IDENTIFICADOR DE LOTE"
                   ELSE
                       MOVE CF-TRANIN-REF TO WS-REF-ACTUAL
                   END-IF
                   MOVE "N" TO SW-A-FUTURO
                   PERFORM 3400-VALIDAR-REGISTRO THRU 3400-EXIT
                   IF DATO-VALIDO
                       PERFORM 3250-VERIFICAR-FECHA-EFECTIVA
                           THRU 3250-EXIT
                   END-IF
                   IF DATO-VALIDO
                       PERFORM 3480-CONVERTIR-MONEDA THRU 3480-EXIT
                   END-IF
                   IF DATO-VALIDO
                       PERFORM 3500-CALCULAR-REGISTRO THRU 3500-EXIT
                   END-IF
                   IF DATO-VALIDO AND A-FUTURO
                       PERFORM 3260-ALMACENAR-FUTURO THRU 3260-EXIT
                   END-IF
                   IF DATO-VALIDO AND NOT A-FUTURO
                       PERFORM 3470-VERIFICAR-LIMITE THRU 3470-EXIT
                   END-IF
                   IF DATO-VALIDO AND A-FUTURO
                       ADD 1 TO WS-REG-DIFERIDOS
                   END-IF
                   IF DATO-VALIDO AND NOT A-FUTURO
                       PERFORM 3600-ESCRIBIR-SALIDA THRU 3600-EXIT
                       PERFORM 8000-ESCRIBIR-LOG THRU 8000-EXIT
                       IF EXPORTAR-CSV-ACTIVO
                           PERFORM 8100-ESCRIBIR-CSV THRU 8100-EXIT
                       END-IF
                       ADD 1 TO WS-REG-ACEPTADOS
                   END-IF
                   IF NOT DATO-VALIDO
                       PERFORM 3700-ESCRIBIR-EXCEPCION THRU 3700-EXIT
                       ADD 1 TO WS-REG-RECHAZADOS
                   END-IF
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3250-VERIFICAR-FECHA-EFECTIVA -- BLANCO = CONTABILIZAR HOY.
      *    UNA FECHA PRESENTE DEBE SER AAAAMMDD VALIDA Y NO ANTERIOR A
      *    LA FECHA DE NEGOCIO; SI ES POSTERIOR, EL DETALLE QUEDA
      *    MARCADO PARA ALMACENARSE A FUTURO
      ******************************************************************
       3250-VERIFICAR-FECHA-EFECTIVA.
           IF CF-TRANIN-FECHA-EFECTIVA = SPACES
               GO TO 3250-EXIT.
           IF CF-TRANIN-FECHA-EFECTIVA IS NOT NUMERIC
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA INVALIDA" TO WS-RAZON-RECHAZO
               GO TO 3250-EXIT.
           MOVE CF-TRANIN-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA.
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
           IF WS-FECHA-EFECTIVA > WS-FECHA
               MOVE "S" TO SW-A-FUTURO
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      *    3260-ALMACENAR-FUTURO -- EL DETALLE YA VALIDADO SE GUARDA
      *    COMPLETO (CON SU REFERENCIA) EN EL ALMACEN DE PARTIDAS A
      *    FUTURO; NO TOCA CFTROUT NI LA BITACORA.  SI NO SE PUEDE
      *    GUARDAR, EL DETALLE SE RECHAZA A CFEXCLOG
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
           MOVE "C" TO CF-FUT-ORIGEN.
           MOVE WS-FECHA-EFECTIVA TO CF-FUT-FECHA-EFECTIVA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-FUT-HORA-ALTA.
           MOVE OPERADOR-ID TO CF-FUT-OPERADOR-ALTA.
           MOVE WS-LOTE-ID TO CF-FUT-LOTE-ID.
           MOVE "P" TO CF-FUT-ESTADO.
           MOVE ZERO TO CF-FUT-FECHA-ESTADO.
      *    LA REFERENCIA VIAJA EN LA IMAGEN PARA QUE LA PARTIDA
      *    LIBERADA SE CONTABILICE CON LA MISMA REFERENCIA.
           MOVE WS-REF-ACTUAL TO CF-TRANIN-REF.
           MOVE CF-TRANIN-RECORD TO CF-FUT-IMAGEN.
           WRITE CF-FUT-RECORD
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RFUT" TO WS-CODIGO-RECHAZO
                   MOVE "REFERENCIA YA ALMACENADA A FUTURO"
                       TO WS-RAZON-RECHAZO
           END-WRITE.
       3260-EXIT.
           EXIT.

       3300-LEER-TRANIN.
           READ CF-TRANIN-FILE
               AT END

       3400-VALIDAR-REGISTRO.
           MOVE "S" TO SW-DATO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           MOVE SPACES TO WS-MONEDA-ACTUAL.
           MOVE ZERO TO WS-IMPORTE-ORIG.
           IF CF-TRANIN-NUM1 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-TRANIN-NUM1) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-TRANIN-NUM1)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF CF-TRANIN-OPERACION = SPACES
               OR CF-TRANIN-OPERACION IS NOT NUMERIC
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DOPE" TO WS-CODIGO-RECHAZO
               MOVE "OPERACION EN BLANCO O NO NUMERICA"
                   TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE CF-TRANIN-OPERACION TO Opercaion.
           IF Opercaion < 1 OR Opercaion > 7
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DOPE" TO WS-CODIGO-RECHAZO
               MOVE "CODIGO DE OPERACION INVALIDO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
      *----------------------------------------------------------------
               MOVE CF-TRANIN-NUM2 (1:4) TO WS-TARIFA-COD
               IF WS-TARIFA-COD = SPACES
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "DNUL" TO WS-CODIGO-RECHAZO
                   MOVE "CODIGO DE TARIFA EN BLANCO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3400-EXIT
               GO TO 3400-EXIT.
           IF CF-TRANIN-NUM2 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           MOVE FUNCTION TEST-NUMVAL(CF-TRANIN-NUM2) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(CF-TRANIN-NUM2)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
           COMPUTE NUM2 = FUNCTION NUMVAL(CF-TRANIN-NUM2).
           IF (Opercaion = 4 OR Opercaion = 5 OR Opercaion = 6)
               AND NUM2 = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DDIV" TO WS-CODIGO-RECHAZO
               MOVE "DIVISION POR CERO" TO WS-RAZON-RECHAZO
               GO TO 3400-EXIT.
       3400-EXIT.
               OPEN INPUT CF-RATE-FILE
               IF WS-FS-RATE NOT = "00"
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "ARCHIVO DE TARIFAS NO DISPONIBLE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3450-EXIT
               KEY IS CF-RATE-CODIGO
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RTAR" TO WS-CODIGO-RECHAZO
                   MOVE "CODIGO DE TARIFA DESCONOCIDO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3450-EXIT
           IF WS-FECHA < CF-RATE-VIG-DESDE
               OR WS-FECHA > CF-RATE-VIG-HASTA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RTAR" TO WS-CODIGO-RECHAZO
               MOVE "TARIFA FUERA DE VIGENCIA" TO WS-RAZON-RECHAZO
               GO TO 3450-EXIT.
           MOVE CF-RATE-FACTOR TO WS-TARIFA-FACTOR.
           IF WS-PRODUCTO-TEMP > 9999999.99
               OR WS-PRODUCTO-TEMP < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 CONVERTIDO FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3480-EXIT.
           IF WS-PRODUCTO-TEMP > 9999999.99
               OR WS-PRODUCTO-TEMP < -9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 CONVERTIDO FUERA DE RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 3480-EXIT.
           IF (Opercaion = 4 OR Opercaion = 5 OR Opercaion = 6)
               AND NUM2 = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DDIV" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 CONVERTIDO QUEDA EN CERO"
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
               IF WS-PRODUCTO-TEMP > 9999999.99
                   OR WS-PRODUCTO-TEMP < -9999999.99
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "DDSB" TO WS-CODIGO-RECHAZO
                   MOVE "DESBORDAMIENTO EN MULTIPLICACION"
                       TO WS-RAZON-RECHAZO
                   GO TO 3500-EXIT
               IF WS-PRODUCTO-TEMP > 9999999.99
                   OR WS-PRODUCTO-TEMP < -9999999.99
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "DDSB" TO WS-CODIGO-RECHAZO
                   MOVE "DESBORDAMIENTO EN DIVISION"
                       TO WS-RAZON-RECHAZO
                   GO TO 3500-EXIT
               IF WS-PRODUCTO-TEMP > 9999999.99
                   OR WS-PRODUCTO-TEMP < -9999999.99
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "DDSB" TO WS-CODIGO-RECHAZO
                   MOVE "DESBORDAMIENTO EN PORCENTAJE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3500-EXIT
               IF WS-PRODUCTO-TEMP > 9999999.99
                   OR WS-PRODUCTO-TEMP < -9999999.99
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "DDSB" TO WS-CODIGO-RECHAZO
                   MOVE "DESBORDAMIENTO EN IMPORTE POR TARIFA"
                       TO WS-RAZON-RECHAZO
                   GO TO 3500-EXIT
           MOVE CF-TRANIN-OPERACION TO CF-EXC-OPERACION-TXT.
           MOVE CF-TRANIN-NUM2 TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE WS-SUCURSAL-ACTUAL TO CF-EXC-SUCURSAL.
           MOVE "CFTRAN01" TO CF-EXC-PROGRAMA.
           MOVE WS-LOTE-ORIGEN TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       3700-EXIT.
           EXIT.
           MOVE WS-MONEDA-ACTUAL TO CF-LOG-MONEDA.
           MOVE WS-IMPORTE-ORIG TO CF-LOG-IMPORTE-ORIG.
           MOVE SPACES TO CF-LOG-RAZON-COD.
           MOVE WS-SUCURSAL-ACTUAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           MOVE NUM2 TO CF-ALT-NUM2.
           MOVE RESULTADO TO CF-ALT-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ALT-REF.
           MOVE WS-SUCURSAL-ACTUAL TO CF-ALT-SUCURSAL.
           WRITE CF-ALT-RECORD.
           CLOSE CF-ALT-FILE.
       8400-EXIT.
      *    LA EXCEPCION DEL MAESTRO (CF-OPR-LIMITE-DIA > 0) GANA; SI
      *    NO, EL LIMITE DE SU NIVEL EN CFLIMPRM; SI TAMPOCO, NO HAY
      *    TOPE.  UN OPERADOR AUSENTE DEL MAESTRO (P.EJ. BATCH01 EN
      *    SIEMBRA) QUEDA SIN TOPE, COMO ANTES.  DE PASO SE TOMA LA
      *    SUCURSAL DEL OPERADOR PARA LA BITACORA.
      ******************************************************************
       1475-RESOLVER-LIMITE.
           MOVE ZERO TO WS-LIMITE-DIA.
               INVALID KEY
                   GO TO 1475-CERRAR
           END-READ.
           MOVE CF-OPR-SUCURSAL TO WS-SUCURSAL-OPERADOR.
           MOVE CF-OPR-SUCURSAL TO WS-SUCURSAL-ACTUAL.
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
           IF MONEDAS-ABIERTAS
               CLOSE CF-CUR-FILE
           END-IF.
           IF FUTUROS-ABIERTOS
               CLOSE CF-FUT-FILE
           END-IF.
           CLOSE CF-LOG-FILE.
           CLOSE CF-EXC-FILE.
           IF EXPORTAR-CSV-ACTIVO
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
           MOVE "CFTRAN01" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM ControldeFLUJO.
