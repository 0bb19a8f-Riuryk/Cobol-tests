      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Resumen diario por sucursal.  Recorre la bitacora
      *          del dia (CFTRLOG.<fecha>), las excepciones
      *          (CFEXCLOG.<fecha>) y las alertas de valor grande
      *          (CFALERT.<fecha>) y agrupa todo por la sucursal
      *          estampada en cada registro.  Imprime (CFSUCRPR) una
      *          pagina por sucursal con el volumen, los totales por
      *          operacion (1 a 7, ajustes 'AJ' y reversos 'RV'), los
      *          rechazos y las alertas, y una pagina final de
      *          resumen.  Las sucursales activas de CFSUC01 salen
      *          aunque no hayan tenido movimiento.  El volumen de
      *          cada sucursal se cuadra contra el registro 'SU' del
      *          extracto del dia (CFRPTWRK.<fecha>, ver CFEXT01);
      *          una diferencia o una tabla llena terminan con aviso
      *          (RC=4).
      * Tectonics: cobc -x -std=ibm CFSUCRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSUCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-ALT-FILE ASSIGN DYNAMIC WS-ALT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALT.

           SELECT CF-WRK-FILE ASSIGN DYNAMIC WS-WRK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WRK.

           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

           SELECT CF-PRT-FILE ASSIGN TO "CFSUCRPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-ALT-FILE.
           COPY CFALTREC.

       FD  CF-WRK-FILE.
           COPY CFWRKREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-EXC-FILENAME              PIC X(20).
       01  WS-ALT-FILENAME              PIC X(20).
       01  WS-WRK-FILENAME              PIC X(20).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-ARCHIVOS-STATUS.
           05  WS-FS-LOG                PIC X(02) VALUE "00".
           05  WS-FS-EXC                PIC X(02) VALUE "00".
           05  WS-FS-ALT                PIC X(02) VALUE "00".
           05  WS-FS-WRK                PIC X(02) VALUE "00".
           05  WS-FS-SUC                PIC X(02) VALUE "00".
           05  WS-FS-PRT                PIC X(02) VALUE "00".
           05  WS-FS-RUN                PIC X(02) VALUE "00".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-SUCS-ABIERTAS             PIC X(01) VALUE "N".
           88  SUCS-ABIERTAS                     VALUE "S".
       77  SW-HAY-BITACORA              PIC X(01) VALUE "N".
           88  HAY-BITACORA                      VALUE "S".
       77  SW-HAY-EXTRACTO              PIC X(01) VALUE "N".
           88  HAY-EXTRACTO                      VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".

       77  WS-LOG-LEIDOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-EXC-LEIDOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-ALT-LEIDOS                PIC 9(08) VALUE ZERO COMP.
       77  WS-DIFERENCIAS               PIC 9(04) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    TABLA DE SUCURSALES (HASTA 50) ORDENADA POR CODIGO; EL
      *    CODIGO EN BLANCO AGRUPA LO QUE NO TRAE SUCURSAL.  LOS
      *    RENGLONES DE TIPO SON LAS OPERACIONES 1 A 7, LOS AJUSTES
      *    'AJ' (8) Y LOS REVERSOS 'RV' (9).
      *----------------------------------------------------------------
       77  WS-MAX-SUCURSALES            PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-SUCURSALES            PIC 9(02) VALUE ZERO COMP.
       77  WS-SUC                       PIC 9(02) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(02) VALUE ZERO COMP.
       77  WS-POS                       PIC 9(02) VALUE ZERO COMP.
       77  WS-MUEVE                     PIC 9(02) VALUE ZERO COMP.
       77  WS-TIPO                      PIC 9(02) VALUE ZERO COMP.
       01  WS-SUC-BUSCADA               PIC X(04).
       01  WS-TABLA-SUCURSALES.
           05  WS-SUCT-ENTRADA OCCURS 50 TIMES.
               10  WS-SUCT-CODIGO       PIC X(04).
               10  WS-SUCT-NOMBRE       PIC X(30).
               10  WS-SUCT-VOLUMEN      PIC 9(08).
               10  WS-SUCT-TOTAL        PIC S9(09)V99.
               10  WS-SUCT-RECHAZOS     PIC 9(08).
               10  WS-SUCT-ALERTAS      PIC 9(08).
               10  WS-SUCT-EXT-CONTADOR PIC 9(08).
               10  WS-SUCT-EXT-SUBTOTAL PIC S9(09)V99.
               10  WS-SUCT-TIPO OCCURS 9 TIMES.
                   15  WS-SUCT-TIPO-CONTADOR PIC 9(08).
                   15  WS-SUCT-TIPO-SUBTOTAL PIC S9(09)V99.

       01  WS-TABLA-DESCRIPCIONES.
           05  FILLER                   PIC X(24) VALUE "1 SUMA".
           05  FILLER                   PIC X(24) VALUE "2 RESTA".
           05  FILLER                   PIC X(24)
               VALUE "3 MULTIPLICACION".
           05  FILLER                   PIC X(24) VALUE "4 DIVISION".
           05  FILLER                   PIC X(24) VALUE "5 PORCENTAJE".
           05  FILLER                   PIC X(24) VALUE "6 MODULO".
           05  FILLER                   PIC X(24) VALUE "7 TARIFA".
           05  FILLER                   PIC X(24) VALUE "AJ AJUSTES".
           05  FILLER                   PIC X(24) VALUE "RV REVERSOS".
       01  WS-TABLA-DESC-R REDEFINES WS-TABLA-DESCRIPCIONES.
           05  WS-TIPO-DESC             PIC X(24) OCCURS 9 TIMES.

       77  WS-GRAN-VOLUMEN              PIC 9(08) VALUE ZERO.
       77  WS-GRAN-TOTAL                PIC S9(09)V99 VALUE ZERO.
       77  WS-GRAN-RECHAZOS             PIC 9(08) VALUE ZERO.
       77  WS-GRAN-ALERTAS              PIC 9(08) VALUE ZERO.
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION (CONVENCION DE 132 COLUMNAS).  LA
      *    TERCERA LINEA DEL ENCABEZADO Y LOS TITULOS DE COLUMNA
      *    CAMBIAN ENTRE LAS PAGINAS DE SUCURSAL Y LA DE RESUMEN.
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       01  WS-ENC-SECCION               PIC X(132).
       01  WS-ENC-COLUMNAS              PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.
       01  WS-FECHA-CORRIDA             PIC 9(08).
       01  WS-HORA-CORRIDA              PIC X(08).

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFSUCRPT".
           05  FILLER                   PIC X(50) VALUE
               "RESUMEN DIARIO POR SUCURSAL".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(49) VALUE SPACES.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "CORRIDA:".
           05  PRT-ENC-FECHA-CORR       PIC 9(08).
           05  FILLER                   PIC X(07) VALUE " A LAS".
           05  PRT-ENC-HORA-CORR        PIC X(08).
           05  FILLER                   PIC X(78) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "PAGINA:".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENC-SUCURSAL.
           05  FILLER                   PIC X(10) VALUE "SUCURSAL:".
           05  PRT-ENC-SUC-CODIGO       PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-ENC-SUC-NOMBRE       PIC X(30).
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  PRT-COL-SUCURSAL.
           05  FILLER                   PIC X(26) VALUE "CONCEPTO".
           05  FILLER                   PIC X(12) VALUE "MOVIMIENTOS".
           05  FILLER                   PIC X(18) VALUE
               "    IMPORTE NETO".
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  PRT-DET-SUCURSAL.
           05  PRT-DSU-CONCEPTO         PIC X(24).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DSU-CONTADOR         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DSU-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  PRT-COL-RESUMEN.
           05  FILLER                   PIC X(06) VALUE "SUC.".
           05  FILLER                   PIC X(32) VALUE "NOMBRE".
           05  FILLER                   PIC X(12) VALUE "MOVIMIENTOS".
           05  FILLER                   PIC X(18) VALUE
               "    IMPORTE NETO".
           05  FILLER                   PIC X(10) VALUE "RECHAZOS".
           05  FILLER                   PIC X(10) VALUE "ALERTAS".
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  PRT-DET-RESUMEN.
           05  PRT-DRE-CODIGO           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DRE-NOMBRE           PIC X(30).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DRE-VOLUMEN          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DRE-TOTAL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DRE-RECHAZOS         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DRE-ALERTAS          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LEER-BITACORA THRU 2000-EXIT.
           PERFORM 2200-LEER-EXCEPCIONES THRU 2200-EXIT.
           PERFORM 2400-LEER-ALERTAS THRU 2400-EXIT.
           PERFORM 2600-LEER-EXTRACTO THRU 2600-EXIT.
           IF SUCS-ABIERTAS
               CLOSE CF-SUC-FILE
           END-IF.
           PERFORM 1500-ABRIR-IMPRESION THRU 1500-EXIT.
           PERFORM 3000-IMPRIMIR-SUCURSAL THRU 3000-EXIT
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > WS-NUM-SUCURSALES.
           PERFORM 4000-IMPRIMIR-RESUMEN THRU 4000-EXIT.
           CLOSE CF-PRT-FILE.
           IF TABLA-LLENA OR WS-DIFERENCIAS > ZERO
               MOVE 4 TO RETURN-CODE.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, NOMBRES DE ARCHIVO Y SUCURSALES
      *    ACTIVAS DE CFSUC01 (SALEN AUNQUE NO TENGAN MOVIMIENTO)
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "RESUMEN DIARIO POR SUCURSAL".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "FECHA A RESUMIR (AAAAMMDD) O EN BLANCO PARA "
                   "HOY:"
               ACCEPT WS-ENTRADA-FECHA
           END-IF.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           STRING "CFEXCLOG." WS-FECHA DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           STRING "CFALERT." WS-FECHA DELIMITED SIZE
               INTO WS-ALT-FILENAME.
           STRING "CFRPTWRK." WS-FECHA DELIMITED SIZE
               INTO WS-WRK-FILENAME.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC NOT = "00"
               DISPLAY "AVISO: TABLA DE SUCURSALES (CFSUC01) NO "
                   "DISPONIBLE. SOLO SALEN LAS SUCURSALES CON "
                   "MOVIMIENTO, SIN NOMBRE."
               GO TO 1000-EXIT.
           MOVE "S" TO SW-SUCS-ABIERTAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1100-CARGAR-SUCURSAL THRU 1100-EXIT
               UNTIL FIN-ARCHIVO.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL).
      ******************************************************************
       1050-LEER-PARM.
           MOVE SPACES TO WS-ENTRADA-FECHA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               GO TO 1050-EXIT.
           MOVE "S" TO SW-PARM-LOTE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           IF WS-PARM-TOKEN-1 (1:6) = "FECHA="
               MOVE WS-PARM-TOKEN-1 (7:8) TO WS-ENTRADA-FECHA
           ELSE
               IF WS-PARM-TOKEN-2 (1:6) = "FECHA="
                   MOVE WS-PARM-TOKEN-2 (7:8) TO WS-ENTRADA-FECHA
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1100-CARGAR-SUCURSAL.
           READ CF-SUC-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1100-EXIT
           END-READ.
           IF NOT CF-SUC-ACTIVA
               GO TO 1100-EXIT.
           MOVE CF-SUC-CODIGO TO WS-SUC-BUSCADA.
           PERFORM 2800-LOCALIZAR-SUCURSAL THRU 2800-EXIT.
       1100-EXIT.
           EXIT.

       1500-ABRIR-IMPRESION.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE IMPRESION "
                   "(CFSUCRPR). FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-HORA-CORRIDA.
           STRING WS-HORA (1:2) ":" WS-HORA (3:2) ":" WS-HORA (5:2)
               DELIMITED SIZE INTO WS-HORA-CORRIDA.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           MOVE WS-FECHA-CORRIDA TO PRT-ENC-FECHA-CORR.
           MOVE WS-HORA-CORRIDA TO PRT-ENC-HORA-CORR.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LEER-BITACORA -- VOLUMEN E IMPORTE POR SUCURSAL Y POR
      *    TIPO; LOS PIES 'PI' NO CUENTAN
      ******************************************************************
       2000-LEER-BITACORA.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "AVISO: NO HAY BITACORA PARA LA FECHA ("
                   WS-LOG-FILENAME ")."
               GO TO 2000-EXIT.
           MOVE "S" TO SW-HAY-BITACORA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2100-ACUMULAR-BITACORA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-ACUMULAR-BITACORA.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           IF CF-LOG-TIPO-PIE
               GO TO 2100-EXIT.
           ADD 1 TO WS-LOG-LEIDOS.
           MOVE CF-LOG-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2800-LOCALIZAR-SUCURSAL THRU 2800-EXIT.
           IF WS-SUC = ZERO
               GO TO 2100-EXIT.
           ADD 1 TO WS-SUCT-VOLUMEN (WS-SUC).
           ADD CF-LOG-RESULTADO TO WS-SUCT-TOTAL (WS-SUC).
           MOVE ZERO TO WS-TIPO.
           IF CF-LOG-TIPO-AJUSTE
               MOVE 8 TO WS-TIPO
           ELSE
               IF CF-LOG-TIPO-REVERSO
                   MOVE 9 TO WS-TIPO
               ELSE
                   IF CF-LOG-OPERACION >= 1 AND CF-LOG-OPERACION <= 7
                       MOVE CF-LOG-OPERACION TO WS-TIPO
                   END-IF
               END-IF
           END-IF.
           IF WS-TIPO = ZERO
               GO TO 2100-EXIT.
           ADD 1 TO WS-SUCT-TIPO-CONTADOR (WS-SUC WS-TIPO).
           ADD CF-LOG-RESULTADO
               TO WS-SUCT-TIPO-SUBTOTAL (WS-SUC WS-TIPO).
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LEER-EXCEPCIONES -- RECHAZOS DEL DIA POR SUCURSAL
      ******************************************************************
       2200-LEER-EXCEPCIONES.
           OPEN INPUT CF-EXC-FILE.
           IF WS-FS-EXC NOT = "00"
               GO TO 2200-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2300-ACUMULAR-EXCEPCION THRU 2300-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-EXC-FILE.
       2200-EXIT.
           EXIT.

       2300-ACUMULAR-EXCEPCION.
           READ CF-EXC-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO WS-EXC-LEIDOS.
           MOVE CF-EXC-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2800-LOCALIZAR-SUCURSAL THRU 2800-EXIT.
           IF WS-SUC > ZERO
               ADD 1 TO WS-SUCT-RECHAZOS (WS-SUC).
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2400-LEER-ALERTAS -- ALERTAS DE VALOR GRANDE POR SUCURSAL
      ******************************************************************
       2400-LEER-ALERTAS.
           OPEN INPUT CF-ALT-FILE.
           IF WS-FS-ALT NOT = "00"
               GO TO 2400-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2500-ACUMULAR-ALERTA THRU 2500-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-ALT-FILE.
       2400-EXIT.
           EXIT.

       2500-ACUMULAR-ALERTA.
           READ CF-ALT-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2500-EXIT
           END-READ.
           ADD 1 TO WS-ALT-LEIDOS.
           MOVE CF-ALT-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 2800-LOCALIZAR-SUCURSAL THRU 2800-EXIT.
           IF WS-SUC > ZERO
               ADD 1 TO WS-SUCT-ALERTAS (WS-SUC).
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2600-LEER-EXTRACTO -- REGISTROS 'SU' DE CFRPTWRK PARA EL
      *    CUADRE DEL VOLUMEN DE CADA SUCURSAL
      ******************************************************************
       2600-LEER-EXTRACTO.
           OPEN INPUT CF-WRK-FILE.
           IF WS-FS-WRK NOT = "00"
               DISPLAY "AVISO: NO HAY EXTRACTO DEL DIA ("
                   WS-WRK-FILENAME "). NO SE CUADRA EL VOLUMEN."
               GO TO 2600-EXIT.
           MOVE "S" TO SW-HAY-EXTRACTO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2700-ACUMULAR-EXTRACTO THRU 2700-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-WRK-FILE.
       2600-EXIT.
           EXIT.

       2700-ACUMULAR-EXTRACTO.
           READ CF-WRK-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2700-EXIT
           END-READ.
           IF NOT CF-WRK-SUCURSAL
               GO TO 2700-EXIT.
           MOVE CF-WRK-CLAVE (1:4) TO WS-SUC-BUSCADA.
           PERFORM 2800-LOCALIZAR-SUCURSAL THRU 2800-EXIT.
           IF WS-SUC = ZERO
               GO TO 2700-EXIT.
           MOVE CF-WRK-CONTADOR TO WS-SUCT-EXT-CONTADOR (WS-SUC).
           MOVE CF-WRK-SUBTOTAL TO WS-SUCT-EXT-SUBTOTAL (WS-SUC).
       2700-EXIT.
           EXIT.

      ******************************************************************
      *    2800-LOCALIZAR-SUCURSAL -- DEJA EN WS-SUC EL RENGLON DE
      *    WS-SUC-BUSCADA; SI NO ESTA LO INSERTA EN ORDEN DE CODIGO.
      *    CON LA TABLA LLENA DEJA CERO Y SE AVISA UNA SOLA VEZ.
      ******************************************************************
       2800-LOCALIZAR-SUCURSAL.
           MOVE ZERO TO WS-SUC.
           MOVE ZERO TO WS-POS.
           IF WS-NUM-SUCURSALES > ZERO
               PERFORM 2850-COMPARAR-SUCURSAL THRU 2850-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-NUM-SUCURSALES
                       OR WS-SUC > ZERO
                       OR WS-POS > ZERO
           END-IF.
           IF WS-SUC > ZERO
               GO TO 2800-EXIT.
           IF WS-NUM-SUCURSALES >= WS-MAX-SUCURSALES
               IF NOT TABLA-LLENA
                   DISPLAY "AVISO: MAS DE " WS-MAX-SUCURSALES
                       " SUCURSALES; EL EXCEDENTE NO SE RESUME."
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
               GO TO 2800-EXIT.
           IF WS-POS = ZERO
               COMPUTE WS-POS = WS-NUM-SUCURSALES + 1
           ELSE
               PERFORM 2870-DESPLAZAR-SUCURSAL THRU 2870-EXIT
                   VARYING WS-MUEVE FROM WS-NUM-SUCURSALES BY -1
                   UNTIL WS-MUEVE < WS-POS
           END-IF.
           ADD 1 TO WS-NUM-SUCURSALES.
           INITIALIZE WS-SUCT-ENTRADA (WS-POS).
           MOVE WS-SUC-BUSCADA TO WS-SUCT-CODIGO (WS-POS).
           PERFORM 2880-NOMBRE-SUCURSAL THRU 2880-EXIT.
           MOVE WS-POS TO WS-SUC.
       2800-EXIT.
           EXIT.

       2850-COMPARAR-SUCURSAL.
           IF WS-SUCT-CODIGO (WS-BUSCA) = WS-SUC-BUSCADA
               MOVE WS-BUSCA TO WS-SUC
           ELSE
               IF WS-SUCT-CODIGO (WS-BUSCA) > WS-SUC-BUSCADA
                   MOVE WS-BUSCA TO WS-POS
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

       2870-DESPLAZAR-SUCURSAL.
           MOVE WS-SUCT-ENTRADA (WS-MUEVE)
               TO WS-SUCT-ENTRADA (WS-MUEVE + 1).
       2870-EXIT.
           EXIT.

      ******************************************************************
      *    2880-NOMBRE-SUCURSAL -- NOMBRE DE CFSUC01 PARA EL RENGLON
      *    NUEVO (WS-POS)
      ******************************************************************
       2880-NOMBRE-SUCURSAL.
           IF WS-SUC-BUSCADA = SPACES
               MOVE "(SIN SUCURSAL)" TO WS-SUCT-NOMBRE (WS-POS)
               GO TO 2880-EXIT.
           IF NOT SUCS-ABIERTAS
               MOVE SPACES TO WS-SUCT-NOMBRE (WS-POS)
               GO TO 2880-EXIT.
           IF CF-SUC-CODIGO = WS-SUC-BUSCADA
               MOVE CF-SUC-NOMBRE TO WS-SUCT-NOMBRE (WS-POS)
               GO TO 2880-EXIT.
           MOVE WS-SUC-BUSCADA TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               KEY IS CF-SUC-CODIGO
               INVALID KEY
                   MOVE "NO REGISTRADA EN CFSUC01"
                       TO WS-SUCT-NOMBRE (WS-POS)
                   GO TO 2880-EXIT
           END-READ.
           MOVE CF-SUC-NOMBRE TO WS-SUCT-NOMBRE (WS-POS).
       2880-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-SUCURSAL -- UNA PAGINA POR SUCURSAL
      ******************************************************************
       3000-IMPRIMIR-SUCURSAL.
           MOVE WS-SUCT-CODIGO (WS-SUC) TO PRT-ENC-SUC-CODIGO.
           MOVE WS-SUCT-NOMBRE (WS-SUC) TO PRT-ENC-SUC-NOMBRE.
           MOVE PRT-ENC-SUCURSAL TO WS-ENC-SECCION.
           MOVE PRT-COL-SUCURSAL TO WS-ENC-COLUMNAS.
           MOVE 99 TO WS-LINEAS-PAGINA.
           PERFORM 3100-IMPRIMIR-TIPO THRU 3100-EXIT
               VARYING WS-TIPO FROM 1 BY 1 UNTIL WS-TIPO > 9.
           MOVE ALL "-" TO WS-PRT-LINEA (1:56).
           MOVE SPACES TO WS-PRT-LINEA (57:76).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE "VOLUMEN DEL DIA" TO PRT-DSU-CONCEPTO.
           MOVE WS-SUCT-VOLUMEN (WS-SUC) TO PRT-DSU-CONTADOR.
           MOVE WS-SUCT-TOTAL (WS-SUC) TO PRT-DSU-IMPORTE.
           MOVE PRT-DET-SUCURSAL TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE WS-SUCT-RECHAZOS (WS-SUC) TO WS-CONTADOR-EDIT.
           STRING "RECHAZOS (CFEXCLOG):      " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE WS-SUCT-ALERTAS (WS-SUC) TO WS-CONTADOR-EDIT.
           STRING "ALERTAS DE VALOR GRANDE:  " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           PERFORM 3200-CUADRAR-EXTRACTO THRU 3200-EXIT.
           ADD WS-SUCT-VOLUMEN (WS-SUC) TO WS-GRAN-VOLUMEN.
           ADD WS-SUCT-TOTAL (WS-SUC) TO WS-GRAN-TOTAL.
           ADD WS-SUCT-RECHAZOS (WS-SUC) TO WS-GRAN-RECHAZOS.
           ADD WS-SUCT-ALERTAS (WS-SUC) TO WS-GRAN-ALERTAS.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-TIPO.
           MOVE WS-TIPO-DESC (WS-TIPO) TO PRT-DSU-CONCEPTO.
           MOVE WS-SUCT-TIPO-CONTADOR (WS-SUC WS-TIPO)
               TO PRT-DSU-CONTADOR.
           MOVE WS-SUCT-TIPO-SUBTOTAL (WS-SUC WS-TIPO)
               TO PRT-DSU-IMPORTE.
           MOVE PRT-DET-SUCURSAL TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CUADRAR-EXTRACTO -- EL VOLUMEN E IMPORTE CONTADOS AQUI
      *    DEBEN SER LOS DEL REGISTRO 'SU' DE CFEXT01
      ******************************************************************
       3200-CUADRAR-EXTRACTO.
           MOVE SPACES TO WS-PRT-LINEA.
           IF NOT HAY-BITACORA OR NOT HAY-EXTRACTO
               MOVE "CUADRE CONTRA EL EXTRACTO: NO DISPONIBLE"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3200-EXIT.
           IF WS-SUCT-EXT-CONTADOR (WS-SUC) = WS-SUCT-VOLUMEN (WS-SUC)
               AND WS-SUCT-EXT-SUBTOTAL (WS-SUC)
                   = WS-SUCT-TOTAL (WS-SUC)
               MOVE "CUADRE CONTRA EL EXTRACTO: CORRECTO"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 3200-EXIT.
           ADD 1 TO WS-DIFERENCIAS.
           MOVE WS-SUCT-EXT-CONTADOR (WS-SUC) TO WS-CONTADOR-EDIT.
           MOVE WS-SUCT-EXT-SUBTOTAL (WS-SUC) TO WS-IMPORTE-EDIT.
           STRING "CUADRE CONTRA EL EXTRACTO: DIFERENCIA (CFRPTWRK "
               "DICE " WS-CONTADOR-EDIT " MOVIMIENTOS POR "
               WS-IMPORTE-EDIT ")" DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           DISPLAY "AVISO: LA SUCURSAL " WS-SUCT-CODIGO (WS-SUC)
               " NO CUADRA CONTRA EL EXTRACTO DEL DIA.".
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-IMPRIMIR-RESUMEN -- PAGINA FINAL CON UNA LINEA POR
      *    SUCURSAL Y LOS TOTALES DEL DIA
      ******************************************************************
       4000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-ENC-SECCION.
           MOVE "RESUMEN DE TODAS LAS SUCURSALES" TO WS-ENC-SECCION.
           MOVE PRT-COL-RESUMEN TO WS-ENC-COLUMNAS.
           MOVE 99 TO WS-LINEAS-PAGINA.
           PERFORM 4100-IMPRIMIR-RENGLON THRU 4100-EXIT
               VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > WS-NUM-SUCURSALES.
           MOVE ALL "-" TO WS-PRT-LINEA (1:93).
           MOVE SPACES TO WS-PRT-LINEA (94:39).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO PRT-DRE-CODIGO.
           MOVE "TOTAL DEL DIA" TO PRT-DRE-NOMBRE.
           MOVE WS-GRAN-VOLUMEN TO PRT-DRE-VOLUMEN.
           MOVE WS-GRAN-TOTAL TO PRT-DRE-TOTAL.
           MOVE WS-GRAN-RECHAZOS TO PRT-DRE-RECHAZOS.
           MOVE WS-GRAN-ALERTAS TO PRT-DRE-ALERTAS.
           MOVE PRT-DET-RESUMEN TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF TABLA-LLENA
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: MAS SUCURSALES QUE EL MAXIMO DE LA "
                   "TABLA; EL EXCEDENTE NO SE RESUME."
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-NUM-SUCURSALES TO WS-CONTADOR-EDIT.
           DISPLAY "SUCURSALES RESUMIDAS: " WS-CONTADOR-EDIT.
           MOVE WS-DIFERENCIAS TO WS-CONTADOR-EDIT.
           DISPLAY "SUCURSALES SIN CUADRE CONTRA EL EXTRACTO: "
               WS-CONTADOR-EDIT.
           DISPLAY "RESUMEN EN EL ARCHIVO DE IMPRESION CFSUCRPR.".
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-RENGLON.
           MOVE WS-SUCT-CODIGO (WS-SUC) TO PRT-DRE-CODIGO.
           MOVE WS-SUCT-NOMBRE (WS-SUC) TO PRT-DRE-NOMBRE.
           MOVE WS-SUCT-VOLUMEN (WS-SUC) TO PRT-DRE-VOLUMEN.
           MOVE WS-SUCT-TOTAL (WS-SUC) TO PRT-DRE-TOTAL.
           MOVE WS-SUCT-RECHAZOS (WS-SUC) TO PRT-DRE-RECHAZOS.
           MOVE WS-SUCT-ALERTAS (WS-SUC) TO PRT-DRE-ALERTAS.
           MOVE PRT-DET-RESUMEN TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-ESCRIBIR-LINEA -- ESCRIBE WS-PRT-LINEA CONTROLANDO EL
      *    SALTO DE PAGINA Y LA REPETICION DE ENCABEZADOS
      ******************************************************************
       7000-ESCRIBIR-LINEA.
           IF WS-LINEAS-PAGINA >= WS-LINEAS-MAX
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
           END-IF.
           WRITE PRT-REGISTRO FROM WS-PRT-LINEA.
           ADD 1 TO WS-LINEAS-PAGINA.
       7000-EXIT.
           EXIT.

       7100-NUEVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PRT-ENC-PAGINA.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-1.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
           WRITE PRT-REGISTRO FROM WS-ENC-SECCION.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           WRITE PRT-REGISTRO FROM WS-ENC-COLUMNAS.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           MOVE 6 TO WS-LINEAS-PAGINA.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *    8900-ESCRIBIR-RUN-CTL -- REGISTRO DE CONTROL DE CORRIDA
      *    (SOLO EN EJECUCION DESATENDIDA)
      ******************************************************************
       8900-ESCRIBIR-RUN-CTL.
           OPEN EXTEND CF-RUN-FILE.
           IF WS-FS-RUN = "35"
               OPEN OUTPUT CF-RUN-FILE
           END-IF.
           IF WS-FS-RUN NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR EL CONTROL DE "
                   "CORRIDA (CFRUNCTL). FILE STATUS=" WS-FS-RUN
               GO TO 8900-EXIT.
           MOVE "CFSUCRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-LOG-LEIDOS TO CF-RUN-LEIDOS.
           MOVE ZERO TO CF-RUN-ACEPTADOS.
           MOVE WS-EXC-LEIDOS TO CF-RUN-RECHAZADOS.
           MOVE RETURN-CODE TO CF-RUN-RETORNO.
           WRITE CF-RUN-RECORD.
           CLOSE CF-RUN-FILE.
       8900-EXIT.
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

       END PROGRAM CFSUCRPT.
