      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Liberacion de partidas a futuro.  Corre como primer
      *          paso de la ventana de lote: recorre el almacen de
      *          partidas a futuro (CFFUT01) y toda partida pendiente
      *          cuya fecha efectiva ya llego (fecha de negocio o
      *          anterior, p.ej. si vencio en fin de semana) se
      *          libera: las partidas de calculadora como un lote
      *          CFTRANIN completo (CFFUTTRN, cabecera 'C' con lote-id
      *          "FU"+AAMMDD, detalles 'D' con su referencia original
      *          y pie 'P' con conteo y hash, tal como lo exige
      *          3120-VERIFICAR-LOTE) y los ajustes y transferencias
      *          como registros CFADJIN (CFFUTADJ).  El ajuste se
      *          vuelve a basar en el saldo del dia: NUM1 = saldo
      *          vigente (proyectado con lo ya liberado en la misma
      *          corrida sobre esa cuenta) y NUM2 = NUM1 mas el
      *          movimiento capturado, para que pase la validacion
      *          del maestro en Operaciones.  Una partida que ya no
      *          se puede liberar (cuenta inexistente, congelada o
      *          cerrada, saldo desbordado) se cancela con su motivo
      *          y queda en CFEXCLOG del dia (RC=4).  Imprime
      *          (CFFUTRPT) lo liberado, lo cancelado en el dia y lo
      *          que sigue pendiente.
      * Tectonics: cobc -x -std=ibm CFFUTREL.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LA PARTIDA CANCELADA LLEVA A CFEXCLOG LA
      *                     SUCURSAL DE SU CUENTA (U ORIGEN) SI ESTA
      *                     EXISTE EN EL MAESTRO.
      *   2026-10-15  RR   LA CANCELACION A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) Y EL
      *                     PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFFUTREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-FUT-FILE ASSIGN TO "CFFUT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-FUT-CLAVE
               FILE STATUS IS WS-FS-FUT.

           SELECT CF-TRN-FILE ASSIGN TO "CFFUTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRN.

           SELECT CF-ADJ-FILE ASSIGN TO "CFFUTADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJ.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-PRT-FILE ASSIGN TO "CFFUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-FUT-FILE.
           COPY CFFUTREC.

       FD  CF-TRN-FILE.
           COPY CFTRNIN.

       FD  CF-ADJ-FILE.
           COPY CFADJIN.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-FUT                    PIC X(02) VALUE "00".
       77  WS-FS-TRN                    PIC X(02) VALUE "00".
       77  WS-FS-ADJ                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE "FUTREL01".
       01  WS-EXC-FILENAME              PIC X(20).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-MAESTRO-ABIERTO           PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO                   VALUE "S".
       77  SW-LIBERABLE                 PIC X(01) VALUE "S".
           88  LIBERABLE                         VALUE "S".
       77  SW-QUEDA-PENDIENTE           PIC X(01) VALUE "N".
           88  QUEDA-PENDIENTE                   VALUE "S".

      *----------------------------------------------------------------
      *    VISTAS DE LA IMAGEN GUARDADA EN CF-FUT-IMAGEN: DETALLE DE
      *    CFTRANIN (PARTIDA DE CALCULADORA) O REGISTRO DE CFADJIN
      *    (AJUSTE O TRANSFERENCIA), PARA EL LISTADO.
      *----------------------------------------------------------------
           COPY CFTRNIN REPLACING LEADING ==CF-TRANIN== BY ==WS-FTR==.
           COPY CFADJIN REPLACING LEADING ==CF-ADJIN== BY ==WS-FAJ==.

      *----------------------------------------------------------------
      *    SALDOS PROYECTADOS POR CUENTA: LA PRIMERA PARTIDA DE UNA
      *    CUENTA PARTE DEL SALDO DEL MAESTRO; LAS SIGUIENTES DE LA
      *    MISMA CORRIDA PARTEN DEL SALDO QUE DEJA LA ANTERIOR, PORQUE
      *    OPERACIONES LAS CONTABILIZA EN ESE ORDEN (CFFUTADJ VA
      *    PRIMERO EN EL CFADJIN DE CFAJUST).
      *----------------------------------------------------------------
       01  WS-TABLA-SALDOS.
           05  WS-SAL-ENTRADA OCCURS 500 TIMES.
               10  WS-SAL-CUENTA        PIC X(08).
               10  WS-SAL-SALDO         PIC S9(7)V99.
       77  WS-SAL-USADAS                PIC 9(04) VALUE ZERO COMP.
       77  WS-IDX-SAL                   PIC 9(04) VALUE ZERO COMP.
       77  WS-IDX-HALLADO               PIC 9(04) VALUE ZERO COMP.
       77  WS-IDX-ORIGEN                PIC 9(04) VALUE ZERO COMP.
       01  WS-CTA-BUSCADA               PIC X(08).
       77  WS-SALDO-PROY                PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO-ORIGEN              PIC S9(7)V99 VALUE ZERO.
       77  WS-MOVIMIENTO                PIC S9(9)V99 VALUE ZERO.
       77  WS-SALDO-NUEVO               PIC S9(9)V99 VALUE ZERO.
       77  WS-NUEVO-ORIGEN              PIC S9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    CONTADORES Y TOTALES DEL LOTE DE CALCULADORA EMITIDO.
      *----------------------------------------------------------------
       77  WS-PAR-LEIDAS                PIC 9(08) VALUE ZERO COMP.
       77  WS-PAR-LIBERADAS             PIC 9(08) VALUE ZERO COMP.
       77  WS-PAR-FALLIDAS              PIC 9(08) VALUE ZERO COMP.
       77  WS-PAR-DIFERIDAS             PIC 9(08) VALUE ZERO COMP.
       77  WS-PAR-CANCELADAS            PIC 9(08) VALUE ZERO COMP.
       77  WS-PAR-PENDIENTES            PIC 9(08) VALUE ZERO COMP.
       77  WS-TRN-DETALLES              PIC 9(08) VALUE ZERO COMP.
       77  WS-TRN-HASH                  PIC S9(11)V99 VALUE ZERO.
       77  WS-ADJ-EMITIDOS              PIC 9(08) VALUE ZERO COMP.
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

       01  WS-LOTE-ID                   PIC X(08).
       01  WS-CUENTA-PIE                PIC 9(08).
       01  WS-HASH-PIE                  PIC +9(11).99.
       01  WS-IMPORTE-EDIT              PIC +9999999.99.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.
       01  WS-TITULO-SECCION            PIC X(60).

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFFUTREL".
           05  FILLER                   PIC X(50) VALUE
               "PARTIDAS A FUTURO (CFFUT01)".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "EFECTIVA".
           05  FILLER                   PIC X(08) VALUE "TIPO".
           05  FILLER                   PIC X(14) VALUE "REFERENCIA".
           05  FILLER                   PIC X(19) VALUE
               "CUENTA(S)".
           05  FILLER                   PIC X(28) VALUE
               "NUM1 / OP / NUM2-IMPORTE".
           05  FILLER                   PIC X(10) VALUE "ALTA".
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(33) VALUE
               "LOTE / MOTIVO".

       01  PRT-DETALLE.
           05  PRT-DET-EFECTIVA         PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-TIPO             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-REF              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-CUENTA           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-CUENTA-2         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DATO-1           PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-OPER             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-DATO-2           PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-ALTA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-MOTIVO           PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LIBERAR-PARTIDAS THRU 2000-EXIT.
           PERFORM 3000-LISTAR-CANCELADAS THRU 3000-EXIT.
           PERFORM 4000-LISTAR-PENDIENTES THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA DE NEGOCIO, ALMACEN, MAESTRO,
      *    REPORTE Y CABECERA DEL LOTE.  EL LOTE Y EL ARCHIVO DE
      *    AJUSTES SE ESCRIBEN SIEMPRE (AUNQUE VACIOS) PARA QUE LOS
      *    PASOS QUE LOS LEEN LOS ENCUENTREN
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "LIBERACION DE PARTIDAS A FUTURO".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           OPEN I-O CF-FUT-FILE.
           IF WS-FS-FUT = "35"
               DISPLAY "NO HAY ALMACEN DE PARTIDAS A FUTURO "
                   "(CFFUT01). SE CREA VACIO."
               OPEN OUTPUT CF-FUT-FILE
               CLOSE CF-FUT-FILE
               OPEN I-O CF-FUT-FILE
           END-IF.
           IF WS-FS-FUT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ALMACEN DE PARTIDAS A "
                   "FUTURO (CFFUT01). FILE STATUS=" WS-FS-FUT
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL = "00"
               MOVE "S" TO SW-MAESTRO-ABIERTO
           ELSE
               DISPLAY "AVISO: MAESTRO DE SALDOS (CFBALMST) NO "
                   "DISPONIBLE. LOS AJUSTES QUEDAN PENDIENTES."
           END-IF.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFFUTRPT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           PERFORM 1100-ABRIR-LOTES THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LEER-PARM -- PARM= DE EJECUCION DESATENDIDA (JCL)
      ******************************************************************
       1050-LEER-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE "S" TO SW-PARM-LOTE.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1100-ABRIR-LOTES -- CABECERA 'C' CON LOTE-ID PROPIO DEL DIA
      *    ("FU" + AAMMDD): CFLOTREG RECHAZARA UNA SEGUNDA LIBERACION
      *    DEL MISMO DIA EN LA CALCULADORA
      ******************************************************************
       1100-ABRIR-LOTES.
           OPEN OUTPUT CF-TRN-FILE.
           IF WS-FS-TRN NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL LOTE LIBERADO (CFFUTTRN). "
                   "FILE STATUS=" WS-FS-TRN
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CF-ADJ-FILE.
           IF WS-FS-ADJ NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LOS AJUSTES LIBERADOS "
                   "(CFFUTADJ). FILE STATUS=" WS-FS-ADJ
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO WS-LOTE-ID.
           STRING "FU" WS-FECHA (3:6) DELIMITED SIZE
               INTO WS-LOTE-ID.
           MOVE SPACES TO CF-TRANIN-RECORD.
           MOVE "C" TO CF-TRANIN-TIPO.
           MOVE WS-LOTE-ID TO CF-TRANIN-CAB-LOTE-ID.
           MOVE "FUTURO" TO CF-TRANIN-CAB-ORIGEN.
           MOVE WS-FECHA TO CF-TRANIN-CAB-FECHA-NEG.
           WRITE CF-TRANIN-RECORD.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LIBERAR-PARTIDAS -- PRIMERA PASADA: LIBERA LO QUE VENCE
      ******************************************************************
       2000-LIBERAR-PARTIDAS.
           MOVE "PARTIDAS LIBERADAS" TO WS-TITULO-SECCION.
           PERFORM 6000-TITULO-SECCION THRU 6000-EXIT.
           PERFORM 6900-POSICIONAR-INICIO THRU 6900-EXIT.
           PERFORM 2100-REVISAR-PARTIDA THRU 2100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-PAR-LIBERADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "PARTIDAS LIBERADAS: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-REVISAR-PARTIDA -- UNA PARTIDA PENDIENTE CON FECHA
      *    EFECTIVA IGUAL O ANTERIOR A LA FECHA DE NEGOCIO SE EMITE Y
      *    QUEDA LIBERADA; SI YA NO SE PUEDE EMITIR SE CANCELA CON SU
      *    MOTIVO
      ******************************************************************
       2100-REVISAR-PARTIDA.
           READ CF-FUT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-PAR-LEIDAS.
           IF NOT CF-FUT-PENDIENTE
               GO TO 2100-EXIT.
           IF CF-FUT-FECHA-EFECTIVA > WS-FECHA
               GO TO 2100-EXIT.
           MOVE "S" TO SW-LIBERABLE.
           MOVE "N" TO SW-QUEDA-PENDIENTE.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           IF CF-FUT-ES-CALCULO
               PERFORM 2200-EMITIR-CALCULO THRU 2200-EXIT
           ELSE
               PERFORM 2300-EMITIR-AJUSTE THRU 2300-EXIT
           END-IF.
           IF QUEDA-PENDIENTE
               ADD 1 TO WS-PAR-DIFERIDAS
               MOVE 4 TO RETURN-CODE
               GO TO 2100-EXIT.
           MOVE WS-FECHA TO CF-FUT-FECHA-ESTADO.
           MOVE OPERADOR-ID TO CF-FUT-OPERADOR-ESTADO.
           IF LIBERABLE
               MOVE "L" TO CF-FUT-ESTADO
               MOVE SPACES TO CF-FUT-MOTIVO
           ELSE
               MOVE "X" TO CF-FUT-ESTADO
               MOVE WS-RAZON-RECHAZO TO CF-FUT-MOTIVO
           END-IF.
           REWRITE CF-FUT-RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MARCAR LA PARTIDA "
                       CF-FUT-FECHA-ALTA "/" CF-FUT-REF
                       ". FILE STATUS=" WS-FS-FUT
                   MOVE 4 TO RETURN-CODE
           END-REWRITE.
           IF NOT LIBERABLE
               DISPLAY "PARTIDA " CF-FUT-FECHA-ALTA "/" CF-FUT-REF
                   " CANCELADA: " WS-RAZON-RECHAZO
               PERFORM 4100-ESCRIBIR-EXCEPCION THRU 4100-EXIT
               ADD 1 TO WS-PAR-FALLIDAS
               MOVE 4 TO RETURN-CODE
               GO TO 2100-EXIT.
           ADD 1 TO WS-PAR-LIBERADAS.
           MOVE CF-FUT-OPERADOR-ALTA TO PRT-DET-OPERADOR.
           PERFORM 6100-IMPRIMIR-PARTIDA THRU 6100-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-EMITIR-CALCULO -- DETALLE 'D' EN EL LOTE CFFUTTRN CON
      *    SU REFERENCIA ORIGINAL Y SIN FECHA EFECTIVA (SE CONTABILIZA
      *    HOY); EL HASH ACUMULA NUM1+NUM2 CON LA MISMA REGLA QUE LA
      *    VERIFICACION DE LOTE (SOLO CAMPOS NUMERICOS)
      ******************************************************************
       2200-EMITIR-CALCULO.
           MOVE CF-FUT-IMAGEN TO CF-TRANIN-RECORD.
           MOVE "D" TO CF-TRANIN-TIPO.
           MOVE SPACES TO CF-TRANIN-FECHA-EFECTIVA.
           WRITE CF-TRANIN-RECORD.
           ADD 1 TO WS-TRN-DETALLES.
           MOVE FUNCTION TEST-NUMVAL(CF-TRANIN-NUM1) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL = ZERO
               COMPUTE WS-TRN-HASH = WS-TRN-HASH
                   + FUNCTION NUMVAL(CF-TRANIN-NUM1)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(CF-TRANIN-NUM2) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL = ZERO
               COMPUTE WS-TRN-HASH = WS-TRN-HASH
                   + FUNCTION NUMVAL(CF-TRANIN-NUM2)
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-EMITIR-AJUSTE -- REGISTRO CFADJIN SIN FECHA EFECTIVA.
      *    EL AJUSTE SE REBASA SOBRE EL SALDO PROYECTADO DE LA CUENTA
      *    (NUM1 = SALDO, NUM2 = SALDO + MOVIMIENTO CAPTURADO); LA
      *    TRANSFERENCIA VIAJA COMO SE CAPTURO Y SOLO MUEVE LOS SALDOS
      *    PROYECTADOS DE SUS DOS CUENTAS
      ******************************************************************
       2300-EMITIR-AJUSTE.
           IF NOT MAESTRO-ABIERTO
               DISPLAY "AVISO: PARTIDA " CF-FUT-FECHA-ALTA "/"
                   CF-FUT-REF " QUEDA PENDIENTE: SIN MAESTRO DE "
                   "SALDOS."
               MOVE "S" TO SW-QUEDA-PENDIENTE
               GO TO 2300-EXIT.
           MOVE CF-FUT-IMAGEN TO CF-ADJIN-RECORD.
           MOVE SPACES TO CF-ADJIN-FECHA-EFECTIVA.
           IF CF-ADJIN-ES-TRANSFER
               PERFORM 2400-PROYECTAR-TRANSFER THRU 2400-EXIT
               GO TO 2300-ESCRIBIR.
           MOVE CF-ADJIN-CUENTA TO WS-CTA-BUSCADA.
           PERFORM 2500-OBTENER-SALDO THRU 2500-EXIT.
           IF NOT LIBERABLE
               GO TO 2300-EXIT.
           COMPUTE WS-MOVIMIENTO = FUNCTION NUMVAL(CF-ADJIN-NUM2)
               - FUNCTION NUMVAL(CF-ADJIN-NUM1).
           COMPUTE WS-SALDO-NUEVO = WS-SALDO-PROY + WS-MOVIMIENTO.
           IF WS-SALDO-NUEVO > 9999999.99
               OR WS-SALDO-NUEVO < -9999999.99
               MOVE "N" TO SW-LIBERABLE
               MOVE "DDSB" TO WS-CODIGO-RECHAZO
               MOVE "EL SALDO NUEVO DESBORDA EL RANGO"
                   TO WS-RAZON-RECHAZO
               GO TO 2300-EXIT.
           MOVE WS-SALDO-PROY TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO CF-ADJIN-NUM1.
           MOVE WS-SALDO-NUEVO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO CF-ADJIN-NUM2.
           IF WS-IDX-HALLADO > ZERO
               MOVE WS-SALDO-NUEVO TO WS-SAL-SALDO (WS-IDX-HALLADO)
           END-IF.
       2300-ESCRIBIR.
           IF NOT LIBERABLE
               GO TO 2300-EXIT.
           WRITE CF-ADJIN-RECORD.
           ADD 1 TO WS-ADJ-EMITIDOS.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2400-PROYECTAR-TRANSFER -- AMBAS CUENTAS DEBEN SEGUIR
      *    EXISTIENDO Y ABIERTAS; LOS SALDOS PROYECTADOS SE MUEVEN
      *    PARA LOS AJUSTES QUE SIGAN SOBRE ESAS CUENTAS
      ******************************************************************
       2400-PROYECTAR-TRANSFER.
           COMPUTE WS-MOVIMIENTO =
               FUNCTION NUMVAL(CF-ADJIN-TRF-IMPORTE).
           MOVE CF-ADJIN-TRF-ORIGEN TO WS-CTA-BUSCADA.
           PERFORM 2500-OBTENER-SALDO THRU 2500-EXIT.
           IF NOT LIBERABLE
               GO TO 2400-EXIT.
           MOVE WS-IDX-HALLADO TO WS-IDX-ORIGEN.
           MOVE WS-SALDO-PROY TO WS-SALDO-ORIGEN.
           MOVE CF-ADJIN-TRF-DESTINO TO WS-CTA-BUSCADA.
           PERFORM 2500-OBTENER-SALDO THRU 2500-EXIT.
           IF NOT LIBERABLE
               GO TO 2400-EXIT.
           COMPUTE WS-NUEVO-ORIGEN = WS-SALDO-ORIGEN - WS-MOVIMIENTO.
           COMPUTE WS-SALDO-NUEVO = WS-SALDO-PROY + WS-MOVIMIENTO.
           IF WS-NUEVO-ORIGEN > 9999999.99
               OR WS-NUEVO-ORIGEN < -9999999.99
               OR WS-SALDO-NUEVO > 9999999.99
               OR WS-SALDO-NUEVO < -9999999.99
               MOVE "N" TO SW-LIBERABLE
               MOVE "DDSB" TO WS-CODIGO-RECHAZO
               MOVE "LA TRANSFERENCIA DESBORDA UN SALDO"
                   TO WS-RAZON-RECHAZO
               GO TO 2400-EXIT.
           IF WS-IDX-ORIGEN > ZERO
               MOVE WS-NUEVO-ORIGEN TO WS-SAL-SALDO (WS-IDX-ORIGEN)
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               MOVE WS-SALDO-NUEVO TO WS-SAL-SALDO (WS-IDX-HALLADO)
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    2500-OBTENER-SALDO -- SALDO PROYECTADO DE WS-CTA-BUSCADA:
      *    DE LA TABLA SI LA CUENTA YA SALIO EN ESTA CORRIDA, SI NO DEL
      *    MAESTRO (QUE DEBE TENERLA ABIERTA).  DEJA EN WS-IDX-HALLADO
      *    SU RENGLON DE LA TABLA (CERO SI LA TABLA ESTA LLENA)
      ******************************************************************
       2500-OBTENER-SALDO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 2510-BUSCAR-CUENTA THRU 2510-EXIT
               VARYING WS-IDX-SAL FROM 1 BY 1
               UNTIL WS-IDX-SAL > WS-SAL-USADAS
                  OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO > ZERO
               MOVE WS-SAL-SALDO (WS-IDX-HALLADO) TO WS-SALDO-PROY
               GO TO 2500-EXIT.
           MOVE WS-CTA-BUSCADA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE "N" TO SW-LIBERABLE
                   MOVE "RCTA" TO WS-CODIGO-RECHAZO
                   MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                       TO WS-RAZON-RECHAZO
                   GO TO 2500-EXIT
           END-READ.
           IF CF-BAL-CONGELADA
               MOVE "N" TO SW-LIBERABLE
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: NO SE LIBERA"
                   TO WS-RAZON-RECHAZO
               GO TO 2500-EXIT.
           IF CF-BAL-CERRADA
               MOVE "N" TO SW-LIBERABLE
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: NO SE LIBERA"
                   TO WS-RAZON-RECHAZO
               GO TO 2500-EXIT.
           MOVE CF-BAL-SALDO TO WS-SALDO-PROY.
           IF WS-SAL-USADAS < 500
               ADD 1 TO WS-SAL-USADAS
               MOVE WS-SAL-USADAS TO WS-IDX-HALLADO
               MOVE WS-CTA-BUSCADA TO WS-SAL-CUENTA (WS-IDX-HALLADO)
               MOVE WS-SALDO-PROY TO WS-SAL-SALDO (WS-IDX-HALLADO)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-BUSCAR-CUENTA.
           IF WS-SAL-CUENTA (WS-IDX-SAL) = WS-CTA-BUSCADA
               MOVE WS-IDX-SAL TO WS-IDX-HALLADO.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LISTAR-CANCELADAS -- SEGUNDA PASADA: LO CANCELADO CON
      *    FECHA DE NEGOCIO DE HOY (EN CFFUTMNT O AL LIBERAR)
      ******************************************************************
       3000-LISTAR-CANCELADAS.
           MOVE "PARTIDAS CANCELADAS EN EL DIA" TO WS-TITULO-SECCION.
           PERFORM 6000-TITULO-SECCION THRU 6000-EXIT.
           PERFORM 6900-POSICIONAR-INICIO THRU 6900-EXIT.
           PERFORM 3100-REVISAR-CANCELADA THRU 3100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-PAR-CANCELADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "PARTIDAS CANCELADAS: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3100-REVISAR-CANCELADA.
           READ CF-FUT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CF-FUT-CANCELADA
               OR CF-FUT-FECHA-ESTADO NOT = WS-FECHA
               GO TO 3100-EXIT.
           ADD 1 TO WS-PAR-CANCELADAS.
           MOVE CF-FUT-OPERADOR-ESTADO TO PRT-DET-OPERADOR.
           PERFORM 6100-IMPRIMIR-PARTIDA THRU 6100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LISTAR-PENDIENTES -- TERCERA PASADA: LO QUE SIGUE
      *    ALMACENADO PARA UNA FECHA POSTERIOR
      ******************************************************************
       4000-LISTAR-PENDIENTES.
           MOVE "PARTIDAS QUE SIGUEN PENDIENTES" TO WS-TITULO-SECCION.
           PERFORM 6000-TITULO-SECCION THRU 6000-EXIT.
           PERFORM 6900-POSICIONAR-INICIO THRU 6900-EXIT.
           PERFORM 4050-REVISAR-PENDIENTE THRU 4050-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-PAR-PENDIENTES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "PARTIDAS PENDIENTES: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4050-REVISAR-PENDIENTE.
           READ CF-FUT-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 4050-EXIT
           END-READ.
           IF NOT CF-FUT-PENDIENTE
               GO TO 4050-EXIT.
           ADD 1 TO WS-PAR-PENDIENTES.
           MOVE CF-FUT-OPERADOR-ALTA TO PRT-DET-OPERADOR.
           PERFORM 6100-IMPRIMIR-PARTIDA THRU 6100-EXIT.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *    4100-ESCRIBIR-EXCEPCION -- LA PARTIDA QUE NO SE PUDO
      *    LIBERAR QUEDA EN LA GENERACION DEL DIA DE CFEXCLOG CON SU
      *    REFERENCIA: CUENTA (U ORIGEN) EN NUM1-TXT E IMPORTE O
      *    VALOR NUEVO EN NUM2-TXT
      ******************************************************************
       4100-ESCRIBIR-EXCEPCION.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING "CFEXCLOG." WS-FECHA DELIMITED SIZE
               INTO WS-EXC-FILENAME.
           OPEN EXTEND CF-EXC-FILE.
           IF WS-FS-EXC = "35"
               OPEN OUTPUT CF-EXC-FILE
           END-IF.
           IF WS-FS-EXC NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA EXCEPCION "
                   "(CFEXCLOG). FILE STATUS=" WS-FS-EXC
               GO TO 4100-EXIT.
           MOVE CF-FUT-IMAGEN TO WS-FAJ-RECORD.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-PAR-LEIDAS TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           IF WS-FAJ-ES-TRANSFER
               MOVE WS-FAJ-TRF-ORIGEN TO CF-EXC-NUM1-TXT (1:8)
               MOVE "TR" TO CF-EXC-OPERACION-TXT
               MOVE WS-FAJ-TRF-IMPORTE TO CF-EXC-NUM2-TXT
           ELSE
               MOVE WS-FAJ-CUENTA TO CF-EXC-NUM1-TXT (1:8)
               MOVE "AJ" TO CF-EXC-OPERACION-TXT
               MOVE WS-FAJ-NUM2 TO CF-EXC-NUM2-TXT
           END-IF.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE CF-FUT-REF TO CF-EXC-REF.
           PERFORM 4150-SUCURSAL-CUENTA THRU 4150-EXIT.
           MOVE "CFFUTREL" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           CLOSE CF-EXC-FILE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4150-SUCURSAL-CUENTA -- SUCURSAL DE LA CUENTA DE LA PARTIDA
      *    EN EL MAESTRO; EN BLANCO SI LA CUENTA YA NO EXISTE
      ******************************************************************
       4150-SUCURSAL-CUENTA.
           MOVE SPACES TO CF-EXC-SUCURSAL.
           IF NOT MAESTRO-ABIERTO
               GO TO 4150-EXIT.
           MOVE CF-EXC-NUM1-TXT (1:8) TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   GO TO 4150-EXIT
           END-READ.
           MOVE CF-BAL-SUCURSAL TO CF-EXC-SUCURSAL.
       4150-EXIT.
           EXIT.

      ******************************************************************
      *    6000-TITULO-SECCION -- TITULO DE LA SECCION Y COLUMNAS
      ******************************************************************
       6000-TITULO-SECCION.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TITULO-SECCION TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE PRT-COLUMNAS TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6100-IMPRIMIR-PARTIDA -- RENGLON DE LA PARTIDA EN CURSO
      *    (EL OPERADOR YA VIENE PUESTO POR LA SECCION)
      ******************************************************************
       6100-IMPRIMIR-PARTIDA.
           MOVE CF-FUT-FECHA-EFECTIVA TO PRT-DET-EFECTIVA.
           MOVE CF-FUT-REF TO PRT-DET-REF.
           MOVE CF-FUT-FECHA-ALTA TO PRT-DET-ALTA.
           MOVE SPACES TO PRT-DET-CUENTA PRT-DET-CUENTA-2
               PRT-DET-DATO-1 PRT-DET-OPER PRT-DET-DATO-2.
           IF CF-FUT-ES-CALCULO
               MOVE CF-FUT-IMAGEN TO WS-FTR-RECORD
               MOVE "CALC" TO PRT-DET-TIPO
               MOVE WS-FTR-NUM1 TO PRT-DET-DATO-1
               MOVE WS-FTR-OPERACION TO PRT-DET-OPER (2:1)
               MOVE WS-FTR-NUM2 TO PRT-DET-DATO-2
           ELSE
               MOVE CF-FUT-IMAGEN TO WS-FAJ-RECORD
               IF WS-FAJ-ES-TRANSFER
                   MOVE "TRANSF" TO PRT-DET-TIPO
                   MOVE WS-FAJ-TRF-ORIGEN TO PRT-DET-CUENTA
                   MOVE WS-FAJ-TRF-DESTINO TO PRT-DET-CUENTA-2
                   MOVE "TR" TO PRT-DET-OPER
                   MOVE WS-FAJ-TRF-IMPORTE TO PRT-DET-DATO-2
               ELSE
                   MOVE "AJUSTE" TO PRT-DET-TIPO
                   MOVE WS-FAJ-CUENTA TO PRT-DET-CUENTA
                   MOVE WS-FAJ-NUM1 TO PRT-DET-DATO-1
                   MOVE "AJ" TO PRT-DET-OPER
                   MOVE WS-FAJ-NUM2 TO PRT-DET-DATO-2
               END-IF
           END-IF.
           IF CF-FUT-CANCELADA
               MOVE CF-FUT-MOTIVO TO PRT-DET-MOTIVO
           ELSE
               MOVE CF-FUT-LOTE-ID TO PRT-DET-MOTIVO
           END-IF.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6900-POSICIONAR-INICIO -- CADA PASADA RECORRE EL ALMACEN
      *    DESDE LA PRIMERA CLAVE
      ******************************************************************
       6900-POSICIONAR-INICIO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO CF-FUT-CLAVE.
           START CF-FUT-FILE
               KEY IS NOT LESS THAN CF-FUT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- PIE DEL LOTE, FIN DEL REPORTE Y RESUMEN
      ******************************************************************
       9000-FINALIZAR.
           CLOSE CF-FUT-FILE.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           MOVE SPACES TO CF-TRANIN-RECORD.
           MOVE "P" TO CF-TRANIN-TIPO.
           MOVE WS-TRN-DETALLES TO WS-CUENTA-PIE.
           MOVE WS-CUENTA-PIE TO CF-TRANIN-PIE-CUENTA.
           MOVE WS-TRN-HASH TO WS-HASH-PIE.
           MOVE WS-HASH-PIE TO CF-TRANIN-PIE-HASH.
           WRITE CF-TRANIN-RECORD.
           CLOSE CF-TRN-FILE.
           CLOSE CF-ADJ-FILE.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-PAR-DIFERIDAS > ZERO
               MOVE WS-PAR-DIFERIDAS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "VENCIDAS QUE QUEDAN PENDIENTES (SIN MAESTRO DE "
                   "SALDOS): " WS-CONTADOR-EDIT
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           DISPLAY "LOTE " WS-LOTE-ID " LIBERADO EN CFFUTTRN. "
               "DETALLES DE CALCULADORA=" WS-TRN-DETALLES
               " AJUSTES EMITIDOS=" WS-ADJ-EMITIDOS.
           DISPLAY "PARTIDAS LIBERADAS=" WS-PAR-LIBERADAS
               " CANCELADAS AL LIBERAR=" WS-PAR-FALLIDAS
               " PENDIENTES=" WS-PAR-PENDIENTES.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           DISPLAY "FIN DE LA LIBERACION DE PARTIDAS A FUTURO.".
       9000-EXIT.
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
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           MOVE 3 TO WS-LINEAS-PAGINA.
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
           MOVE "CFFUTREL" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-PAR-LEIDAS TO CF-RUN-LEIDOS.
           MOVE WS-PAR-LIBERADAS TO CF-RUN-ACEPTADOS.
           MOVE WS-PAR-FALLIDAS TO CF-RUN-RECHAZADOS.
           MOVE RETURN-CODE TO CF-RUN-RETORNO.
           WRITE CF-RUN-RECORD.
           CLOSE CF-RUN-FILE.
       8900-EXIT.
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

       END PROGRAM CFFUTREL.
