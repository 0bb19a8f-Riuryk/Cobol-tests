      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Generador de tablas de amortizacion de prestamos.
      *          Toma el principal, un codigo de tarifa de CFRATE01
      *          (vigente a la fecha de negocio; el factor se toma
      *          como tasa nominal anual, 0.16 = 16 %), el numero de
      *          cuotas, la frecuencia y la fecha del primer
      *          vencimiento, y arma la tabla de cuota nivelada
      *          (sistema frances): por cuota, vencimiento corrido
      *          al siguiente dia habil (fines de semana y CFHOLIDS),
      *          interes, capital, pago y saldo pendiente.  El
      *          redondeo al centavo se absorbe en la ultima cuota,
      *          asi el capital devuelto cuadra exacto con el
      *          principal.  La tabla se imprime en CFAMOPRT y puede
      *          contabilizarse sola contra una cuenta de CFBALMST:
      *          como ordenes unicas ('U') en CFSTDORD, que CFSTDGEN
      *          emite el dia de cada vencimiento, o como ajustes a
      *          futuro en el almacen CFFUT01, que CFFUTREL libera
      *          (y CFFUTMNT puede cancelar).  El piso deja de armar
      *          la tabla en una hoja de calculo y de teclear cada
      *          cuota en ControldeFLUJO.
      * Tectonics: cobc -x -std=ibm CFAMOGEN.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA LA
      *                     TABLA SOLO SE IMPRIME, SALVO QUE UN
      *                     SUPERVISOR AUTORICE CONTABILIZARLA (QUEDA
      *                     EN CFSIGNLG COMO 'V').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFAMOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HOL-FILE ASSIGN TO "CFHOLIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-RATE-FILE ASSIGN TO "CFRATE01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RATE-CODIGO
               FILE STATUS IS WS-FS-RATE.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-RSN-FILE ASSIGN TO "CFRSN01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-RSN-CODIGO
               FILE STATUS IS WS-FS-RSN.

           SELECT CF-STD-FILE ASSIGN TO "CFSTDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STD.

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

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

           SELECT CF-PRT-FILE ASSIGN TO "CFAMOPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-HOL-FILE.
       01  CF-HOL-RECORD.
           05  CF-HOL-FECHA             PIC 9(08).

       FD  CF-RATE-FILE.
           COPY CFRATREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-RSN-FILE.
           COPY CFRSNREC.

       FD  CF-STD-FILE.
           COPY CFSTDREC.

       FD  CF-FUT-FILE.
           COPY CFFUTREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HOL                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-RSN                    PIC X(02) VALUE "00".
       77  WS-FS-STD                    PIC X(02) VALUE "00".
       77  WS-FS-FUT                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-STS                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".

      *    IMAGEN CFADJIN QUE SE GUARDA EN CFFUT01 (CF-FUT-IMAGEN)
           COPY CFADJIN.

       01  OPERADOR-ID                  PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-SALDOS-ABIERTOS           PIC X(01) VALUE "N".
           88  SALDOS-ABIERTOS                    VALUE "S".
       77  SW-RAZONES-ABIERTAS          PIC X(01) VALUE "N".
           88  RAZONES-ABIERTAS                   VALUE "S".
       77  SW-VENTANA-BLOQUEADA         PIC X(01) VALUE "N".
           88  VENTANA-BLOQUEADA                 VALUE "S".
       77  SW-VENTANA-AUTORIZADA        PIC X(01) VALUE "N".
           88  VENTANA-AUTORIZADA                VALUE "S".
       01  WS-VEN-SUPERVISOR            PIC X(08).
       01  WS-VEN-PIN                   PIC X(04).
       01  WS-VEN-HORA                  PIC 9(08).
       77  WS-VEN-RESULTADO             PIC X(01) VALUE "F".

       01  WS-OPCION                    PIC X(01).
       01  WS-RESPUESTA                 PIC X(01).
       01  WS-ENTRADA-IMPORTE           PIC X(15).
       01  WS-ENTRADA-TARIFA            PIC X(04).
       01  WS-ENTRADA-CUOTAS            PIC X(03).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-ENTRADA-CUENTA            PIC X(08).
       01  WS-ENTRADA-RAZON             PIC X(04).
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.
       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".

      *----------------------------------------------------------------
      *    DATOS DEL PRESTAMO.  FRECUENCIAS: S SEMANAL (7 DIAS, 52
      *    PERIODOS AL ANIO), C CATORCENAL (14 DIAS, 26), M MENSUAL
      *    (1 MES, 12) Y T TRIMESTRAL (3 MESES, 4).  LAS CUOTAS
      *    MENSUALES Y TRIMESTRALES CONSERVAN EL DIA DEL PRIMER
      *    VENCIMIENTO (CON CORRIMIENTO AL ULTIMO DIA DEL MES).
      *----------------------------------------------------------------
       77  WS-PRINCIPAL                 PIC S9(7)V99 VALUE ZERO.
       01  WS-TARIFA-COD                PIC X(04).
       77  WS-TARIFA-FACTOR             PIC 9(03)V9(04) VALUE ZERO.
       77  WS-NUM-CUOTAS                PIC 9(03) VALUE ZERO COMP.
       77  WS-MAX-CUOTAS                PIC 9(03) VALUE 360 COMP.
       01  WS-FRECUENCIA                PIC X(01).
           88  FREC-SEMANAL                      VALUE "S".
           88  FREC-CATORCENAL                   VALUE "C".
           88  FREC-MENSUAL                      VALUE "M".
           88  FREC-TRIMESTRAL                   VALUE "T".
           88  FREC-VALIDA                       VALUE "S" "C" "M" "T".
           88  FREC-EN-DIAS                      VALUE "S" "C".
       01  WS-FRECUENCIA-DESC           PIC X(10).
       77  WS-PERIODOS-ANIO             PIC 9(02) VALUE ZERO COMP.
       77  WS-DIAS-PERIODO              PIC 9(02) VALUE ZERO COMP.
       77  WS-MESES-PERIODO             PIC 9(02) VALUE ZERO COMP.
       01  WS-PRIMERA-FECHA             PIC 9(08).
       01  WS-PRIMERA-R REDEFINES WS-PRIMERA-FECHA.
           05  WS-PRIM-AAAA             PIC 9(04).
           05  WS-PRIM-MM               PIC 9(02).
           05  WS-PRIM-DD               PIC 9(02).

      *----------------------------------------------------------------
      *    CALCULO DE LA CUOTA NIVELADA:
      *      CUOTA = PRINCIPAL * I * (1+I)**N / ((1+I)**N - 1)
      *    CON I = FACTOR ANUAL / PERIODOS AL ANIO.  LA POTENCIA SE
      *    ARMA MULTIPLICANDO N VECES; UN DESBORDE RECHAZA LA TABLA.
      *----------------------------------------------------------------
       77  WS-TASA-PERIODO              PIC 9(03)V9(12) VALUE ZERO.
       77  WS-BASE                      PIC 9(03)V9(12) VALUE ZERO.
       77  WS-POTENCIA                  PIC 9(06)V9(12) VALUE ZERO.
       77  WS-AUX-NUM                   PIC 9(09)V9(09) VALUE ZERO.
       77  WS-AUX-DEN                   PIC 9(06)V9(12) VALUE ZERO.
       77  WS-FACTOR-CUOTA              PIC 9(03)V9(12) VALUE ZERO.
       77  WS-CUOTA                     PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO                     PIC S9(7)V99 VALUE ZERO.
       77  WS-PAGO-MAYOR                PIC S9(7)V99 VALUE ZERO.
       77  WS-TOT-INTERES               PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-CAPITAL               PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-PAGO                  PIC S9(9)V99 VALUE ZERO.
       77  WS-POT                       PIC 9(03) VALUE ZERO COMP.
       77  SW-DESBORDE                  PIC X(01) VALUE "N".
           88  HAY-DESBORDE                      VALUE "S".
       77  SW-TABLA-LISTA               PIC X(01) VALUE "N".
           88  TABLA-LISTA                       VALUE "S".

      *----------------------------------------------------------------
      *    TABLA DE CUOTAS DE LA CORRIDA (HASTA 360).
      *----------------------------------------------------------------
       77  WS-CUO                       PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-CUOTAS.
           05  WS-CUOTA-ENT OCCURS 360 TIMES.
               10  WS-CUO-NOMINAL       PIC 9(08).
               10  WS-CUO-FECHA         PIC 9(08).
               10  WS-CUO-INTERES       PIC S9(7)V99.
               10  WS-CUO-CAPITAL       PIC S9(7)V99.
               10  WS-CUO-PAGO          PIC S9(7)V99.
               10  WS-CUO-SALDO         PIC S9(7)V99.

      *----------------------------------------------------------------
      *    FECHAS: VENCIMIENTO NOMINAL Y CORRIMIENTO AL DIA HABIL.
      *----------------------------------------------------------------
       01  WS-FECHA-NUEVA               PIC 9(08).
       01  WS-FECHA-NUEVA-R REDEFINES WS-FECHA-NUEVA.
           05  WS-NUEVA-AAAA            PIC 9(04).
           05  WS-NUEVA-MM              PIC 9(02).
           05  WS-NUEVA-DD              PIC 9(02).
       01  WS-FECHA-PROX-MES            PIC 9(08).
       01  WS-PROX-DESGLOSE REDEFINES WS-FECHA-PROX-MES.
           05  WS-PROX-AAAA             PIC 9(04).
           05  WS-PROX-MM               PIC 9(02).
           05  WS-PROX-DD               PIC 9(02).
       01  WS-FECHA-FIN-MES             PIC 9(08).
       01  WS-FIN-MES-R REDEFINES WS-FECHA-FIN-MES.
           05  FILLER                   PIC 9(06).
           05  WS-FIN-MES-DD            PIC 9(02).
       77  WS-MESES                     PIC 9(05) VALUE ZERO COMP.
       77  WS-ANIOS-MAS                 PIC 9(04) VALUE ZERO COMP.
       77  WS-MES-RESTO                 PIC 9(02) VALUE ZERO COMP.
       77  SW-ES-HABIL                  PIC X(01) VALUE "S".
       77  SW-FECHA-CORRIDA             PIC X(01) VALUE "N".
           88  FECHA-CORRIDA                     VALUE "S".

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS) Y CAMPOS DE
      *    CALENDARIO.  EL DIA 1 DEL CALENDARIO INTERNO (FUNCTION
      *    INTEGER-OF-DATE) FUE LUNES, ASI QUE EL RESTO ENTRE 7 DA
      *    6 PARA SABADO Y 0 PARA DOMINGO.
      *----------------------------------------------------------------
       77  WS-MAX-FERIADOS              PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-FERIADOS              PIC 9(02) VALUE ZERO COMP.
       77  WS-FER                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-FERIADOS.
           05  WS-FERIADO OCCURS 50 TIMES PIC 9(08).

       77  WS-DIA-ENTERO                PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-SEMANA                PIC 9(01) VALUE ZERO COMP.
       77  WS-INTENTOS                  PIC 9(02) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CONTABILIZACION: CUENTA, RAZON Y SENTIDO (C = CARGO, LA
      *    CUOTA SE RESTA DEL SALDO; A = ABONO, SE SUMA).
      *----------------------------------------------------------------
       01  WS-CUENTA                    PIC X(08).
       01  WS-RAZON                     PIC X(04).
       01  WS-SENTIDO                   PIC X(01).
           88  SENTIDO-CARGO                     VALUE "C".
           88  SENTIDO-ABONO                     VALUE "A".
       77  WS-SALDO-CUENTA              PIC S9(7)V99 VALUE ZERO.
       77  WS-MOVIMIENTO                PIC S9(7)V99 VALUE ZERO.
       77  WS-SALDO-NUEVO               PIC S9(9)V99 VALUE ZERO.
       77  WS-ESCRITAS                  PIC 9(03) VALUE ZERO COMP.
       77  WS-FALLIDAS                  PIC 9(03) VALUE ZERO COMP.
       01  WS-IMPORTE-EDIT              PIC +9999999.99.
       01  WS-REF-ACTUAL                PIC X(12).
       77  WS-REF-SECUENCIA             PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------
      *    REPORTE CFAMOPRT (132 COLUMNAS); CADA TABLA EMPIEZA PAGINA.
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.
       77  WS-TABLAS                    PIC 9(04) VALUE ZERO COMP.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFAMOGEN".
           05  FILLER                   PIC X(50) VALUE
               "TABLA DE AMORTIZACION DE PRESTAMO".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(11) VALUE "PRINCIPAL:".
           05  PRT-ENC-PRINCIPAL        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(10) VALUE "  TARIFA:".
           05  PRT-ENC-TARIFA           PIC X(04).
           05  FILLER                   PIC X(17) VALUE
               "  FACTOR ANUAL:".
           05  PRT-ENC-FACTOR           PIC ZZ9.9999.
           05  FILLER                   PIC X(10) VALUE "  CUOTAS:".
           05  PRT-ENC-CUOTAS           PIC ZZ9.
           05  FILLER                   PIC X(14) VALUE
               "  FRECUENCIA:".
           05  PRT-ENC-FRECUENCIA       PIC X(10).
           05  FILLER                   PIC X(14) VALUE
               "  CUOTA NIV.:".
           05  PRT-ENC-CUOTA            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(07) VALUE "CUOTA".
           05  FILLER                   PIC X(15) VALUE
               "VENC. NOMINAL".
           05  FILLER                   PIC X(14) VALUE "VENCIMIENTO".
           05  FILLER                   PIC X(16) VALUE
               "     INTERES".
           05  FILLER                   PIC X(16) VALUE
               "     CAPITAL".
           05  FILLER                   PIC X(16) VALUE
               "        PAGO".
           05  FILLER                   PIC X(16) VALUE
               "       SALDO".
           05  FILLER                   PIC X(32) VALUE "OBSERVACION".

       01  PRT-DET-CUOTA.
           05  PRT-DET-NUMERO           PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DET-NOMINAL          PIC 9(08).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  PRT-DET-FECHA            PIC 9(08).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  PRT-DET-INTERES          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DET-CAPITAL          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DET-PAGO             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DET-SALDO            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  PRT-DET-OBS              PIC X(20).
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  PRT-TOTALES.
           05  FILLER                   PIC X(34) VALUE "TOTALES".
           05  PRT-TOT-INTERES          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-TOT-CAPITAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-TOT-PAGO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-CUOTAS-EDIT               PIC ZZ9.
       01  WS-CONTADOR-EDIT             PIC ZZ9.
       01  WS-MONTO-EDIT                PIC -Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT                PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT.
           PERFORM 1000-ABRIR-ARCHIVOS THRU 1000-EXIT.
           PERFORM 1500-CARGAR-FERIADOS THRU 1500-EXIT.
           PERFORM 2000-GENERAR-TABLA THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-ARCHIVOS -- SIN TARIFAS O SIN REPORTE NO HAY
      *    TABLA; SIN CFBALMST O CFRSN01 LA TABLA SE IMPRIME PERO NO
      *    SE CONTABILIZA
      ******************************************************************
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT CF-RATE-FILE.
           IF WS-FS-RATE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TABLA DE TARIFAS "
                   "(CFRATE01). FILE STATUS=" WS-FS-RATE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFAMOPRT). "
                   "FILE STATUS=" WS-FS-PRT
               CLOSE CF-RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL = "00"
               MOVE "S" TO SW-SALDOS-ABIERTOS
           ELSE
               DISPLAY "AVISO: MAESTRO DE SALDOS (CFBALMST) NO "
                   "DISPONIBLE. LAS TABLAS NO PODRAN CONTABILIZARSE."
           END-IF.
           OPEN INPUT CF-RSN-FILE.
           IF WS-FS-RSN = "00"
               MOVE "S" TO SW-RAZONES-ABIERTAS
           ELSE
               DISPLAY "AVISO: TABLA DE RAZONES (CFRSN01) NO "
                   "DISPONIBLE. LAS TABLAS NO PODRAN CONTABILIZARSE."
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARGAR-FERIADOS -- LISTA DE FERIADOS (CFHOLIDS); SIN
      *    ARCHIVO SOLO SE CORREN LOS FINES DE SEMANA
      ******************************************************************
       1500-CARGAR-FERIADOS.
           OPEN INPUT CF-HOL-FILE.
           IF WS-FS-HOL NOT = "00"
               DISPLAY "AVISO: SIN LISTA DE FERIADOS (CFHOLIDS); SOLO "
                   "SE CORREN LOS FINES DE SEMANA."
               GO TO 1500-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1600-LEER-FERIADO THRU 1600-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-HOL-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1500-EXIT.
           EXIT.

       1600-LEER-FERIADO.
           READ CF-HOL-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1600-EXIT
           END-READ.
           IF CF-HOL-FECHA IS NOT NUMERIC
               GO TO 1600-EXIT.
           IF WS-NUM-FERIADOS >= WS-MAX-FERIADOS
               DISPLAY "AVISO: MAS DE " WS-MAX-FERIADOS " FERIADOS "
                   "EN CFHOLIDS; EL EXCEDENTE SE IGNORA."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1600-EXIT.
           ADD 1 TO WS-NUM-FERIADOS.
           MOVE CF-HOL-FECHA TO WS-FERIADO (WS-NUM-FERIADOS).
       1600-EXIT.
           EXIT.

      ******************************************************************
      *    2000-GENERAR-TABLA -- UNA TABLA COMPLETA: DATOS, CALCULO,
      *    IMPRESION Y, SI SE PIDE, CONTABILIZACION
      ******************************************************************
       2000-GENERAR-TABLA.
           DISPLAY " ".
           DISPLAY "GENERADOR DE TABLAS DE AMORTIZACION (CFAMOGEN)".
           MOVE "N" TO SW-TABLA-LISTA.
           PERFORM 3000-PEDIR-DATOS THRU 3000-EXIT.
           PERFORM 4000-CALCULAR-CUOTA THRU 4000-EXIT.
           IF HAY-DESBORDE
               DISPLAY "TASA, PLAZO Y PRINCIPAL DAN IMPORTES FUERA DE "
                   "RANGO. NO SE GENERA LA TABLA."
               GO TO 2000-OTRA.
           MOVE ZERO TO WS-TOT-INTERES WS-TOT-CAPITAL WS-TOT-PAGO
               WS-PAGO-MAYOR.
           MOVE WS-PRINCIPAL TO WS-SALDO.
           PERFORM 4500-ARMAR-CUOTA THRU 4500-EXIT
               VARYING WS-CUO FROM 1 BY 1
               UNTIL WS-CUO > WS-NUM-CUOTAS OR HAY-DESBORDE.
           IF HAY-DESBORDE
               DISPLAY "TASA, PLAZO Y PRINCIPAL DAN IMPORTES FUERA DE "
                   "RANGO. NO SE GENERA LA TABLA."
               GO TO 2000-OTRA.
           MOVE "S" TO SW-TABLA-LISTA.
           PERFORM 5000-IMPRIMIR-TABLA THRU 5000-EXIT.
           PERFORM 6000-CONTABILIZAR THRU 6000-EXIT.
       2000-OTRA.
           DISPLAY "GENERAR OTRA TABLA (S/N)?".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
               MOVE "N" TO SW-CONTINUAR.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PEDIR-DATOS -- PRINCIPAL, TARIFA, CUOTAS, FRECUENCIA
      *    Y PRIMER VENCIMIENTO
      ******************************************************************
       3000-PEDIR-DATOS.
           PERFORM 3100-PEDIR-PRINCIPAL THRU 3100-EXIT.
           PERFORM 3200-PEDIR-TARIFA THRU 3200-EXIT.
           PERFORM 3300-PEDIR-CUOTAS THRU 3300-EXIT.
           PERFORM 3400-PEDIR-FRECUENCIA THRU 3400-EXIT.
           PERFORM 3500-PEDIR-PRIMERA-FECHA THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-PEDIR-PRINCIPAL.
           DISPLAY "PRINCIPAL DEL PRESTAMO (EJ. 150000.00):".
           ACCEPT WS-ENTRADA-IMPORTE.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-IMPORTE)
               TO WS-TEST-NUMVAL.
           IF WS-ENTRADA-IMPORTE = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "PRINCIPAL NO NUMERICO. INTENTE DE NUEVO."
               GO TO 3100-PEDIR-PRINCIPAL.
           IF FUNCTION NUMVAL(WS-ENTRADA-IMPORTE) < 0.01
               OR FUNCTION NUMVAL(WS-ENTRADA-IMPORTE) > 9999999.99
               DISPLAY "PRINCIPAL FUERA DE RANGO (0.01 A "
                   "9999999.99). INTENTE DE NUEVO."
               GO TO 3100-PEDIR-PRINCIPAL.
           COMPUTE WS-PRINCIPAL ROUNDED =
               FUNCTION NUMVAL(WS-ENTRADA-IMPORTE).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-PEDIR-TARIFA -- DEBE EXISTIR EN CFRATE01 Y ESTAR
      *    VIGENTE A LA FECHA DE NEGOCIO, COMO EN LA OPERACION 7
      ******************************************************************
       3200-PEDIR-TARIFA.
           DISPLAY "CODIGO DE TARIFA (CFRATE01):".
           ACCEPT WS-ENTRADA-TARIFA.
           IF WS-ENTRADA-TARIFA = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
               GO TO 3200-PEDIR-TARIFA.
           MOVE WS-ENTRADA-TARIFA TO WS-TARIFA-COD.
           MOVE WS-TARIFA-COD TO CF-RATE-CODIGO.
           READ CF-RATE-FILE
               KEY IS CF-RATE-CODIGO
               INVALID KEY
                   DISPLAY "CODIGO DE TARIFA DESCONOCIDO. INTENTE DE "
                       "NUEVO."
                   GO TO 3200-PEDIR-TARIFA
           END-READ.
           IF WS-FECHA < CF-RATE-VIG-DESDE
               OR WS-FECHA > CF-RATE-VIG-HASTA
               DISPLAY "TARIFA FUERA DE VIGENCIA (" CF-RATE-VIG-DESDE
                   " A " CF-RATE-VIG-HASTA "). INTENTE DE NUEVO."
               GO TO 3200-PEDIR-TARIFA.
           MOVE CF-RATE-FACTOR TO WS-TARIFA-FACTOR.
           DISPLAY "TARIFA: " CF-RATE-DESC " FACTOR ANUAL "
               CF-RATE-FACTOR.
       3200-EXIT.
           EXIT.

       3300-PEDIR-CUOTAS.
           DISPLAY "NUMERO DE CUOTAS (1 A " WS-MAX-CUOTAS "):".
           ACCEPT WS-ENTRADA-CUOTAS.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-CUOTAS)
               TO WS-TEST-NUMVAL.
           IF WS-ENTRADA-CUOTAS = SPACES OR WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "NUMERO DE CUOTAS NO NUMERICO. INTENTE DE "
                   "NUEVO."
               GO TO 3300-PEDIR-CUOTAS.
           IF FUNCTION NUMVAL(WS-ENTRADA-CUOTAS) < 1
               OR FUNCTION NUMVAL(WS-ENTRADA-CUOTAS) > WS-MAX-CUOTAS
               DISPLAY "NUMERO DE CUOTAS FUERA DE RANGO. INTENTE DE "
                   "NUEVO."
               GO TO 3300-PEDIR-CUOTAS.
           COMPUTE WS-NUM-CUOTAS = FUNCTION NUMVAL(WS-ENTRADA-CUOTAS).
       3300-EXIT.
           EXIT.

       3400-PEDIR-FRECUENCIA.
           DISPLAY "FRECUENCIA (S=SEMANAL, C=CATORCENAL, M=MENSUAL, "
               "T=TRIMESTRAL):".
           ACCEPT WS-FRECUENCIA.
           IF NOT FREC-VALIDA
               DISPLAY "FRECUENCIA INVALIDA. INTENTE DE NUEVO."
               GO TO 3400-PEDIR-FRECUENCIA.
           MOVE ZERO TO WS-DIAS-PERIODO WS-MESES-PERIODO.
           EVALUATE TRUE
               WHEN FREC-SEMANAL
                   MOVE 52 TO WS-PERIODOS-ANIO
                   MOVE 7 TO WS-DIAS-PERIODO
                   MOVE "SEMANAL" TO WS-FRECUENCIA-DESC
               WHEN FREC-CATORCENAL
                   MOVE 26 TO WS-PERIODOS-ANIO
                   MOVE 14 TO WS-DIAS-PERIODO
                   MOVE "CATORCENAL" TO WS-FRECUENCIA-DESC
               WHEN FREC-MENSUAL
                   MOVE 12 TO WS-PERIODOS-ANIO
                   MOVE 1 TO WS-MESES-PERIODO
                   MOVE "MENSUAL" TO WS-FRECUENCIA-DESC
               WHEN FREC-TRIMESTRAL
                   MOVE 4 TO WS-PERIODOS-ANIO
                   MOVE 3 TO WS-MESES-PERIODO
                   MOVE "TRIMESTRAL" TO WS-FRECUENCIA-DESC
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3500-PEDIR-PRIMERA-FECHA -- AAAAMMDD POSTERIOR A LA FECHA
      *    DE NEGOCIO (LAS CUOTAS SE CONTABILIZAN A FUTURO)
      ******************************************************************
       3500-PEDIR-PRIMERA-FECHA.
           DISPLAY "FECHA DEL PRIMER VENCIMIENTO (AAAAMMDD):".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 3500-PEDIR-PRIMERA-FECHA.
           MOVE WS-ENTRADA-FECHA TO WS-PRIMERA-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIMERA-FECHA) NOT = ZERO
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 3500-PEDIR-PRIMERA-FECHA.
           IF WS-PRIMERA-FECHA NOT > WS-FECHA
               DISPLAY "EL PRIMER VENCIMIENTO DEBE SER POSTERIOR A LA "
                   "FECHA DE NEGOCIO (" WS-FECHA "). INTENTE DE "
                   "NUEVO."
               GO TO 3500-PEDIR-PRIMERA-FECHA.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CALCULAR-CUOTA -- TASA DEL PERIODO, POTENCIA (1+I)**N
      *    Y CUOTA NIVELADA AL CENTAVO; SIN TASA LA CUOTA ES EL
      *    PRINCIPAL ENTRE EL NUMERO DE CUOTAS
      ******************************************************************
       4000-CALCULAR-CUOTA.
           MOVE "N" TO SW-DESBORDE.
           COMPUTE WS-TASA-PERIODO ROUNDED =
               WS-TARIFA-FACTOR / WS-PERIODOS-ANIO.
           IF WS-TASA-PERIODO = ZERO
               COMPUTE WS-CUOTA ROUNDED = WS-PRINCIPAL / WS-NUM-CUOTAS
               GO TO 4000-VERIFICAR.
           COMPUTE WS-BASE = 1 + WS-TASA-PERIODO.
           MOVE 1 TO WS-POTENCIA.
           PERFORM 4100-ELEVAR THRU 4100-EXIT
               VARYING WS-POT FROM 1 BY 1
               UNTIL WS-POT > WS-NUM-CUOTAS OR HAY-DESBORDE.
           IF HAY-DESBORDE
               GO TO 4000-EXIT.
           COMPUTE WS-AUX-NUM ROUNDED = WS-TASA-PERIODO * WS-POTENCIA
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
                   GO TO 4000-EXIT
           END-COMPUTE.
           COMPUTE WS-AUX-DEN = WS-POTENCIA - 1.
           IF WS-AUX-DEN = ZERO
               MOVE "S" TO SW-DESBORDE
               GO TO 4000-EXIT.
           COMPUTE WS-FACTOR-CUOTA ROUNDED = WS-AUX-NUM / WS-AUX-DEN
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
                   GO TO 4000-EXIT
           END-COMPUTE.
           COMPUTE WS-CUOTA ROUNDED = WS-PRINCIPAL * WS-FACTOR-CUOTA
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
                   GO TO 4000-EXIT
           END-COMPUTE.
       4000-VERIFICAR.
           IF WS-CUOTA < 0.01
               MOVE "S" TO SW-DESBORDE.
       4000-EXIT.
           EXIT.

       4100-ELEVAR.
           COMPUTE WS-POTENCIA ROUNDED = WS-POTENCIA * WS-BASE
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
           END-COMPUTE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4500-ARMAR-CUOTA -- INTERES SOBRE EL SALDO, CAPITAL = CUOTA
      *    MENOS INTERES; LA ULTIMA CUOTA LIQUIDA EL SALDO QUE QUEDE,
      *    ASI LA SUMA DEL CAPITAL ES EXACTAMENTE EL PRINCIPAL
      ******************************************************************
       4500-ARMAR-CUOTA.
           COMPUTE WS-CUO-INTERES (WS-CUO) ROUNDED =
               WS-SALDO * WS-TASA-PERIODO
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
                   GO TO 4500-EXIT
           END-COMPUTE.
           IF WS-CUO = WS-NUM-CUOTAS
               MOVE WS-SALDO TO WS-CUO-CAPITAL (WS-CUO)
           ELSE
               COMPUTE WS-CUO-CAPITAL (WS-CUO) =
                   WS-CUOTA - WS-CUO-INTERES (WS-CUO)
               IF WS-CUO-CAPITAL (WS-CUO) < ZERO
                   MOVE ZERO TO WS-CUO-CAPITAL (WS-CUO)
               END-IF
               IF WS-CUO-CAPITAL (WS-CUO) > WS-SALDO
                   MOVE WS-SALDO TO WS-CUO-CAPITAL (WS-CUO)
               END-IF
           END-IF.
           COMPUTE WS-CUO-PAGO (WS-CUO) =
               WS-CUO-INTERES (WS-CUO) + WS-CUO-CAPITAL (WS-CUO)
               ON SIZE ERROR
                   MOVE "S" TO SW-DESBORDE
                   GO TO 4500-EXIT
           END-COMPUTE.
           SUBTRACT WS-CUO-CAPITAL (WS-CUO) FROM WS-SALDO.
           MOVE WS-SALDO TO WS-CUO-SALDO (WS-CUO).
           ADD WS-CUO-INTERES (WS-CUO) TO WS-TOT-INTERES.
           ADD WS-CUO-CAPITAL (WS-CUO) TO WS-TOT-CAPITAL.
           ADD WS-CUO-PAGO (WS-CUO) TO WS-TOT-PAGO.
           IF WS-CUO-PAGO (WS-CUO) > WS-PAGO-MAYOR
               MOVE WS-CUO-PAGO (WS-CUO) TO WS-PAGO-MAYOR.
           PERFORM 4600-FECHA-NOMINAL THRU 4600-EXIT.
           MOVE WS-FECHA-NUEVA TO WS-CUO-NOMINAL (WS-CUO).
           PERFORM 4700-CORRER-A-HABIL THRU 4700-EXIT.
           MOVE WS-FECHA-NUEVA TO WS-CUO-FECHA (WS-CUO).
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-FECHA-NOMINAL -- VENCIMIENTO SIN CORRER DE LA CUOTA
      *    WS-CUO: EN DIAS, PRIMER VENCIMIENTO MAS (CUOTA - 1)
      *    PERIODOS; EN MESES, EL MISMO DIA DEL PRIMER VENCIMIENTO
      *    (O EL ULTIMO DEL MES SI ESE DIA NO EXISTE)
      ******************************************************************
       4600-FECHA-NOMINAL.
           IF FREC-EN-DIAS
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-PRIMERA-FECHA)
                   + (WS-CUO - 1) * WS-DIAS-PERIODO
               COMPUTE WS-FECHA-NUEVA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               GO TO 4600-EXIT.
           COMPUTE WS-MESES =
               (WS-CUO - 1) * WS-MESES-PERIODO + WS-PRIM-MM - 1.
           DIVIDE WS-MESES BY 12 GIVING WS-ANIOS-MAS
               REMAINDER WS-MES-RESTO.
           COMPUTE WS-NUEVA-AAAA = WS-PRIM-AAAA + WS-ANIOS-MAS.
           COMPUTE WS-NUEVA-MM = WS-MES-RESTO + 1.
           MOVE WS-NUEVA-AAAA TO WS-PROX-AAAA.
           MOVE WS-NUEVA-MM TO WS-PROX-MM.
           MOVE 1 TO WS-PROX-DD.
           IF WS-PROX-MM = 12
               ADD 1 TO WS-PROX-AAAA
               MOVE 1 TO WS-PROX-MM
           ELSE
               ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROX-MES) - 1).
           IF WS-PRIM-DD > WS-FIN-MES-DD
               MOVE WS-FIN-MES-DD TO WS-NUEVA-DD
           ELSE
               MOVE WS-PRIM-DD TO WS-NUEVA-DD
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CORRER-A-HABIL -- UN VENCIMIENTO EN SABADO, DOMINGO O
      *    FERIADO SE CORRE AL SIGUIENTE DIA HABIL (COMO CFDATMNT)
      ******************************************************************
       4700-CORRER-A-HABIL.
           MOVE "N" TO SW-FECHA-CORRIDA.
           PERFORM 5800-VALIDAR-CALENDARIO THRU 5800-EXIT.
           IF SW-ES-HABIL = "S"
               GO TO 4700-EXIT.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUEVA).
           MOVE ZERO TO WS-INTENTOS.
       4700-PROBAR-SIGUIENTE.
           ADD 1 TO WS-DIA-ENTERO.
           ADD 1 TO WS-INTENTOS.
           IF WS-INTENTOS > 30
               DISPLAY "AVISO: NO SE ENCONTRO DIA HABIL EN LOS 30 DIAS "
                   "SIGUIENTES A " WS-CUO-NOMINAL (WS-CUO)
                   ". REVISE CFHOLIDS."
               MOVE WS-CUO-NOMINAL (WS-CUO) TO WS-FECHA-NUEVA
               GO TO 4700-EXIT.
           COMPUTE WS-FECHA-NUEVA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           PERFORM 5800-VALIDAR-CALENDARIO THRU 5800-EXIT.
           IF SW-ES-HABIL = "N"
               GO TO 4700-PROBAR-SIGUIENTE.
           MOVE "S" TO SW-FECHA-CORRIDA.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    5000-IMPRIMIR-TABLA -- NUEVA PAGINA CON LOS DATOS DEL
      *    PRESTAMO, UNA LINEA POR CUOTA (TAMBIEN EN PANTALLA) Y
      *    TOTALES
      ******************************************************************
       5000-IMPRIMIR-TABLA.
           ADD 1 TO WS-TABLAS.
           MOVE WS-PRINCIPAL TO PRT-ENC-PRINCIPAL.
           MOVE WS-TARIFA-COD TO PRT-ENC-TARIFA.
           MOVE WS-TARIFA-FACTOR TO PRT-ENC-FACTOR.
           MOVE WS-NUM-CUOTAS TO PRT-ENC-CUOTAS.
           MOVE WS-FRECUENCIA-DESC TO PRT-ENC-FRECUENCIA.
           MOVE WS-CUOTA TO PRT-ENC-CUOTA.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           DISPLAY " ".
           DISPLAY "CUOTA  VENCE           INTERES       CAPITAL"
               "          PAGO         SALDO".
           PERFORM 5100-IMPRIMIR-CUOTA THRU 5100-EXIT
               VARYING WS-CUO FROM 1 BY 1
               UNTIL WS-CUO > WS-NUM-CUOTAS.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TOT-INTERES TO PRT-TOT-INTERES.
           MOVE WS-TOT-CAPITAL TO PRT-TOT-CAPITAL.
           MOVE WS-TOT-PAGO TO PRT-TOT-PAGO.
           MOVE PRT-TOTALES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CUOTA TO WS-MONTO-EDIT.
           DISPLAY "CUOTA NIVELADA:  " WS-MONTO-EDIT.
           MOVE WS-TOT-INTERES TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL INTERES:   " WS-TOTAL-EDIT.
           MOVE WS-TOT-CAPITAL TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL CAPITAL:   " WS-TOTAL-EDIT.
           MOVE WS-TOT-PAGO TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL A PAGAR:   " WS-TOTAL-EDIT.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-CUOTA.
           MOVE WS-CUO TO PRT-DET-NUMERO.
           MOVE WS-CUO-NOMINAL (WS-CUO) TO PRT-DET-NOMINAL.
           MOVE WS-CUO-FECHA (WS-CUO) TO PRT-DET-FECHA.
           MOVE WS-CUO-INTERES (WS-CUO) TO PRT-DET-INTERES.
           MOVE WS-CUO-CAPITAL (WS-CUO) TO PRT-DET-CAPITAL.
           MOVE WS-CUO-PAGO (WS-CUO) TO PRT-DET-PAGO.
           MOVE WS-CUO-SALDO (WS-CUO) TO PRT-DET-SALDO.
           MOVE SPACES TO PRT-DET-OBS.
           IF WS-CUO-FECHA (WS-CUO) NOT = WS-CUO-NOMINAL (WS-CUO)
               IF WS-CUO = WS-NUM-CUOTAS
                   MOVE "CORRIDA Y REDONDEO" TO PRT-DET-OBS
               ELSE
                   MOVE "DIA INHABIL: CORRIDA" TO PRT-DET-OBS
               END-IF
           ELSE
               IF WS-CUO = WS-NUM-CUOTAS
                   MOVE "ULTIMA: REDONDEO" TO PRT-DET-OBS
               END-IF
           END-IF.
           MOVE PRT-DET-CUOTA TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           DISPLAY PRT-DET-NUMERO "    " PRT-DET-FECHA "  "
               PRT-DET-INTERES "  " PRT-DET-CAPITAL "  "
               PRT-DET-PAGO "  " PRT-DET-SALDO.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5800-VALIDAR-CALENDARIO -- WS-FECHA-NUEVA NO ES SABADO NI
      *    DOMINGO NI ESTA EN LA LISTA DE FERIADOS
      ******************************************************************
       5800-VALIDAR-CALENDARIO.
           MOVE "S" TO SW-ES-HABIL.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUEVA).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO SW-ES-HABIL
               GO TO 5800-EXIT.
           IF WS-NUM-FERIADOS > ZERO
               PERFORM 5900-COMPARAR-FERIADO THRU 5900-EXIT
                   VARYING WS-FER FROM 1 BY 1
                   UNTIL WS-FER > WS-NUM-FERIADOS
                       OR SW-ES-HABIL = "N"
           END-IF.
       5800-EXIT.
           EXIT.

       5900-COMPARAR-FERIADO.
           IF WS-FERIADO (WS-FER) = WS-FECHA-NUEVA
               MOVE "N" TO SW-ES-HABIL.
       5900-EXIT.
           EXIT.

      ******************************************************************
      *    6000-CONTABILIZAR -- LA TABLA PUEDE QUEDAR SOLO IMPRESA O
      *    CONTABILIZARSE CUOTA POR CUOTA CONTRA UNA CUENTA
      ******************************************************************
       6000-CONTABILIZAR.
           DISPLAY " ".
           DISPLAY "CONTABILIZACION DE LA TABLA".
           DISPLAY "1. SOLO IMPRIMIR (NO CONTABILIZAR)".
           DISPLAY "2. ORDENES UNICAS EN CFSTDORD (LAS EMITE CFSTDGEN "
               "CADA VENCIMIENTO)".
           DISPLAY "3. AJUSTES A FUTURO EN CFFUT01 (LOS LIBERA "
               "CFFUTREL CADA VENCIMIENTO)".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "1"
               GO TO 6000-EXIT.
           IF WS-OPCION NOT = "2" AND WS-OPCION NOT = "3"
               DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
               GO TO 6000-CONTABILIZAR.
           IF NOT SALDOS-ABIERTOS OR NOT RAZONES-ABIERTAS
               DISPLAY "SIN CFBALMST O CFRSN01 NO SE PUEDE "
                   "CONTABILIZAR. LA TABLA QUEDA SOLO IMPRESA."
               GO TO 6000-EXIT.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               DISPLAY "LA TABLA QUEDA SOLO IMPRESA."
               GO TO 6000-EXIT.
           PERFORM 6100-PEDIR-CUENTA THRU 6100-EXIT.
           IF WS-CUENTA = SPACES
               DISPLAY "CONTABILIZACION CANCELADA."
               GO TO 6000-EXIT.
           PERFORM 6200-PEDIR-RAZON THRU 6200-EXIT.
           PERFORM 6300-PEDIR-SENTIDO THRU 6300-EXIT.
           IF SENTIDO-CARGO
               COMPUTE WS-SALDO-NUEVO = WS-SALDO-CUENTA - WS-PAGO-MAYOR
           ELSE
               COMPUTE WS-SALDO-NUEVO = WS-SALDO-CUENTA + WS-PAGO-MAYOR
           END-IF.
           IF WS-SALDO-NUEVO > 9999999.99
               OR WS-SALDO-NUEVO < -9999999.99
               DISPLAY "LA CUOTA MAYOR DEJA EL SALDO DE LA CUENTA "
                   "FUERA DE RANGO. NO SE CONTABILIZA."
               GO TO 6000-EXIT.
           MOVE ZERO TO WS-ESCRITAS WS-FALLIDAS.
           IF WS-OPCION = "2"
               PERFORM 6400-ESCRIBIR-ORDENES THRU 6400-EXIT
           ELSE
               PERFORM 6600-ESCRIBIR-FUTUROS THRU 6600-EXIT
           END-IF.
           PERFORM 6900-REPORTAR-CONTABILIZACION THRU 6900-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    6100-PEDIR-CUENTA -- DEBE EXISTIR EN CFBALMST Y NO ESTAR
      *    CONGELADA NI CERRADA; EN BLANCO CANCELA
      ******************************************************************
       6100-PEDIR-CUENTA.
           DISPLAY "CUENTA DE CFBALMST (EN BLANCO = CANCELAR):".
           ACCEPT WS-ENTRADA-CUENTA.
           MOVE WS-ENTRADA-CUENTA TO WS-CUENTA.
           IF WS-CUENTA = SPACES
               GO TO 6100-EXIT.
           MOVE WS-CUENTA TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA NO REGISTRADA EN CFBALMST. INTENTE "
                       "DE NUEVO."
                   GO TO 6100-PEDIR-CUENTA
           END-READ.
           IF CF-BAL-BLOQUEADA
               DISPLAY "LA CUENTA ESTA CONGELADA O CERRADA. INTENTE "
                   "DE NUEVO."
               GO TO 6100-PEDIR-CUENTA.
           MOVE CF-BAL-SALDO TO WS-SALDO-CUENTA.
           MOVE CF-BAL-SALDO TO WS-MONTO-EDIT.
           DISPLAY "CUENTA: " CF-BAL-DESC " SALDO " WS-MONTO-EDIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6200-PEDIR-RAZON -- OBLIGATORIA EN TODO AJUSTE: EXISTE Y
      *    ESTA ACTIVA EN CFRSN01
      ******************************************************************
       6200-PEDIR-RAZON.
           DISPLAY "CODIGO DE RAZON (CFRSN01):".
           ACCEPT WS-ENTRADA-RAZON.
           IF WS-ENTRADA-RAZON = SPACES
               DISPLAY "LA RAZON NO PUEDE QUEDAR EN BLANCO."
               GO TO 6200-PEDIR-RAZON.
           MOVE WS-ENTRADA-RAZON TO WS-RAZON.
           MOVE WS-RAZON TO CF-RSN-CODIGO.
           READ CF-RSN-FILE
               KEY IS CF-RSN-CODIGO
               INVALID KEY
                   DISPLAY "RAZON NO REGISTRADA EN CFRSN01. INTENTE "
                       "DE NUEVO."
                   GO TO 6200-PEDIR-RAZON
           END-READ.
           IF NOT CF-RSN-ACTIVO
               DISPLAY "LA RAZON NO ESTA ACTIVA. INTENTE DE NUEVO."
               GO TO 6200-PEDIR-RAZON.
           DISPLAY "RAZON: " CF-RSN-DESC.
       6200-EXIT.
           EXIT.

       6300-PEDIR-SENTIDO.
           DISPLAY "SENTIDO DE LA CUOTA (C=CARGO A LA CUENTA, "
               "A=ABONO; EN BLANCO = C):".
           ACCEPT WS-SENTIDO.
           IF WS-SENTIDO = SPACE
               MOVE "C" TO WS-SENTIDO.
           IF NOT SENTIDO-CARGO AND NOT SENTIDO-ABONO
               DISPLAY "SENTIDO INVALIDO. INTENTE DE NUEVO."
               GO TO 6300-PEDIR-SENTIDO.
       6300-EXIT.
           EXIT.

      ******************************************************************
      *    6400-ESCRIBIR-ORDENES -- UNA ORDEN UNICA ('U') DE AJUSTE
      *    POR CUOTA, CON LA FECHA YA CORRIDA AL DIA HABIL Y EL PAGO
      *    COMO IMPORTE CON SIGNO; SE AGREGAN AL FINAL DE CFSTDORD
      ******************************************************************
       6400-ESCRIBIR-ORDENES.
           OPEN EXTEND CF-STD-FILE.
           IF WS-FS-STD = "35"
               OPEN OUTPUT CF-STD-FILE
           END-IF.
           IF WS-FS-STD NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CFSTDORD. FILE STATUS="
                   WS-FS-STD
               GO TO 6400-EXIT.
           PERFORM 6450-ESCRIBIR-ORDEN THRU 6450-EXIT
               VARYING WS-CUO FROM 1 BY 1
               UNTIL WS-CUO > WS-NUM-CUOTAS.
           CLOSE CF-STD-FILE.
       6400-EXIT.
           EXIT.

       6450-ESCRIBIR-ORDEN.
           PERFORM 6500-ARMAR-MOVIMIENTO THRU 6500-EXIT.
           MOVE SPACES TO CF-STD-RECORD.
           MOVE "A" TO CF-STD-DESTINO.
           MOVE "U" TO CF-STD-FRECUENCIA.
           MOVE ZERO TO CF-STD-DIA.
           MOVE WS-CUO TO WS-CUOTAS-EDIT.
           MOVE WS-NUM-CUOTAS TO WS-CONTADOR-EDIT.
           STRING "PREST " WS-TARIFA-COD " " WS-CUOTAS-EDIT "/"
               WS-CONTADOR-EDIT DELIMITED SIZE INTO CF-STD-DESC.
           MOVE WS-CUENTA TO CF-STD-CUENTA.
           MOVE WS-MOVIMIENTO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO CF-STD-IMPORTE.
           MOVE WS-RAZON TO CF-STD-RAZON.
           MOVE WS-CUO-FECHA (WS-CUO) TO CF-STD-FECHA.
           WRITE CF-STD-RECORD.
           IF WS-FS-STD = "00"
               ADD 1 TO WS-ESCRITAS
           ELSE
               ADD 1 TO WS-FALLIDAS
           END-IF.
       6450-EXIT.
           EXIT.

      ******************************************************************
      *    6500-ARMAR-MOVIMIENTO -- PAGO DE LA CUOTA CON EL SIGNO DEL
      *    SENTIDO ELEGIDO
      ******************************************************************
       6500-ARMAR-MOVIMIENTO.
           IF SENTIDO-CARGO
               COMPUTE WS-MOVIMIENTO = 0 - WS-CUO-PAGO (WS-CUO)
           ELSE
               MOVE WS-CUO-PAGO (WS-CUO) TO WS-MOVIMIENTO
           END-IF.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *    6600-ESCRIBIR-FUTUROS -- UN AJUSTE A FUTURO POR CUOTA EN EL
      *    ALMACEN CFFUT01, IGUAL QUE LOS DEJA OPERACIONES: IMAGEN
      *    CFADJIN CON NUM1 = SALDO DE HOY Y NUM2 = SALDO MAS EL
      *    MOVIMIENTO (CFFUTREL REBASA NUM1 AL SALDO DEL DIA DE LA
      *    LIBERACION Y CONSERVA EL MOVIMIENTO)
      ******************************************************************
       6600-ESCRIBIR-FUTUROS.
           OPEN I-O CF-FUT-FILE.
           IF WS-FS-FUT = "35"
               OPEN OUTPUT CF-FUT-FILE
               CLOSE CF-FUT-FILE
               OPEN I-O CF-FUT-FILE
           END-IF.
           IF WS-FS-FUT NOT = "00"
               DISPLAY "ALMACEN A FUTURO (CFFUT01) NO DISPONIBLE. "
                   "FILE STATUS=" WS-FS-FUT
               GO TO 6600-EXIT.
           PERFORM 6650-ESCRIBIR-FUTURO THRU 6650-EXIT
               VARYING WS-CUO FROM 1 BY 1
               UNTIL WS-CUO > WS-NUM-CUOTAS.
           CLOSE CF-FUT-FILE.
       6600-EXIT.
           EXIT.

       6650-ESCRIBIR-FUTURO.
           PERFORM 6500-ARMAR-MOVIMIENTO THRU 6500-EXIT.
           MOVE SPACES TO CF-ADJIN-RECORD.
           MOVE WS-CUENTA TO CF-ADJIN-CUENTA.
           MOVE WS-SALDO-CUENTA TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO CF-ADJIN-NUM1.
           COMPUTE WS-SALDO-NUEVO = WS-SALDO-CUENTA + WS-MOVIMIENTO.
           MOVE WS-SALDO-NUEVO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO CF-ADJIN-NUM2.
           MOVE "A" TO CF-ADJIN-TIPO.
           MOVE WS-RAZON TO CF-ADJIN-RAZON.
           MOVE WS-CUO-FECHA (WS-CUO) TO CF-ADJIN-FECHA-EFECTIVA.
           ADD 1 TO WS-REF-SECUENCIA.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-REF-ACTUAL.
           STRING "AM" WS-HORA (1:6) WS-REF-SECUENCIA DELIMITED SIZE
               INTO WS-REF-ACTUAL.
           MOVE SPACES TO CF-FUT-RECORD.
           MOVE WS-FECHA TO CF-FUT-FECHA-ALTA.
           MOVE WS-REF-ACTUAL TO CF-FUT-REF.
           MOVE "A" TO CF-FUT-ORIGEN.
           MOVE WS-CUO-FECHA (WS-CUO) TO CF-FUT-FECHA-EFECTIVA.
           MOVE WS-HORA TO CF-FUT-HORA-ALTA.
           MOVE OPERADOR-ID TO CF-FUT-OPERADOR-ALTA.
           MOVE "P" TO CF-FUT-ESTADO.
           MOVE ZERO TO CF-FUT-FECHA-ESTADO.
           MOVE CF-ADJIN-RECORD TO CF-FUT-IMAGEN.
           WRITE CF-FUT-RECORD
               INVALID KEY
                   DISPLAY "REFERENCIA YA ALMACENADA A FUTURO: "
                       WS-REF-ACTUAL ". CUOTA " WS-CUO " NO GRABADA."
                   ADD 1 TO WS-FALLIDAS
                   GO TO 6650-EXIT
           END-WRITE.
           ADD 1 TO WS-ESCRITAS.
       6650-EXIT.
           EXIT.

      ******************************************************************
      *    6900-REPORTAR-CONTABILIZACION -- RESULTADO EN PANTALLA Y AL
      *    PIE DE LA TABLA IMPRESA
      ******************************************************************
       6900-REPORTAR-CONTABILIZACION.
           MOVE WS-ESCRITAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           IF WS-OPCION = "2"
               STRING "CONTABILIZADA COMO " WS-CONTADOR-EDIT
                   " ORDEN(ES) UNICA(S) EN CFSTDORD. CUENTA "
                   WS-CUENTA " RAZON " WS-RAZON " SENTIDO "
                   WS-SENTIDO DELIMITED SIZE INTO WS-PRT-LINEA
           ELSE
               STRING "CONTABILIZADA COMO " WS-CONTADOR-EDIT
                   " AJUSTE(S) A FUTURO EN CFFUT01. CUENTA "
                   WS-CUENTA " RAZON " WS-RAZON " SENTIDO "
                   WS-SENTIDO DELIMITED SIZE INTO WS-PRT-LINEA
           END-IF.
           DISPLAY WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-FALLIDAS > ZERO
               MOVE WS-FALLIDAS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: " WS-CONTADOR-EDIT " CUOTA(S) NO SE "
                   "PUDIERON GRABAR; REVISE Y COMPLETE A MANO."
                   DELIMITED SIZE INTO WS-PRT-LINEA
               DISPLAY WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
       6900-EXIT.
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
           MOVE SPACES TO WS-PRT-LINEA.
       7000-EXIT.
           EXIT.

       7100-NUEVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PRT-ENC-PAGINA.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-1.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
           MOVE SPACES TO PRT-REGISTRO.
           WRITE PRT-REGISTRO.
           WRITE PRT-REGISTRO FROM PRT-COLUMNAS.
           MOVE 4 TO WS-LINEAS-PAGINA.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           IF WS-TABLAS > ZERO
               MOVE SPACES TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23)
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           CLOSE CF-PRT-FILE.
           CLOSE CF-RATE-FILE.
           IF SALDOS-ABIERTOS
               CLOSE CF-BAL-FILE.
           IF RAZONES-ABIERTAS
               CLOSE CF-RSN-FILE.
           DISPLAY "FIN DEL GENERADOR DE AMORTIZACION. TABLAS="
               WS-TABLAS.
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- EL OPERADOR QUEDA REGISTRADO EN
      *    CADA AJUSTE A FUTURO; SE VALIDA CONTRA CFOPMST (EXISTE Y
      *    ACTIVO).  SIN MAESTRO SE AVISA Y SE CONTINUA.
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
           MOVE "CFAMOGEN" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM CFAMOGEN.
