      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Mantenimiento del presupuesto mensual por categoria
      *          de cuenta (CFPRESUP): alta y cambio del presupuesto
      *          de una categoria de CFCAT01 para un mes (AAAAMM),
      *          carga de los doce meses de un anio de una sola vez y
      *          listado por anio, para que finanzas deje de llevar
      *          el presupuesto en una hoja de calculo.  Cada
      *          registro lleva el importe esperado del mes y la
      *          tolerancia de variacion (porcentaje) que usa el
      *          reporte de presupuesto contra real (CFPRSRPT).  El
      *          operador queda registrado en cada alta y cambio.
      * Tectonics: cobc -x -std=ibm CFPRSMNT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPRSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-PRS-FILE ASSIGN TO "CFPRESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PRS-CLAVE
               FILE STATUS IS WS-FS-PRS.

           SELECT CF-CAT-FILE ASSIGN TO "CFCAT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-PRS-FILE.
           COPY CFPRSREC.

       FD  CF-CAT-FILE.
           COPY CFCATREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-PRS                    PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "S".
           88  OPERADOR-VALIDO                    VALUE "S".
       77  SW-CATEGORIAS-ABIERTAS       PIC X(01) VALUE "N".
           88  CATEGORIAS-ABIERTAS                VALUE "S".

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-CODIGO            PIC X(04).
       01  WS-ENTRADA-PERIODO           PIC X(06).
       01  WS-ENTRADA-ANIO              PIC X(04).
       01  WS-ENTRADA-IMPORTE           PIC X(15).
       01  WS-ENTRADA-TOLERANCIA        PIC X(06).
       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    VALORES CAPTURADOS.  LA TOLERANCIA EN BLANCO ES 10.0 %.
      *----------------------------------------------------------------
       01  WS-PERIODO                   PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PERIODO-ANIO          PIC 9(04).
           05  WS-PERIODO-MES           PIC 9(02).
       01  WS-ANIO                      PIC 9(04).
       77  WS-MES                       PIC 9(02) VALUE ZERO COMP.
       77  WS-IMPORTE                   PIC S9(9)V99 VALUE ZERO.
       77  WS-TOLERANCIA                PIC 9(03)V9 VALUE ZERO.
       77  WS-TOLERANCIA-OMISION        PIC 9(03)V9 VALUE 10.0.
       77  SW-IMPORTE-EN-BLANCO         PIC X(01) VALUE "N".
           88  IMPORTE-EN-BLANCO                  VALUE "S".

       77  SW-CONTINUAR                 PIC X(01) VALUE "S".
       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-ES-ALTA                   PIC X(01) VALUE "S".
       77  SW-EXISTE                    PIC X(01) VALUE "N".
           88  REGISTRO-EXISTE                    VALUE "S".

       77  WS-LISTADOS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-GRABADOS                  PIC 9(02) VALUE ZERO COMP.
       01  WS-LISTADOS-EDIT             PIC ZZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOLERANCIA-EDIT           PIC ZZ9.9.
       01  WS-MES-EDIT                  PIC 99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1100-OBTENER-OPERADOR THRU 1100-EXIT.
           PERFORM 1000-ABRIR-TABLA THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL SW-CONTINUAR = "N".
           CLOSE CF-PRS-FILE.
           IF CATEGORIAS-ABIERTAS
               CLOSE CF-CAT-FILE.
           DISPLAY "FIN DEL MANTENIMIENTO DEL PRESUPUESTO.".
           STOP RUN.

      ******************************************************************
      *    1000-ABRIR-TABLA -- CREA EL ARCHIVO EN LA PRIMERA CORRIDA;
      *    SIN CFCAT01 SE AVISA Y LA CATEGORIA NO SE VALIDA
      ******************************************************************
       1000-ABRIR-TABLA.
           OPEN I-O CF-PRS-FILE.
           IF WS-FS-PRS = "35"
               OPEN OUTPUT CF-PRS-FILE
               CLOSE CF-PRS-FILE
               OPEN I-O CF-PRS-FILE
           END-IF.
           IF WS-FS-PRS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL PRESUPUESTO "
                   "(CFPRESUP). FILE STATUS=" WS-FS-PRS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CF-CAT-FILE.
           IF WS-FS-CAT = "00"
               MOVE "S" TO SW-CATEGORIAS-ABIERTAS
           ELSE
               DISPLAY "AVISO: TABLA DE CATEGORIAS (CFCAT01) NO "
                   "DISPONIBLE. SE CONTINUA SIN VALIDAR."
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MOSTRAR-MENU
      ******************************************************************
       2000-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "MANTENIMIENTO DEL PRESUPUESTO POR CATEGORIA "
               "(CFPRESUP)".
           DISPLAY "1. ALTA DE PRESUPUESTO DE UN MES".
           DISPLAY "2. CAMBIO DE PRESUPUESTO DE UN MES".
           DISPLAY "3. CARGAR LOS DOCE MESES DE UNA CATEGORIA".
           DISPLAY "4. LISTAR PRESUPUESTO DE UN ANIO".
           DISPLAY "5. SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   MOVE "S" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-PRESUPUESTO THRU 3000-EXIT
               WHEN "2"
                   MOVE "N" TO SW-ES-ALTA
                   PERFORM 3000-CAPTURAR-PRESUPUESTO THRU 3000-EXIT
               WHEN "3"
                   PERFORM 4000-CARGAR-ANIO THRU 4000-EXIT
               WHEN "4"
                   PERFORM 5000-LISTAR-PRESUPUESTO THRU 5000-EXIT
               WHEN "5"
                   MOVE "N" TO SW-CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA. INTENTE DE NUEVO."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CAPTURAR-PRESUPUESTO -- ALTA (SW-ES-ALTA='S') O
      *    CAMBIO DEL PRESUPUESTO DE UNA CATEGORIA PARA UN MES
      ******************************************************************
       3000-CAPTURAR-PRESUPUESTO.
           PERFORM 6100-PEDIR-CATEGORIA THRU 6100-EXIT.
           PERFORM 6200-PEDIR-PERIODO THRU 6200-EXIT.
           MOVE WS-ENTRADA-CODIGO TO CF-PRS-CATEGORIA.
           MOVE WS-PERIODO TO CF-PRS-PERIODO.
           PERFORM 6500-LEER-PRESUPUESTO THRU 6500-EXIT.
           IF SW-ES-ALTA = "S" AND REGISTRO-EXISTE
               DISPLAY "YA HAY PRESUPUESTO PARA ESA CATEGORIA Y MES. "
                   "USE LA OPCION DE CAMBIO."
               GO TO 3000-EXIT.
           IF SW-ES-ALTA = "N"
               IF NOT REGISTRO-EXISTE
                   DISPLAY "NO HAY PRESUPUESTO PARA ESA CATEGORIA Y "
                       "MES."
                   GO TO 3000-EXIT
               END-IF
               MOVE CF-PRS-IMPORTE TO WS-IMPORTE-EDIT
               MOVE CF-PRS-TOLERANCIA TO WS-TOLERANCIA-EDIT
               DISPLAY "PRESUPUESTO ACTUAL: " WS-IMPORTE-EDIT
                   " TOLERANCIA: " WS-TOLERANCIA-EDIT " %"
           END-IF.
       3050-PEDIR-IMPORTE.
           PERFORM 6300-PEDIR-IMPORTE THRU 6300-EXIT.
           IF IMPORTE-EN-BLANCO
               DISPLAY "EL IMPORTE NO PUEDE QUEDAR EN BLANCO."
               GO TO 3050-PEDIR-IMPORTE.
           PERFORM 6400-PEDIR-TOLERANCIA THRU 6400-EXIT.
           MOVE WS-ENTRADA-CODIGO TO CF-PRS-CATEGORIA.
           MOVE WS-PERIODO TO CF-PRS-PERIODO.
           MOVE WS-IMPORTE TO CF-PRS-IMPORTE.
           MOVE WS-TOLERANCIA TO CF-PRS-TOLERANCIA.
           PERFORM 6600-GRABAR-PRESUPUESTO THRU 6600-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CARGAR-ANIO -- LOS DOCE MESES DE UNA CATEGORIA CON UNA
      *    SOLA TOLERANCIA; UN MES EN BLANCO SE DEJA COMO ESTA
      ******************************************************************
       4000-CARGAR-ANIO.
           PERFORM 6100-PEDIR-CATEGORIA THRU 6100-EXIT.
       4010-PEDIR-ANIO.
           DISPLAY "ANIO (AAAA):".
           ACCEPT WS-ENTRADA-ANIO.
           IF WS-ENTRADA-ANIO IS NOT NUMERIC
               DISPLAY "ANIO INVALIDO. INTENTE DE NUEVO."
               GO TO 4010-PEDIR-ANIO.
           MOVE WS-ENTRADA-ANIO TO WS-ANIO.
           IF WS-ANIO < 1900
               DISPLAY "ANIO INVALIDO. INTENTE DE NUEVO."
               GO TO 4010-PEDIR-ANIO.
           PERFORM 6400-PEDIR-TOLERANCIA THRU 6400-EXIT.
           DISPLAY "IMPORTE DE CADA MES (EN BLANCO = SIN CAMBIO).".
           MOVE ZERO TO WS-GRABADOS.
           PERFORM 4100-CARGAR-MES THRU 4100-EXIT
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           DISPLAY "MESES GRABADOS: " WS-GRABADOS.
       4000-EXIT.
           EXIT.

       4100-CARGAR-MES.
           MOVE WS-ANIO TO WS-PERIODO-ANIO.
           MOVE WS-MES TO WS-PERIODO-MES.
           MOVE WS-MES TO WS-MES-EDIT.
           MOVE WS-ENTRADA-CODIGO TO CF-PRS-CATEGORIA.
           MOVE WS-PERIODO TO CF-PRS-PERIODO.
           PERFORM 6500-LEER-PRESUPUESTO THRU 6500-EXIT.
           IF REGISTRO-EXISTE
               MOVE CF-PRS-IMPORTE TO WS-IMPORTE-EDIT
               DISPLAY "MES " WS-MES-EDIT " (ACTUAL " WS-IMPORTE-EDIT
                   "):"
           ELSE
               DISPLAY "MES " WS-MES-EDIT ":"
           END-IF.
           PERFORM 6300-PEDIR-IMPORTE THRU 6300-EXIT.
           IF IMPORTE-EN-BLANCO
               GO TO 4100-EXIT.
           MOVE WS-ENTRADA-CODIGO TO CF-PRS-CATEGORIA.
           MOVE WS-PERIODO TO CF-PRS-PERIODO.
           MOVE WS-IMPORTE TO CF-PRS-IMPORTE.
           MOVE WS-TOLERANCIA TO CF-PRS-TOLERANCIA.
           IF REGISTRO-EXISTE
               MOVE "N" TO SW-ES-ALTA
           ELSE
               MOVE "S" TO SW-ES-ALTA
           END-IF.
           PERFORM 6600-GRABAR-PRESUPUESTO THRU 6600-EXIT.
           ADD 1 TO WS-GRABADOS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-LISTAR-PRESUPUESTO -- TODAS LAS CATEGORIAS DE UN ANIO
      ******************************************************************
       5000-LISTAR-PRESUPUESTO.
           DISPLAY "ANIO A LISTAR (AAAA):".
           ACCEPT WS-ENTRADA-ANIO.
           IF WS-ENTRADA-ANIO IS NOT NUMERIC
               DISPLAY "ANIO INVALIDO."
               GO TO 5000-EXIT.
           MOVE WS-ENTRADA-ANIO TO WS-ANIO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ZERO TO WS-LISTADOS.
           MOVE LOW-VALUES TO CF-PRS-CLAVE.
           START CF-PRS-FILE
               KEY IS NOT LESS THAN CF-PRS-CLAVE
               INVALID KEY
                   DISPLAY "EL PRESUPUESTO ESTA VACIO."
                   GO TO 5000-EXIT
           END-START.
           DISPLAY "COD  MES         PRESUPUESTO   TOL%  OPERADOR "
               "FECHA".
           PERFORM 5100-LEER-SIGUIENTE THRU 5100-EXIT
               UNTIL FIN-ARCHIVO.
           MOVE WS-LISTADOS TO WS-LISTADOS-EDIT.
           DISPLAY "REGISTROS LISTADOS: " WS-LISTADOS-EDIT.
       5000-EXIT.
           EXIT.

       5100-LEER-SIGUIENTE.
           READ CF-PRS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 5100-EXIT
           END-READ.
           IF CF-PRS-ANIO NOT = WS-ANIO
               GO TO 5100-EXIT.
           ADD 1 TO WS-LISTADOS.
           MOVE CF-PRS-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE CF-PRS-TOLERANCIA TO WS-TOLERANCIA-EDIT.
           DISPLAY CF-PRS-CATEGORIA " " CF-PRS-PERIODO " "
               WS-IMPORTE-EDIT " " WS-TOLERANCIA-EDIT " "
               CF-PRS-OPERADOR-MOD " " CF-PRS-FECHA-MOD.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6100-PEDIR-CATEGORIA -- DEBE EXISTIR EN CFCAT01
      ******************************************************************
       6100-PEDIR-CATEGORIA.
           DISPLAY "CODIGO DE CATEGORIA (4 CARACTERES):".
           ACCEPT WS-ENTRADA-CODIGO.
           IF WS-ENTRADA-CODIGO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
               GO TO 6100-PEDIR-CATEGORIA.
           IF NOT CATEGORIAS-ABIERTAS
               GO TO 6100-EXIT.
           MOVE WS-ENTRADA-CODIGO TO CF-CAT-CODIGO.
           READ CF-CAT-FILE
               KEY IS CF-CAT-CODIGO
               INVALID KEY
                   DISPLAY "NO EXISTE UNA CATEGORIA CON ESE CODIGO "
                       "EN CFCAT01. INTENTE DE NUEVO."
                   GO TO 6100-PEDIR-CATEGORIA
           END-READ.
           DISPLAY "CATEGORIA: " CF-CAT-DESC.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6200-PEDIR-PERIODO -- MES AAAAMM
      ******************************************************************
       6200-PEDIR-PERIODO.
           DISPLAY "MES DEL PRESUPUESTO (AAAAMM):".
           ACCEPT WS-ENTRADA-PERIODO.
           IF WS-ENTRADA-PERIODO IS NOT NUMERIC
               DISPLAY "MES INVALIDO. INTENTE DE NUEVO."
               GO TO 6200-PEDIR-PERIODO.
           MOVE WS-ENTRADA-PERIODO TO WS-PERIODO.
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
               OR WS-PERIODO-ANIO < 1900
               DISPLAY "MES INVALIDO. INTENTE DE NUEVO."
               GO TO 6200-PEDIR-PERIODO.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *    6300-PEDIR-IMPORTE -- CON SIGNO, COMO EL MOVIMIENTO NETO
      *    DEL HISTORIAL; EN BLANCO LO DECIDE QUIEN LLAMA
      ******************************************************************
       6300-PEDIR-IMPORTE.
           MOVE "N" TO SW-IMPORTE-EN-BLANCO.
           DISPLAY "IMPORTE (EJ. 15000.00 O -2500.00):".
           ACCEPT WS-ENTRADA-IMPORTE.
           IF WS-ENTRADA-IMPORTE = SPACES
               MOVE "S" TO SW-IMPORTE-EN-BLANCO
               GO TO 6300-EXIT.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-IMPORTE)
               TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "IMPORTE NO NUMERICO. INTENTE DE NUEVO."
               GO TO 6300-PEDIR-IMPORTE.
           IF FUNCTION NUMVAL(WS-ENTRADA-IMPORTE) > 999999999.99
               OR FUNCTION NUMVAL(WS-ENTRADA-IMPORTE)
                   < -999999999.99
               DISPLAY "IMPORTE FUERA DE RANGO. INTENTE DE NUEVO."
               GO TO 6300-PEDIR-IMPORTE.
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(WS-ENTRADA-IMPORTE).
       6300-EXIT.
           EXIT.

      ******************************************************************
      *    6400-PEDIR-TOLERANCIA -- PORCENTAJE, EN BLANCO 10.0
      ******************************************************************
       6400-PEDIR-TOLERANCIA.
           DISPLAY "TOLERANCIA DE VARIACION EN % (EN BLANCO = 10.0):".
           ACCEPT WS-ENTRADA-TOLERANCIA.
           IF WS-ENTRADA-TOLERANCIA = SPACES
               MOVE WS-TOLERANCIA-OMISION TO WS-TOLERANCIA
               GO TO 6400-EXIT.
           MOVE FUNCTION TEST-NUMVAL(WS-ENTRADA-TOLERANCIA)
               TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               DISPLAY "TOLERANCIA NO NUMERICA. INTENTE DE NUEVO."
               GO TO 6400-PEDIR-TOLERANCIA.
           IF FUNCTION NUMVAL(WS-ENTRADA-TOLERANCIA) < ZERO
               OR FUNCTION NUMVAL(WS-ENTRADA-TOLERANCIA) > 999.9
               DISPLAY "TOLERANCIA FUERA DE RANGO (0 A 999.9). "
                   "INTENTE DE NUEVO."
               GO TO 6400-PEDIR-TOLERANCIA.
           COMPUTE WS-TOLERANCIA =
               FUNCTION NUMVAL(WS-ENTRADA-TOLERANCIA).
       6400-EXIT.
           EXIT.

      ******************************************************************
      *    6500-LEER-PRESUPUESTO -- CON LA LLAVE YA ARMADA
      ******************************************************************
       6500-LEER-PRESUPUESTO.
           MOVE "S" TO SW-EXISTE.
           READ CF-PRS-FILE
               KEY IS CF-PRS-CLAVE
               INVALID KEY
                   MOVE "N" TO SW-EXISTE
           END-READ.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *    6600-GRABAR-PRESUPUESTO -- ALTA O CAMBIO CON EL OPERADOR Y
      *    LA FECHA DE NEGOCIO
      ******************************************************************
       6600-GRABAR-PRESUPUESTO.
           MOVE WS-FECHA TO CF-PRS-FECHA-MOD.
           MOVE OPERADOR-ID TO CF-PRS-OPERADOR-MOD.
           IF SW-ES-ALTA = "S"
               WRITE CF-PRS-RECORD
                   INVALID KEY
                       DISPLAY "YA HAY PRESUPUESTO PARA ESA CATEGORIA "
                           "Y MES. USE LA OPCION DE CAMBIO."
                       GO TO 6600-EXIT
               END-WRITE
               DISPLAY "PRESUPUESTO DADO DE ALTA: " CF-PRS-CATEGORIA
                   " " CF-PRS-PERIODO
           ELSE
               REWRITE CF-PRS-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PRESUPUESTO. "
                           "FILE STATUS=" WS-FS-PRS
                       GO TO 6600-EXIT
               END-REWRITE
               DISPLAY "PRESUPUESTO ACTUALIZADO: " CF-PRS-CATEGORIA
                   " " CF-PRS-PERIODO
           END-IF.
       6600-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-OPERADOR -- EL OPERADOR QUEDA REGISTRADO EN
      *    CADA ALTA Y CAMBIO; SE VALIDA CONTRA CFOPMST (EXISTE Y
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

       END PROGRAM CFPRSMNT.
