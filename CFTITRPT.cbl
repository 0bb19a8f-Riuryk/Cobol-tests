      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Reporte nocturno de posicion por titular para los
      *          ejecutivos de relacion.  Recorre el maestro de saldos
      *          (CFBALMST), suma el saldo de las cuentas no cerradas
      *          de cada titular (CF-BAL-TITULAR) y lista en CFTITPRT
      *          a los titulares cuyo saldo consolidado alcanza el
      *          nivel de CFTITPRM (1,000,000.00 si el archivo no
      *          esta), con nombre y RFC del maestro de titulares
      *          (CFTIT01) y el numero de cuentas.  Un titular que ya
      *          no existe en CFTIT01 o esta inactivo se senala en la
      *          linea.  La lista es informativa y no cambia el
      *          codigo de retorno; el aviso (4) queda para un titular
      *          listado que no existe en CFTIT01 o una tabla interna
      *          llena.
      * Tectonics: cobc -x -std=ibm CFTITRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFTITRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-TIT-FILE ASSIGN TO "CFTIT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-TIT-ID
               FILE STATUS IS WS-FS-TIT.

           SELECT CF-PRM-FILE ASSIGN TO "CFTITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-PRT-FILE ASSIGN TO "CFTITPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-TIT-FILE.
           COPY CFTITREC.

       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-NIVEL-TXT         PIC X(15).

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-TIT                    PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-TABLA-LLENA               PIC X(01) VALUE "N".
           88  TABLA-LLENA                       VALUE "S".
       77  SW-TITULARES-ABIERTOS        PIC X(01) VALUE "N".
           88  TITULARES-ABIERTOS                VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    NIVEL DE POSICION CONSOLIDADA (CFTITPRM; 1,000,000.00 POR
      *    OMISION)
      *----------------------------------------------------------------
       77  WS-NIVEL                     PIC S9(11)V99 VALUE 1000000.00.

      *----------------------------------------------------------------
      *    TITULARES CON CUENTAS (HASTA 2000, ORDENADOS POR ID)
      *----------------------------------------------------------------
       77  WS-MAX-TITULARES             PIC 9(04) VALUE 2000 COMP.
       77  WS-NUM-TITULARES             PIC 9(04) VALUE ZERO COMP.
       77  WS-TIT                       PIC 9(04) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(04) VALUE ZERO COMP.
       77  WS-POS                       PIC 9(04) VALUE ZERO COMP.
       77  WS-MUEVE                     PIC 9(04) VALUE ZERO COMP.
       01  WS-TIT-BUSCADO               PIC X(08).
       01  WS-TABLA-TITULARES.
           05  WS-TITT-ENTRADA OCCURS 2000 TIMES.
               10  WS-TITT-ID           PIC X(08).
               10  WS-TITT-CUENTAS      PIC 9(04) COMP.
               10  WS-TITT-SALDO        PIC S9(11)V99.

       77  WS-CTAS-LEIDAS               PIC 9(08) VALUE ZERO COMP.
       77  WS-CTAS-CON-TITULAR          PIC 9(08) VALUE ZERO COMP.
       77  WS-CTAS-SIN-TITULAR          PIC 9(08) VALUE ZERO COMP.
       77  WS-TIT-LISTADOS              PIC 9(08) VALUE ZERO COMP.
       77  WS-TIT-NO-REGISTRADOS        PIC 9(08) VALUE ZERO COMP.
       77  WS-SALDO-LISTADOS            PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFTITRPT".
           05  FILLER                   PIC X(50) VALUE
               "POSICION CONSOLIDADA POR TITULAR".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(36) VALUE
               "TITULARES CON POSICION DE AL MENOS".
           05  PRT-ENC-NIVEL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(79) VALUE SPACES.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "TITULAR".
           05  FILLER                   PIC X(42) VALUE "NOMBRE".
           05  FILLER                   PIC X(15) VALUE "RFC".
           05  FILLER                   PIC X(07) VALUE "CTAS.".
           05  FILLER                   PIC X(20) VALUE
               "  SALDO CONSOLIDADO".
           05  FILLER                   PIC X(38) VALUE "OBSERVACION".

       01  PRT-DET-TITULAR.
           05  PRT-DET-ID               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-NOMBRE           PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-RFC              PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-CUENTAS          PIC ZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DET-SALDO            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OBS              PIC X(30).
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-TOTAL-EDIT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-CUENTA THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           PERFORM 3000-REPORTAR-TITULAR THRU 3000-EXIT
               VARYING WS-TIT FROM 1 BY 1
               UNTIL WS-TIT > WS-NUM-TITULARES.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "POSICION CONSOLIDADA POR TITULAR".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF WS-ENTRADA-FECHA = SPACES
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           PERFORM 1100-LEER-NIVEL THRU 1100-EXIT.
           OPEN INPUT CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           OPEN INPUT CF-TIT-FILE.
           IF WS-FS-TIT = "00"
               MOVE "S" TO SW-TITULARES-ABIERTOS
           ELSE
               DISPLAY "AVISO: MAESTRO DE TITULARES (CFTIT01) NO "
                   "DISPONIBLE. EL REPORTE SALE SIN NOMBRES."
           END-IF.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFTITPRT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           MOVE WS-NIVEL TO PRT-ENC-NIVEL.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
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

      ******************************************************************
      *    1100-LEER-NIVEL -- NIVEL DE POSICION (CFTITPRM); SIN ARCHIVO
      *    O CON VALOR INVALIDO SE QUEDA EL NIVEL POR OMISION
      ******************************************************************
       1100-LEER-NIVEL.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           READ CF-PRM-FILE
               AT END
                   GO TO 1100-CERRAR
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-NIVEL-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-NIVEL-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-NIVEL-TXT) > ZERO
               COMPUTE WS-NIVEL = FUNCTION NUMVAL(CF-PRM-NIVEL-TXT)
           END-IF.
       1100-CERRAR.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-ACUMULAR-CUENTA -- UNA CUENTA DEL MAESTRO A LA VEZ.
      *    LAS CUENTAS CERRADAS Y LAS QUE NO TIENEN TITULAR NO SUMAN.
      ******************************************************************
       2000-ACUMULAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-CTAS-LEIDAS.
           IF CF-BAL-TITULAR = SPACES
               ADD 1 TO WS-CTAS-SIN-TITULAR
               GO TO 2000-EXIT.
           IF CF-BAL-CERRADA
               GO TO 2000-EXIT.
           ADD 1 TO WS-CTAS-CON-TITULAR.
           MOVE CF-BAL-TITULAR TO WS-TIT-BUSCADO.
           PERFORM 2800-LOCALIZAR-TITULAR THRU 2800-EXIT.
           IF WS-TIT = ZERO
               GO TO 2000-EXIT.
           ADD 1 TO WS-TITT-CUENTAS (WS-TIT).
           ADD CF-BAL-SALDO TO WS-TITT-SALDO (WS-TIT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2800-LOCALIZAR-TITULAR -- DEJA EN WS-TIT LA ENTRADA DE
      *    WS-TIT-BUSCADO; SI NO EXISTE LA INSERTA EN SU LUGAR POR ID.
      *    CON LA TABLA LLENA DEVUELVE CERO.
      ******************************************************************
       2800-LOCALIZAR-TITULAR.
           MOVE ZERO TO WS-TIT.
           MOVE ZERO TO WS-POS.
           IF WS-NUM-TITULARES > ZERO
               PERFORM 2850-COMPARAR-TITULAR THRU 2850-EXIT
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > WS-NUM-TITULARES
                       OR WS-TIT > ZERO
                       OR WS-POS > ZERO
           END-IF.
           IF WS-TIT > ZERO
               GO TO 2800-EXIT.
           IF WS-NUM-TITULARES >= WS-MAX-TITULARES
               IF NOT TABLA-LLENA
                   DISPLAY "AVISO: MAS DE " WS-MAX-TITULARES
                       " TITULARES; EL EXCEDENTE NO SE REPORTA."
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
               GO TO 2800-EXIT.
           IF WS-POS = ZERO
               COMPUTE WS-POS = WS-NUM-TITULARES + 1
           ELSE
               PERFORM 2870-DESPLAZAR-TITULAR THRU 2870-EXIT
                   VARYING WS-MUEVE FROM WS-NUM-TITULARES BY -1
                   UNTIL WS-MUEVE < WS-POS
           END-IF.
           ADD 1 TO WS-NUM-TITULARES.
           INITIALIZE WS-TITT-ENTRADA (WS-POS).
           MOVE WS-TIT-BUSCADO TO WS-TITT-ID (WS-POS).
           MOVE WS-POS TO WS-TIT.
       2800-EXIT.
           EXIT.

       2850-COMPARAR-TITULAR.
           IF WS-TITT-ID (WS-BUSCA) = WS-TIT-BUSCADO
               MOVE WS-BUSCA TO WS-TIT
           ELSE
               IF WS-TITT-ID (WS-BUSCA) > WS-TIT-BUSCADO
                   MOVE WS-BUSCA TO WS-POS
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

       2870-DESPLAZAR-TITULAR.
           MOVE WS-TITT-ENTRADA (WS-MUEVE)
               TO WS-TITT-ENTRADA (WS-MUEVE + 1).
       2870-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REPORTAR-TITULAR -- LISTA AL TITULAR SI SU SALDO
      *    CONSOLIDADO ALCANZA EL NIVEL, CON SUS DATOS DE CFTIT01
      ******************************************************************
       3000-REPORTAR-TITULAR.
           IF WS-TITT-SALDO (WS-TIT) < WS-NIVEL
               GO TO 3000-EXIT.
           ADD 1 TO WS-TIT-LISTADOS.
           ADD WS-TITT-SALDO (WS-TIT) TO WS-SALDO-LISTADOS.
           MOVE SPACES TO PRT-DET-NOMBRE PRT-DET-RFC PRT-DET-OBS.
           MOVE WS-TITT-ID (WS-TIT) TO PRT-DET-ID.
           MOVE WS-TITT-CUENTAS (WS-TIT) TO PRT-DET-CUENTAS.
           MOVE WS-TITT-SALDO (WS-TIT) TO PRT-DET-SALDO.
           IF NOT TITULARES-ABIERTOS
               MOVE "SIN MAESTRO DE TITULARES" TO PRT-DET-OBS
               GO TO 3000-ESCRIBIR.
           MOVE WS-TITT-ID (WS-TIT) TO CF-TIT-ID.
           READ CF-TIT-FILE
               KEY IS CF-TIT-ID
               INVALID KEY
                   ADD 1 TO WS-TIT-NO-REGISTRADOS
                   MOVE "TITULAR NO REGISTRADO" TO PRT-DET-OBS
                   GO TO 3000-ESCRIBIR
           END-READ.
           MOVE CF-TIT-NOMBRE TO PRT-DET-NOMBRE.
           MOVE CF-TIT-RFC TO PRT-DET-RFC.
           IF NOT CF-TIT-ACTIVO
               MOVE "TITULAR INACTIVO" TO PRT-DET-OBS.
       3000-ESCRIBIR.
           IF WS-TIT-LISTADOS = 1
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE PRT-DET-TITULAR TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           IF WS-TIT-LISTADOS = ZERO
               PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT
               MOVE "  (NINGUN TITULAR ALCANZA EL NIVEL)"
                   TO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE ALL "-" TO WS-PRT-LINEA (1:45).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CTAS-LEIDAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTAS LEIDAS:             " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CTAS-SIN-TITULAR TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CUENTAS SIN TITULAR:        " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-NUM-TITULARES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "TITULARES CON CUENTAS:      " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TIT-LISTADOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "TITULARES LISTADOS:         " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-SALDO-LISTADOS TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "POSICION DE LOS LISTADOS: " WS-TOTAL-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           IF WS-TIT-NO-REGISTRADOS > ZERO
               MOVE WS-TIT-NO-REGISTRADOS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: " WS-CONTADOR-EDIT " TITULAR(ES) "
                   "LISTADO(S) NO EXISTEN EN CFTIT01."
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           IF TABLA-LLENA
               MOVE SPACES TO WS-PRT-LINEA
               STRING "AVISO: MAS TITULARES QUE LA TABLA INTERNA; EL "
                   "REPORTE ESTA INCOMPLETO." DELIMITED SIZE
                   INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
           CLOSE CF-BAL-FILE.
           IF TITULARES-ABIERTOS
               CLOSE CF-TIT-FILE.
           DISPLAY "POSICION POR TITULAR TERMINADA. TITULARES="
               WS-NUM-TITULARES " LISTADOS=" WS-TIT-LISTADOS.
           IF WS-TIT-NO-REGISTRADOS > ZERO OR TABLA-LLENA
               MOVE 4 TO RETURN-CODE.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
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
           MOVE "CFTITRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-CTAS-LEIDAS TO CF-RUN-LEIDOS.
           MOVE WS-CTAS-CON-TITULAR TO CF-RUN-ACEPTADOS.
           MOVE WS-TIT-LISTADOS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFTITRPT.
