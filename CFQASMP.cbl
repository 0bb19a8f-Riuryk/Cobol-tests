      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose: Muestra aleatoria diaria para revision de calidad.
      *          Paso nocturno que lee la bitacora del dia ya
      *          consolidada (CFTRLOG.<fecha>) y, por cada operador,
      *          saca al azar una muestra de sus asientos aceptados
      *          (CF y AJ): el porcentaje de CFQAPRM redondeado hacia
      *          arriba, nunca menos que el minimo de CFQAPRM (ni mas
      *          que lo que el operador asento) y siempre al menos un
      *          AJ si el operador asento alguno.  La muestra se anexa
      *          a la cola de revision (CFQAQUE, ver CFQAREC) como
      *          pendiente, para que un supervisor distinto del
      *          operador la revise en CFQAREV.  Una fecha que ya
      *          tiene muestra en la cola no se vuelve a muestrear,
      *          asi que relanzar la ventana no duplica la revision.
      * Tectonics: cobc -x -std=ibm CFQASMP.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LA FECHA DE FECHA= O DE LA PANTALLA SE VALIDA
      *                     (NUMERICA Y FECHA QUE EXISTA): EN LINEA SE
      *                     VUELVE A PEDIR, EN LOTE TERMINA CON CODIGO 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFQASMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-QA-FILE ASSIGN TO "CFQAQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QA.

           SELECT CF-PRM-FILE ASSIGN TO "CFQAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-QA-FILE.
           COPY CFQAREC.

       FD  CF-PRM-FILE.
       01  CF-PRM-RECORD.
           05  CF-PRM-PORCENTAJE-TXT    PIC X(03).
           05  CF-PRM-MINIMO-TXT        PIC X(03).
           05  CF-PRM-DIAS-TXT          PIC X(03).
           05  CF-PRM-DIA-SEMANA-TXT    PIC X(01).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-QA                     PIC X(02) VALUE "00".
       77  WS-FS-PRM                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-ENTRADA-FECHA             PIC X(08).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       01  WS-PARM-TOKEN-1              PIC X(20).
       01  WS-PARM-TOKEN-2              PIC X(20).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".
       77  SW-FECHA-VALIDA              PIC X(01) VALUE "S".
           88  FECHA-VALIDA                      VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-YA-MUESTREADO             PIC X(01) VALUE "N".
           88  YA-MUESTREADO                     VALUE "S".
       77  SW-PASADA-AJ                 PIC X(01) VALUE "N".
           88  PASADA-AJ                         VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

      *----------------------------------------------------------------
      *    TAMANO DE LA MUESTRA (CFQAPRM): PORCENTAJE DE LOS ASIENTOS
      *    DE CADA OPERADOR Y MINIMO POR OPERADOR; SIN ARCHIVO O CON
      *    VALOR INVALIDO QUEDAN 5% Y 2.
      *----------------------------------------------------------------
       77  WS-PORCENTAJE                PIC 9(03) VALUE 5.
       77  WS-MINIMO                    PIC 9(03) VALUE 2.

      *----------------------------------------------------------------
      *    ASIENTOS ACEPTADOS DEL DIA (HASTA 3000) CON SU OPERADOR Y
      *    LA MARCA DE SELECCION.
      *----------------------------------------------------------------
       77  WS-MAX-MOVS                  PIC 9(04) VALUE 3000 COMP.
       77  WS-NUM-MOVS                  PIC 9(04) VALUE ZERO COMP.
       77  WS-MOV                       PIC 9(04) VALUE ZERO COMP.
       01  WS-TABLA-MOVS.
           05  WS-MOV-ENTRADA OCCURS 3000 TIMES INDEXED BY WS-IDX-MOV.
               10  WS-MOV-REGISTRO      PIC X(104).
               10  WS-MOV-TIPO          PIC X(02).
               10  WS-MOV-OPR           PIC 9(03) COMP.
               10  WS-MOV-MARCA         PIC X(01).
                   88  MOV-SELECCIONADO         VALUE "S".

      *----------------------------------------------------------------
      *    OPERADORES DEL DIA (HASTA 200) CON SUS CONTEOS.
      *----------------------------------------------------------------
       77  WS-MAX-OPRS                  PIC 9(03) VALUE 200 COMP.
       77  WS-NUM-OPRS                  PIC 9(03) VALUE ZERO COMP.
       77  WS-OPR                       PIC 9(03) VALUE ZERO COMP.
       77  WS-BUSCA                     PIC 9(03) VALUE ZERO COMP.
       01  WS-TABLA-OPRS.
           05  WS-OPR-ENTRADA OCCURS 200 TIMES INDEXED BY WS-IDX-OPR.
               10  WS-OPR-ID            PIC X(08).
               10  WS-OPR-POSTEOS       PIC 9(05) COMP.
               10  WS-OPR-AJUSTES       PIC 9(05) COMP.
               10  WS-OPR-MUESTRA       PIC 9(05) COMP.

      *----------------------------------------------------------------
      *    SELECCION SECUENCIAL AL AZAR: CADA CANDIDATO ENTRA CON
      *    PROBABILIDAD NECESARIOS / DISPONIBLES, LO QUE DA EXACTAMENTE
      *    EL TAMANO PEDIDO CON IGUAL PROBABILIDAD PARA TODOS.
      *----------------------------------------------------------------
       77  WS-TAMANO                    PIC 9(05) VALUE ZERO COMP.
       77  WS-NECESARIOS                PIC 9(05) VALUE ZERO COMP.
       77  WS-DISPONIBLES               PIC 9(05) VALUE ZERO COMP.
       01  WS-ALEATORIO                 PIC V9(09).

       77  WS-LEIDOS                    PIC 9(08) VALUE ZERO COMP.
       77  WS-ACEPTADOS                 PIC 9(08) VALUE ZERO COMP.
       77  WS-EN-MUESTRA                PIC 9(08) VALUE ZERO COMP.
       77  WS-OMITIDOS                  PIC 9(08) VALUE ZERO COMP.
       01  WS-CONTADOR-EDIT             PIC ZZ,ZZ9.
       01  WS-CONTADOR-EDIT-2           PIC ZZ,ZZ9.
       01  WS-CONTADOR-EDIT-3           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CARGAR-ASIENTO THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
           PERFORM 3000-SORTEAR-OPERADOR THRU 3000-EXIT
               VARYING WS-OPR FROM 1 BY 1
               UNTIL WS-OPR > WS-NUM-OPRS.
           PERFORM 4000-GRABAR-MUESTRA THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "MUESTRA ALEATORIA PARA REVISION DE CALIDAD".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               PERFORM 1060-PEDIR-FECHA THRU 1060-EXIT
           END-IF.
           IF WS-ENTRADA-FECHA NOT = SPACES
               PERFORM 1070-VALIDAR-FECHA THRU 1070-EXIT
           END-IF.
           IF WS-ENTRADA-FECHA = SPACES OR NOT FECHA-VALIDA
               PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT
           ELSE
               MOVE WS-ENTRADA-FECHA TO WS-FECHA
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA= DEL PARM INVALIDA: " WS-ENTRADA-FECHA
                   ". NO SE PROCESA."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               STOP RUN.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           PERFORM 1200-VERIFICAR-COLA THRU 1200-EXIT.
           IF YA-MUESTREADO
               DISPLAY "LA FECHA " WS-FECHA " YA TIENE MUESTRA EN LA "
                   "COLA DE REVISION (CFQAQUE). NO SE VUELVE A "
                   "MUESTREAR."
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               STOP RUN.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "NO HAY BITACORA PARA LA FECHA INDICADA ("
                   WS-LOG-FILENAME "). NADA QUE MUESTREAR."
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               STOP RUN.
      *    LA SEMILLA SALE DE LA HORA DE LA CORRIDA PARA QUE NADIE
      *    PUEDA ANTICIPAR QUE ASIENTOS SE VAN A REVISAR.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-HORA).
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
      *    1060-PEDIR-FECHA -- FECHA TECLEADA EN LINEA; UNA FECHA QUE
      *    NO EXISTE SE VUELVE A PEDIR
      ******************************************************************
       1060-PEDIR-FECHA.
           DISPLAY "FECHA A MUESTREAR (AAAAMMDD) O EN BLANCO PARA "
               "HOY:".
           ACCEPT WS-ENTRADA-FECHA.
           IF WS-ENTRADA-FECHA = SPACES
               GO TO 1060-EXIT.
           PERFORM 1070-VALIDAR-FECHA THRU 1070-EXIT.
           IF NOT FECHA-VALIDA
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 1060-PEDIR-FECHA.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *    1070-VALIDAR-FECHA -- WS-ENTRADA-FECHA DEBE SER NUMERICA Y
      *    UNA FECHA AAAAMMDD QUE EXISTA
      ******************************************************************
       1070-VALIDAR-FECHA.
           MOVE "N" TO SW-FECHA-VALIDA.
           IF WS-ENTRADA-FECHA IS NOT NUMERIC
               GO TO 1070-EXIT.
           MOVE WS-ENTRADA-FECHA TO WS-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) = ZERO
               MOVE "S" TO SW-FECHA-VALIDA.
       1070-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LEER-PARAMETROS -- PORCENTAJE (1-100) Y MINIMO POR
      *    OPERADOR DE CFQAPRM; LO QUE FALTE O NO SEA VALIDO SE QUEDA
      *    CON SU VALOR POR OMISION
      ******************************************************************
       1100-LEER-PARAMETROS.
           OPEN INPUT CF-PRM-FILE.
           IF WS-FS-PRM NOT = "00"
               GO TO 1100-EXIT.
           READ CF-PRM-FILE
               AT END
                   GO TO 1100-CERRAR
           END-READ.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-PORCENTAJE-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-PORCENTAJE-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT) > ZERO
               AND FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT) <= 100
               COMPUTE WS-PORCENTAJE =
                   FUNCTION NUMVAL(CF-PRM-PORCENTAJE-TXT)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(CF-PRM-MINIMO-TXT)
               TO WS-TEST-NUMVAL.
           IF CF-PRM-MINIMO-TXT NOT = SPACES
               AND WS-TEST-NUMVAL = ZERO
               AND FUNCTION NUMVAL(CF-PRM-MINIMO-TXT) > ZERO
               COMPUTE WS-MINIMO =
                   FUNCTION NUMVAL(CF-PRM-MINIMO-TXT)
           END-IF.
       1100-CERRAR.
           CLOSE CF-PRM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-VERIFICAR-COLA -- SI LA COLA YA TIENE PARTIDAS DE ESTA
      *    FECHA, LA MUESTRA YA SE SACO
      ******************************************************************
       1200-VERIFICAR-COLA.
           MOVE "N" TO SW-YA-MUESTREADO.
           OPEN INPUT CF-QA-FILE.
           IF WS-FS-QA NOT = "00"
               GO TO 1200-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 1250-LEER-COLA THRU 1250-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-QA-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       1200-EXIT.
           EXIT.

       1250-LEER-COLA.
           READ CF-QA-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 1250-EXIT
           END-READ.
           IF CF-QA-FECHA-MUESTRA = WS-FECHA
               MOVE "S" TO SW-YA-MUESTREADO
               MOVE "S" TO SW-FIN-ARCHIVO.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CARGAR-ASIENTO -- SOLO LOS ASIENTOS ACEPTADOS CF Y AJ
      *    ENTRAN AL SORTEO; LOS PIES 'PI' Y LOS REVERSOS 'RV' NO
      ******************************************************************
       2000-CARGAR-ASIENTO.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LEIDOS.
           IF NOT CF-LOG-TIPO-CALCULO AND NOT CF-LOG-TIPO-AJUSTE
               GO TO 2000-EXIT.
           IF WS-NUM-MOVS >= WS-MAX-MOVS
               ADD 1 TO WS-OMITIDOS
               GO TO 2000-EXIT.
           PERFORM 2100-UBICAR-OPERADOR THRU 2100-EXIT.
           IF WS-OPR = ZERO
               ADD 1 TO WS-OMITIDOS
               GO TO 2000-EXIT.
           ADD 1 TO WS-NUM-MOVS.
           ADD 1 TO WS-ACEPTADOS.
           SET WS-IDX-MOV TO WS-NUM-MOVS.
           MOVE CF-LOG-RECORD TO WS-MOV-REGISTRO (WS-IDX-MOV).
           MOVE CF-LOG-TIPO-TRANS TO WS-MOV-TIPO (WS-IDX-MOV).
           MOVE WS-OPR TO WS-MOV-OPR (WS-IDX-MOV).
           MOVE "N" TO WS-MOV-MARCA (WS-IDX-MOV).
           SET WS-IDX-OPR TO WS-OPR.
           ADD 1 TO WS-OPR-POSTEOS (WS-IDX-OPR).
           IF CF-LOG-TIPO-AJUSTE
               ADD 1 TO WS-OPR-AJUSTES (WS-IDX-OPR)
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-UBICAR-OPERADOR -- POSICION DEL OPERADOR EN LA TABLA;
      *    UNO NUEVO SE AGREGA MIENTRAS HAYA LUGAR (CERO SI NO CABE)
      ******************************************************************
       2100-UBICAR-OPERADOR.
           MOVE ZERO TO WS-OPR.
           PERFORM 2150-COMPARAR-OPERADOR THRU 2150-EXIT
               VARYING WS-BUSCA FROM 1 BY 1
               UNTIL WS-BUSCA > WS-NUM-OPRS OR WS-OPR > ZERO.
           IF WS-OPR > ZERO
               GO TO 2100-EXIT.
           IF WS-NUM-OPRS >= WS-MAX-OPRS
               GO TO 2100-EXIT.
           ADD 1 TO WS-NUM-OPRS.
           MOVE WS-NUM-OPRS TO WS-OPR.
           SET WS-IDX-OPR TO WS-OPR.
           MOVE CF-LOG-OPERADOR-ID TO WS-OPR-ID (WS-IDX-OPR).
           MOVE ZERO TO WS-OPR-POSTEOS (WS-IDX-OPR)
               WS-OPR-AJUSTES (WS-IDX-OPR) WS-OPR-MUESTRA (WS-IDX-OPR).
       2100-EXIT.
           EXIT.

       2150-COMPARAR-OPERADOR.
           SET WS-IDX-OPR TO WS-BUSCA.
           IF WS-OPR-ID (WS-IDX-OPR) = CF-LOG-OPERADOR-ID
               MOVE WS-BUSCA TO WS-OPR.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORTEAR-OPERADOR -- TAMANO DE LA MUESTRA DEL OPERADOR
      *    Y SORTEO: PRIMERO UN AJ SI TIENE, LUEGO EL RESTO ENTRE LOS
      *    ASIENTOS QUE QUEDAN
      ******************************************************************
       3000-SORTEAR-OPERADOR.
           SET WS-IDX-OPR TO WS-OPR.
           COMPUTE WS-TAMANO =
               (WS-OPR-POSTEOS (WS-IDX-OPR) * WS-PORCENTAJE + 99) / 100.
           IF WS-TAMANO < WS-MINIMO
               MOVE WS-MINIMO TO WS-TAMANO.
           IF WS-TAMANO > WS-OPR-POSTEOS (WS-IDX-OPR)
               MOVE WS-OPR-POSTEOS (WS-IDX-OPR) TO WS-TAMANO.
           MOVE WS-TAMANO TO WS-OPR-MUESTRA (WS-IDX-OPR).
           MOVE WS-OPR-POSTEOS (WS-IDX-OPR) TO WS-DISPONIBLES.
           MOVE WS-TAMANO TO WS-NECESARIOS.
           IF WS-OPR-AJUSTES (WS-IDX-OPR) = ZERO
               GO TO 3000-RESTO.
           MOVE "S" TO SW-PASADA-AJ.
           MOVE WS-OPR-AJUSTES (WS-IDX-OPR) TO WS-DISPONIBLES.
           MOVE 1 TO WS-NECESARIOS.
           PERFORM 3100-SORTEAR-CANDIDATO THRU 3100-EXIT
               VARYING WS-MOV FROM 1 BY 1
               UNTIL WS-MOV > WS-NUM-MOVS.
           SET WS-IDX-OPR TO WS-OPR.
           COMPUTE WS-DISPONIBLES = WS-OPR-POSTEOS (WS-IDX-OPR) - 1.
           COMPUTE WS-NECESARIOS = WS-TAMANO - 1.
       3000-RESTO.
           MOVE "N" TO SW-PASADA-AJ.
           PERFORM 3100-SORTEAR-CANDIDATO THRU 3100-EXIT
               VARYING WS-MOV FROM 1 BY 1
               UNTIL WS-MOV > WS-NUM-MOVS.
           ADD WS-TAMANO TO WS-EN-MUESTRA.
       3000-EXIT.
           EXIT.

       3100-SORTEAR-CANDIDATO.
           IF WS-NECESARIOS = ZERO
               GO TO 3100-EXIT.
           SET WS-IDX-MOV TO WS-MOV.
           IF WS-MOV-OPR (WS-IDX-MOV) NOT = WS-OPR
               GO TO 3100-EXIT.
           IF MOV-SELECCIONADO (WS-IDX-MOV)
               GO TO 3100-EXIT.
           IF PASADA-AJ AND WS-MOV-TIPO (WS-IDX-MOV) NOT = "AJ"
               GO TO 3100-EXIT.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM.
           IF WS-ALEATORIO * WS-DISPONIBLES < WS-NECESARIOS
               MOVE "S" TO WS-MOV-MARCA (WS-IDX-MOV)
               SUBTRACT 1 FROM WS-NECESARIOS
           END-IF.
           SUBTRACT 1 FROM WS-DISPONIBLES.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-GRABAR-MUESTRA -- LOS ASIENTOS SORTEADOS SE ANEXAN A
      *    LA COLA EN EL ORDEN DE LA BITACORA
      ******************************************************************
       4000-GRABAR-MUESTRA.
           IF WS-EN-MUESTRA = ZERO
               GO TO 4000-EXIT.
           OPEN EXTEND CF-QA-FILE.
           IF WS-FS-QA = "35"
               OPEN OUTPUT CF-QA-FILE
           END-IF.
           IF WS-FS-QA NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA COLA DE REVISION "
                   "(CFQAQUE). FILE STATUS=" WS-FS-QA
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT.
           PERFORM 4100-GRABAR-PARTIDA THRU 4100-EXIT
               VARYING WS-MOV FROM 1 BY 1
               UNTIL WS-MOV > WS-NUM-MOVS.
           CLOSE CF-QA-FILE.
       4000-EXIT.
           EXIT.

       4100-GRABAR-PARTIDA.
           SET WS-IDX-MOV TO WS-MOV.
           IF NOT MOV-SELECCIONADO (WS-IDX-MOV)
               GO TO 4100-EXIT.
           MOVE WS-MOV-REGISTRO (WS-IDX-MOV) TO CF-LOG-RECORD.
           MOVE SPACES TO CF-QA-RECORD.
           MOVE "P" TO CF-QA-ESTADO.
           MOVE WS-FECHA TO CF-QA-FECHA-MUESTRA.
           MOVE CF-LOG-OPERADOR-ID TO CF-QA-OPERADOR.
           MOVE CF-LOG-FECHA TO CF-QA-FECHA.
           MOVE CF-LOG-HORA TO CF-QA-HORA.
           MOVE CF-LOG-SEQ TO CF-QA-SEQ.
           MOVE CF-LOG-TIPO-TRANS TO CF-QA-TIPO-TRANS.
           MOVE CF-LOG-OPERACION TO CF-QA-OPERACION.
           MOVE CF-LOG-NUM1 TO CF-QA-NUM1.
           MOVE CF-LOG-NUM2 TO CF-QA-NUM2.
           MOVE CF-LOG-RESULTADO TO CF-QA-RESULTADO.
           MOVE CF-LOG-REF TO CF-QA-REF.
           MOVE CF-LOG-CUENTA TO CF-QA-CUENTA.
           MOVE CF-LOG-RAZON-COD TO CF-QA-RAZON-COD.
           MOVE CF-LOG-SUCURSAL TO CF-QA-SUCURSAL.
           MOVE ZERO TO CF-QA-FECHA-REVISION CF-QA-HORA-REVISION.
           WRITE CF-QA-RECORD.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- RESUMEN POR OPERADOR Y CONTROL DE CORRIDA.
      *    ASIENTOS QUE NO CUPIERON EN LAS TABLAS QUEDAN FUERA DEL
      *    SORTEO Y TERMINAN CON AVISO (RC=4).
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 9100-MOSTRAR-OPERADOR THRU 9100-EXIT
               VARYING WS-OPR FROM 1 BY 1
               UNTIL WS-OPR > WS-NUM-OPRS.
           MOVE WS-ACEPTADOS TO WS-CONTADOR-EDIT.
           MOVE WS-EN-MUESTRA TO WS-CONTADOR-EDIT-2.
           DISPLAY "ASIENTOS CF/AJ DEL DIA: " WS-CONTADOR-EDIT
               "  EN MUESTRA: " WS-CONTADOR-EDIT-2
               "  (" WS-PORCENTAJE "%, MINIMO " WS-MINIMO ")".
           IF WS-OMITIDOS > ZERO
               MOVE WS-OMITIDOS TO WS-CONTADOR-EDIT
               DISPLAY "** ATENCION: " WS-CONTADOR-EDIT " ASIENTO(S) "
                   "NO CUPIERON EN LAS TABLAS Y QUEDARON FUERA DEL "
                   "SORTEO. **"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF PARM-MODO-LOTE
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

       9100-MOSTRAR-OPERADOR.
           SET WS-IDX-OPR TO WS-OPR.
           MOVE WS-OPR-POSTEOS (WS-IDX-OPR) TO WS-CONTADOR-EDIT.
           MOVE WS-OPR-AJUSTES (WS-IDX-OPR) TO WS-CONTADOR-EDIT-2.
           MOVE WS-OPR-MUESTRA (WS-IDX-OPR) TO WS-CONTADOR-EDIT-3.
           DISPLAY "  OPERADOR " WS-OPR-ID (WS-IDX-OPR)
               "  ASIENTOS " WS-CONTADOR-EDIT
               "  (AJ " WS-CONTADOR-EDIT-2 ")"
               "  MUESTRA " WS-CONTADOR-EDIT-3.
       9100-EXIT.
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
           MOVE "CFQASMP" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-ACEPTADOS TO CF-RUN-LEIDOS.
           MOVE WS-EN-MUESTRA TO CF-RUN-ACEPTADOS.
           MOVE WS-OMITIDOS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFQASMP.
