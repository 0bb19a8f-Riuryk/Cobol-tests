      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Reporte diario de cuadres de caja.  Paso de la
      *          ventana que lee el archivo de cuadres (CFCAJBAL,
      *          escrito por CFCAJA01 al fin de cada turno) para la
      *          fecha de negocio e imprime un renglon por operador
      *          con fondo, posicion esperada, efectivo contado,
      *          diferencia y su resultado (CUADRADA, SOBRANTE o
      *          FALTANTE) y destino (contabilizada a la cuenta de
      *          sobrantes y faltantes o estacionada en el suspenso),
      *          con totales al pie (CFCAJRPR).  Termina con codigo
      *          de retorno de aviso (4) cuando alguna caja no cuadro.
      * Tectonics: cobc -x -std=ibm CFCAJRPT.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCAJRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-CAJ-FILE ASSIGN TO "CFCAJBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAJ-CLAVE
               FILE STATUS IS WS-FS-CAJ.

           SELECT CF-PRT-FILE ASSIGN TO "CFCAJRPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-CAJ-FILE.
           COPY CFCAJREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-CAJ                    PIC X(02) VALUE "00".
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
       77  SW-CUADRES-ABIERTOS          PIC X(01) VALUE "N".
           88  CUADRES-ABIERTOS                  VALUE "S".

      *----------------------------------------------------------------
      *    CONTADORES Y TOTALES DEL DIA.
      *----------------------------------------------------------------
       77  WS-TURNOS                    PIC 9(06) VALUE ZERO COMP.
       77  WS-CUADRADOS                 PIC 9(06) VALUE ZERO COMP.
       77  WS-SOBRANTES                 PIC 9(06) VALUE ZERO COMP.
       77  WS-FALTANTES                 PIC 9(06) VALUE ZERO COMP.
       77  WS-EN-SUSPENSO               PIC 9(06) VALUE ZERO COMP.
       77  WS-TOTAL-SOBRANTE            PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-FALTANTE            PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-ESPERADO            PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CONTADO             PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFCAJRPT".
           05  FILLER                   PIC X(50) VALUE
               "CUADRES DE CAJA POR TURNO (CFCAJBAL)".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "OPERADOR".
           05  FILLER                   PIC X(07) VALUE "HORA".
           05  FILLER                   PIC X(12) VALUE "      FONDO".
           05  FILLER                   PIC X(06) VALUE " MOVS".
           05  FILLER                   PIC X(14) VALUE
               "     ESPERADO".
           05  FILLER                   PIC X(14) VALUE
               "      CONTADO".
           05  FILLER                   PIC X(15) VALUE
               "   DIFERENCIA".
           05  FILLER                   PIC X(11) VALUE "RESULTADO".
           05  FILLER                   PIC X(16) VALUE "DESTINO".
           05  FILLER                   PIC X(12) VALUE "REFERENCIA".
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  PRT-DETALLE.
           05  PRT-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-HORA             PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-FONDO            PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-MOVS             PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-ESPERADO         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-CONTADO          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-DIFERENCIA       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-RESULTADO        PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-DESTINO          PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-REF              PIC X(12).
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-CUADRE THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           IF CUADRES-ABIERTOS
               CLOSE CF-CAJ-FILE
           END-IF.
           PERFORM 3000-IMPRIMIR-TOTALES THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- FECHA, ARCHIVO DE CUADRES POSICIONADO
      *    EN LA FECHA DE NEGOCIO Y ENCABEZADOS
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "REPORTE DE CUADRES DE CAJA".
           PERFORM 1050-LEER-PARM THRU 1050-EXIT.
           IF NOT PARM-MODO-LOTE
               DISPLAY "FECHA DE NEGOCIO (AAAAMMDD) O EN BLANCO "
                   "PARA HOY:"
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
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFCAJRPR). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE PRT-COLUMNAS TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN INPUT CF-CAJ-FILE.
           IF WS-FS-CAJ NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE CUADRES (CFCAJBAL). "
                   "NINGUNA CAJA SE CUADRO."
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 1000-EXIT.
           MOVE "S" TO SW-CUADRES-ABIERTOS.
           MOVE WS-FECHA TO CF-CAJ-FECHA.
           MOVE LOW-VALUES TO CF-CAJ-OPERADOR.
           START CF-CAJ-FILE
               KEY IS NOT LESS THAN CF-CAJ-CLAVE
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
      *    2000-PROCESAR-CUADRE -- UN RENGLON POR CUADRE DE LA FECHA
      ******************************************************************
       2000-PROCESAR-CUADRE.
           READ CF-CAJ-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2000-EXIT
           END-READ.
           IF CF-CAJ-FECHA NOT = WS-FECHA
               MOVE "S" TO SW-FIN-ARCHIVO
               GO TO 2000-EXIT.
           ADD 1 TO WS-TURNOS.
           ADD CF-CAJ-ESPERADO TO WS-TOTAL-ESPERADO.
           ADD CF-CAJ-CONTADO TO WS-TOTAL-CONTADO.
           MOVE SPACES TO PRT-DET-HORA.
           STRING CF-CAJ-HORA (1:2) ":" CF-CAJ-HORA (3:2)
               DELIMITED SIZE INTO PRT-DET-HORA.
           MOVE CF-CAJ-OPERADOR TO PRT-DET-OPERADOR.
           MOVE CF-CAJ-FONDO TO PRT-DET-FONDO.
           MOVE CF-CAJ-MOVIMIENTOS TO PRT-DET-MOVS.
           MOVE CF-CAJ-ESPERADO TO PRT-DET-ESPERADO.
           MOVE CF-CAJ-CONTADO TO PRT-DET-CONTADO.
           MOVE CF-CAJ-DIFERENCIA TO PRT-DET-DIFERENCIA.
           EVALUATE TRUE
               WHEN CF-CAJ-SOBRANTE
                   MOVE "SOBRANTE" TO PRT-DET-RESULTADO
                   ADD 1 TO WS-SOBRANTES
                   ADD CF-CAJ-DIFERENCIA TO WS-TOTAL-SOBRANTE
               WHEN CF-CAJ-FALTANTE
                   MOVE "FALTANTE" TO PRT-DET-RESULTADO
                   ADD 1 TO WS-FALTANTES
                   ADD CF-CAJ-DIFERENCIA TO WS-TOTAL-FALTANTE
               WHEN OTHER
                   MOVE "CUADRADA" TO PRT-DET-RESULTADO
                   ADD 1 TO WS-CUADRADOS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CF-CAJ-CONTABILIZADO
                   MOVE "CONTABILIZADA" TO PRT-DET-DESTINO
                   MOVE CF-CAJ-REF TO PRT-DET-REF
               WHEN CF-CAJ-EN-SUSPENSO
                   MOVE "EN SUSPENSO" TO PRT-DET-DESTINO
                   MOVE CF-CAJ-REF TO PRT-DET-REF
                   ADD 1 TO WS-EN-SUSPENSO
               WHEN OTHER
                   MOVE SPACES TO PRT-DET-DESTINO
                   MOVE SPACES TO PRT-DET-REF
           END-EVALUATE.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-TOTALES -- CONTEO POR RESULTADO E IMPORTES
      ******************************************************************
       3000-IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TURNOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "TURNOS CUADRADOS EN EL DIA:    " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TOTAL-ESPERADO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  TOTAL ESPERADO:              " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-TOTAL-CONTADO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  TOTAL CONTADO:               " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CUADRADOS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CAJAS CUADRADAS:             " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-SOBRANTES TO WS-CONTADOR-EDIT.
           MOVE WS-TOTAL-SOBRANTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CAJAS CON SOBRANTE:          " WS-CONTADOR-EDIT
               "  IMPORTE: " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-FALTANTES TO WS-CONTADOR-EDIT.
           MOVE WS-TOTAL-FALTANTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CAJAS CON FALTANTE:          " WS-CONTADOR-EDIT
               "  IMPORTE: " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-EN-SUSPENSO TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  DIFERENCIAS EN SUSPENSO:     " WS-CONTADOR-EDIT
               "  (DECIDIR EN CFAPRV01)"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- VEREDICTO Y CODIGO DE RETORNO
      ******************************************************************
       9000-FINALIZAR.
           MOVE WS-TURNOS TO WS-CONTADOR-EDIT.
           DISPLAY "CUADRES DE CAJA DEL DIA: " WS-CONTADOR-EDIT.
           IF WS-SOBRANTES + WS-FALTANTES > ZERO
               COMPUTE WS-CONTADOR-EDIT = WS-SOBRANTES + WS-FALTANTES
               DISPLAY "** ATENCION: " WS-CONTADOR-EDIT " CAJA(S) "
                   "CON SOBRANTE O FALTANTE. VER CFCAJRPR. **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TODAS LAS CAJAS CUADRARON."
           END-IF.
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
           MOVE "CFCAJRPT" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-TURNOS TO CF-RUN-LEIDOS.
           MOVE WS-CUADRADOS TO CF-RUN-ACEPTADOS.
           COMPUTE CF-RUN-RECHAZADOS = WS-SOBRANTES + WS-FALTANTES.
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

       END PROGRAM CFCAJRPT.
