      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Purpose: Vencimiento nocturno de retenciones.  Recorre el
      *          archivo de retenciones (CFHLD01) y marca vencida
      *          ('V') toda retencion activa cuya fecha de
      *          vencimiento ya paso respecto de la fecha de negocio,
      *          con la fecha y el operador del barrido como baja.
      *          Imprime lo liberado por cuenta (CFHLDRPT) para que
      *          los supervisores sepan que fondos quedaron libres.
      *          Las retenciones sin vencimiento solo las libera un
      *          supervisor en CFHLDMNT.
      * Tectonics: cobc -x -std=ibm CFHLDEXP.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LA FECHA DE FECHA= O DE LA PANTALLA SE VALIDA
      *                     (NUMERICA Y FECHA QUE EXISTA): EN LINEA SE
      *                     VUELVE A PEDIR, EN LOTE TERMINA CON CODIGO 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFHLDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HLD-FILE ASSIGN TO "CFHLD01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-HLD-CLAVE
               FILE STATUS IS WS-FS-HLD.

           SELECT CF-PRT-FILE ASSIGN TO "CFHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-HLD-FILE.
           COPY CFHLDREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HLD                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE "HLDEXP01".
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

       77  WS-RET-LEIDAS                PIC 9(08) VALUE ZERO COMP.
       77  WS-RET-VENCIDAS              PIC 9(08) VALUE ZERO COMP.
       77  WS-RET-VIGENTES              PIC 9(08) VALUE ZERO COMP.
       77  WS-IMPORTE-LIBERADO          PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL REPORTE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFHLDEXP".
           05  FILLER                   PIC X(50) VALUE
               "RETENCIONES VENCIDAS Y LIBERADAS (CFHLD01)".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-COLUMNAS.
           05  FILLER                   PIC X(10) VALUE "CUENTA".
           05  FILLER                   PIC X(06) VALUE "NUM.".
           05  FILLER                   PIC X(16) VALUE "IMPORTE".
           05  FILLER                   PIC X(10) VALUE "ALTA".
           05  FILLER                   PIC X(10) VALUE "VENCE".
           05  FILLER                   PIC X(10) VALUE "COLOCO".
           05  FILLER                   PIC X(30) VALUE "RAZON".
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  PRT-DETALLE.
           05  PRT-DET-CUENTA           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-NUMERO           PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-ALTA             PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-VENCE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-OPERADOR         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-RAZON            PIC X(30).
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-REVISAR-RETENCION THRU 2000-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-HLD-FILE.
           PERFORM 3000-IMPRIMIR-TOTALES THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- SIN ARCHIVO DE RETENCIONES NO HAY NADA
      *    QUE VENCER: EL REPORTE SALE VACIO Y EL PASO TERMINA BIEN
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "VENCIMIENTO DE RETENCIONES".
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
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE (CFHLDRPT). "
                   "FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
           MOVE PRT-COLUMNAS TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           OPEN I-O CF-HLD-FILE.
           IF WS-FS-HLD = "35"
               DISPLAY "NO HAY ARCHIVO DE RETENCIONES (CFHLD01). "
                   "NADA QUE VENCER."
               MOVE "S" TO SW-FIN-ARCHIVO
               OPEN OUTPUT CF-HLD-FILE
               GO TO 1000-EXIT.
           IF WS-FS-HLD NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETENCIONES "
                   "(CFHLD01). FILE STATUS=" WS-FS-HLD
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           MOVE LOW-VALUES TO CF-HLD-CLAVE.
           START CF-HLD-FILE
               KEY IS NOT LESS THAN CF-HLD-CLAVE
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
      *    1060-PEDIR-FECHA -- FECHA TECLEADA EN LINEA; UNA FECHA QUE
      *    NO EXISTE SE VUELVE A PEDIR
      ******************************************************************
       1060-PEDIR-FECHA.
           DISPLAY "FECHA DE NEGOCIO (AAAAMMDD) O EN BLANCO "
               "PARA HOY:".
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
      *    2000-REVISAR-RETENCION -- UNA RETENCION ACTIVA CON
      *    VENCIMIENTO ANTERIOR A LA FECHA DE NEGOCIO SE VENCE (LA
      *    RETENCION CUENTA HASTA SU DIA DE VENCIMIENTO INCLUSIVE)
      ******************************************************************
       2000-REVISAR-RETENCION.
           READ CF-HLD-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RET-LEIDAS.
           IF NOT CF-HLD-ACTIVA
               GO TO 2000-EXIT.
           IF CF-HLD-VENCE = ZERO OR CF-HLD-VENCE >= WS-FECHA
               ADD 1 TO WS-RET-VIGENTES
               GO TO 2000-EXIT.
           MOVE "V" TO CF-HLD-ESTADO.
           MOVE WS-FECHA TO CF-HLD-FECHA-BAJA.
           MOVE OPERADOR-ID TO CF-HLD-OPERADOR-BAJA.
           REWRITE CF-HLD-RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO VENCER LA RETENCION "
                       CF-HLD-CUENTA "/" CF-HLD-NUMERO
                       ". FILE STATUS=" WS-FS-HLD
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO WS-RET-VENCIDAS.
           ADD CF-HLD-IMPORTE TO WS-IMPORTE-LIBERADO.
           MOVE SPACES TO PRT-DETALLE.
           MOVE CF-HLD-CUENTA TO PRT-DET-CUENTA.
           MOVE CF-HLD-NUMERO TO PRT-DET-NUMERO.
           MOVE CF-HLD-IMPORTE TO PRT-DET-IMPORTE.
           MOVE CF-HLD-FECHA-ALTA TO PRT-DET-ALTA.
           MOVE CF-HLD-VENCE TO PRT-DET-VENCE.
           MOVE CF-HLD-OPERADOR TO PRT-DET-OPERADOR.
           MOVE CF-HLD-RAZON TO PRT-DET-RAZON.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-TOTALES
      ******************************************************************
       3000-IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE ALL "-" TO WS-PRT-LINEA (1:60).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-RET-VENCIDAS TO WS-CONTADOR-EDIT.
           MOVE WS-IMPORTE-LIBERADO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "RETENCIONES VENCIDAS: " WS-CONTADOR-EDIT
               "  IMPORTE LIBERADO: " WS-IMPORTE-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-RET-VIGENTES TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "RETENCIONES QUE SIGUEN VIGENTES: " WS-CONTADOR-EDIT
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR
      ******************************************************************
       9000-FINALIZAR.
           MOVE WS-RET-VENCIDAS TO WS-CONTADOR-EDIT.
           DISPLAY "RETENCIONES VENCIDAS: " WS-CONTADOR-EDIT.
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
           MOVE "CFHLDEXP" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-RET-LEIDAS TO CF-RUN-LEIDOS.
           MOVE WS-RET-VENCIDAS TO CF-RUN-ACEPTADOS.
           MOVE ZERO TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFHLDEXP.
