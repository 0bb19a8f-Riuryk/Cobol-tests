      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-08-22  RR   PROGRAMA ORIGINAL.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     NO SE FIJA NI SE AVANZA A UNA FECHA QUE
      *                     CAIGA EN UN MES YA CERRADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDATMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       01  CF-HOL-RECORD.
           05  CF-HOL-FECHA             PIC 9(08).

       FD  CF-PER-FILE.
           COPY CFPERREC.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVOS-STATUS.
           05  WS-FS-BUS                PIC X(02) VALUE "00".
           05  WS-FS-HOL                PIC X(02) VALUE "00".
           05  WS-FS-PER                PIC X(02) VALUE "00".

       01  WS-OPCION                    PIC X(01).
       01  WS-ENTRADA-FECHA             PIC X(08).
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-FECHA-PRESENTE            PIC X(01) VALUE "N".
       77  SW-ES-HABIL                  PIC X(01) VALUE "S".
       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS) Y CAMPOS DE
               DISPLAY "FECHA INVALIDA. INTENTE DE NUEVO."
               GO TO 3000-FIJAR-FECHA.
           MOVE WS-ENTRADA-FECHA TO WS-FECHA-NUEVA.
           PERFORM 5500-VERIFICAR-PERIODO THRU 5500-EXIT.
           IF PERIODO-CERRADO
               GO TO 3000-EXIT.
           PERFORM 5000-VALIDAR-CALENDARIO THRU 5000-EXIT.
           IF SW-ES-HABIL = "N"
               DISPLAY "AVISO: LA FECHA CAE EN FIN DE SEMANA O "
           PERFORM 5000-VALIDAR-CALENDARIO THRU 5000-EXIT.
           IF SW-ES-HABIL = "N"
               GO TO 4100-PROBAR-SIGUIENTE.
           PERFORM 5500-VERIFICAR-PERIODO THRU 5500-EXIT.
           IF PERIODO-CERRADO
               GO TO 4000-EXIT.
           PERFORM 6000-GRABAR-FECHA THRU 6000-EXIT.
       4000-EXIT.
           EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5500-VERIFICAR-PERIODO -- LA FECHA NUEVA NO PUEDE CAER EN
      *    UN MES YA CERRADO (CFPERCTL); SIN ARCHIVO DE CONTROL NO HAY
      *    PERIODOS CERRADOS
      ******************************************************************
       5500-VERIFICAR-PERIODO.
           MOVE "N" TO SW-PERIODO-CERRADO.
           OPEN INPUT CF-PER-FILE.
           IF WS-FS-PER NOT = "00"
               GO TO 5500-EXIT.
           MOVE WS-FECHA-NUEVA (1:6) TO CF-PER-PERIODO.
           READ CF-PER-FILE
               KEY IS CF-PER-PERIODO
               INVALID KEY
                   GO TO 5500-CERRAR
           END-READ.
           IF CF-PER-CERRADO
               MOVE "S" TO SW-PERIODO-CERRADO
               DISPLAY "LA FECHA " WS-FECHA-NUEVA " CAE EN EL PERIODO "
                   CF-PER-PERIODO ", CERRADO EL " CF-PER-FECHA-CIERRE
                   " POR " CF-PER-OPERADOR ". NO SE FIJA."
           END-IF.
       5500-CERRAR.
           CLOSE CF-PER-FILE.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    6000-GRABAR-FECHA -- REESCRIBE EL REGISTRO UNICO
      ******************************************************************
