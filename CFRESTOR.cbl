      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-01  RR   PROGRAMA ORIGINAL.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     RESTAURA NI SE ARRASTRA NADA (RC=8).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRESTOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-MAN                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-PER                    PIC X(02) VALUE "00".

       01  SUPERVISOR-ID                PIC X(08).
       01  WS-MAN-NOMBRE                PIC X(20).
       01  WS-SALDO-EDIT                PIC -9999999.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
           DISPLAY "RESTAURACION DE MAESTRO DESDE INSTANTANEA".
           PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "LA RESTAURACION NO CORRE CON FECHA DE NEGOCIO "
                   "EN UN PERIODO CERRADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       1010-PEDIR-MAESTRO.
           DISPLAY "MAESTRO A RESTAURAR (1=SALDOS CFBALMST, "
               "2=OPERADORES CFOPMST, 3=TARIFAS CFRATE01):".
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

       END PROGRAM CFRESTOR.
