      *                     FORZADA A SUPERVISOR ENCAMINA TODOS SUS
      *                     DEVENGOS AL SUSPENSO, IGUAL QUE UNA
      *                     CAPTURA HUMANA.
      *   2026-10-14  RR   ESTADO DE LA CUENTA: UNA CUENTA CONGELADA
      *                     O CERRADA NO SE DEVENGA; SE SALTA Y EL
      *                     RECHAZO QUEDA EN CFEXCLOG DEL DIA CON LA
      *                     RAZON, COMO CUALQUIER AJUSTE RECHAZADO.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     DEVENGA NADA (RC=8).
      *   2026-10-15  RR   EL DEVENGO Y SU RECHAZO LLEVAN EN LA BITACORA
      *                     Y EN CFEXCLOG (O EN EL SUSPENSO, SI SE
      *                     ESTACIONA, Y EN LA ALERTA DE VALOR GRANDE)
      *                     LA SUCURSAL DE LA CUENTA
      *                     (CF-BAL-SUCURSAL).
      *   2026-10-15  RR   EL RECHAZO A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) Y EL
      *                     PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFACCRUE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-ADJOUT-FILE ASSIGN TO "CFADJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJOUT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

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

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-ADJOUT-FILE.
           COPY CFADJREC.

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-ACR                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-ADJOUT                 PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-ALTPRM                 PIC X(02) VALUE "00".
       77  WS-FS-RSN                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".
       77  WS-FS-PER                    PIC X(02) VALUE "00".

       01  OPERADOR-ID                  PIC X(08) VALUE "ACCRUE01".
       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-ALT-FILENAME              PIC X(20).
       01  WS-EXC-FILENAME              PIC X(20).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".
       77  WS-RENGLONES-CFG             PIC 9(04) VALUE ZERO COMP.
       77  WS-CTAS-PROCESADAS           PIC 9(06) VALUE ZERO COMP.
       77  WS-CTAS-SALTADAS             PIC 9(06) VALUE ZERO COMP.
       77  WS-CTAS-BLOQUEADAS           PIC 9(06) VALUE ZERO COMP.
       77  WS-CTAS-SUSPENSO             PIC 9(06) VALUE ZERO COMP.
       77  WS-TOTAL-DEVENGADO           PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-SUSPENSO            PIC S9(11)V99 VALUE ZERO.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT                PIC -9999999.99.

       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           END-IF.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               MOVE 8 TO RETURN-CODE
               IF PARM-MODO-LOTE
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
               END-IF
               STOP RUN.
           OPEN INPUT CF-ACR-FILE.
           IF WS-FS-ACR NOT = "00"
               DISPLAY "NO HAY CONFIGURACION DE DEVENGOS (CFACRPRM). "
               ADD 1 TO WS-CTAS-SALTADAS
               GO TO 3100-EXIT.
           MOVE CF-BAL-CUENTA TO WS-CUENTA-ACTUAL.
           IF CF-BAL-BLOQUEADA
               PERFORM 3200-RECHAZAR-BLOQUEADA THRU 3200-EXIT
               GO TO 3100-EXIT.
           MOVE CF-BAL-SALDO TO NUM1.
           COMPUTE WS-DEVENGO-TEMP = NUM1 * WS-TARIFA-FACTOR.
           IF WS-DEVENGO-TEMP > 9999999.99
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-RECHAZAR-BLOQUEADA -- CUENTA CONGELADA O CERRADA: NO
      *    SE DEVENGA Y EL RECHAZO QUEDA EN CFEXCLOG DEL DIA
      ******************************************************************
       3200-RECHAZAR-BLOQUEADA.
           ADD 1 TO WS-CTAS-SALTADAS.
           ADD 1 TO WS-CTAS-BLOQUEADAS.
           MOVE CF-BAL-SALDO TO NUM1.
           PERFORM 8200-GENERAR-REF THRU 8200-EXIT.
           IF CF-BAL-CONGELADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: DEVENGO NO APLICADO"
                   TO WS-RAZON-RECHAZO
           ELSE
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: DEVENGO NO APLICADO"
                   TO WS-RAZON-RECHAZO
           END-IF.
           PERFORM 8600-ESCRIBIR-EXCEPCION THRU 8600-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  " WS-CUENTA-ACTUAL "  " WS-RAZON-RECHAZO
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CONTABILIZAR-DEVENGO -- CFADJOUT, BITACORA 'AJ' CON
      *    CUENTA Y SECUENCIA, ALERTA 'AJ', MAESTRO E HISTORIAL:
           MOVE SPACES TO CF-LOG-MONEDA.
           MOVE ZERO TO CF-LOG-IMPORTE-ORIG.
           MOVE WS-RAZON-COD TO CF-LOG-RAZON-COD.
           MOVE CF-BAL-SUCURSAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           MOVE ZERO TO CF-SUS-HORA-DECISION.
           MOVE SPACES TO CF-SUS-RAZON-RECHAZO.
           MOVE WS-RAZON-COD TO CF-SUS-RAZON-COD.
           MOVE CF-BAL-SUCURSAL TO CF-SUS-SUCURSAL.
           WRITE CF-SUS-RECORD.
           CLOSE CF-SUS-FILE.
       8300-EXIT.
           MOVE NUM2 TO CF-ALT-NUM2.
           MOVE RESULTADO TO CF-ALT-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ALT-REF.
           MOVE CF-BAL-SUCURSAL TO CF-ALT-SUCURSAL.
           WRITE CF-ALT-RECORD.
           CLOSE CF-ALT-FILE.
       8400-EXIT.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *    8600-ESCRIBIR-EXCEPCION -- RECHAZO A LA GENERACION DEL DIA
      *    DE CFEXCLOG (MISMO FORMATO QUE OPERACIONES): CUENTA EN
      *    NUM1-TXT, SALDO EN NUM2-TXT
      ******************************************************************
       8600-ESCRIBIR-EXCEPCION.
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
               GO TO 8600-EXIT.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE ZERO TO CF-EXC-NUM-REGISTRO.
           MOVE SPACES TO CF-EXC-NUM1-TXT.
           MOVE WS-CUENTA-ACTUAL TO CF-EXC-NUM1-TXT (1:8).
           MOVE "AJ" TO CF-EXC-OPERACION-TXT.
           MOVE NUM1 TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE WS-REF-ACTUAL TO CF-EXC-REF.
           MOVE CF-BAL-SUCURSAL TO CF-EXC-SUCURSAL.
           MOVE "CFACCRUE" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           CLOSE CF-EXC-FILE.
       8600-EXIT.
           EXIT.

      ******************************************************************
      *    9800-ESCRIBIR-PIE-LOG -- PIE 'PI' DE LA SESION CON CONTEO
      *    Y HASH DE LO ESCRITO EN LA BITACORA, PARA CFLOGVER
           STRING "SALTADAS:       " WS-CONTADOR-EDIT " CUENTAS"
               DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CTAS-BLOQUEADAS TO WS-CONTADOR-EDIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "  CONGELADAS O CERRADAS (A CFEXCLOG): "
               WS-CONTADOR-EDIT DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
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

       END PROGRAM CFACCRUE.
