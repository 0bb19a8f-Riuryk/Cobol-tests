      *                     EL SALDO: UNA BITACORA QUE NO SE PUEDE
      *                     ANEXAR DEJA EL MAESTRO INTACTO EN VEZ DE
      *                     MOVERLO SIN CONSTANCIA.
      *   2026-10-14  RR   PERIODOS CERRADOS (CFPERCTL, VER CFPERCLS):
      *                     CON FECHA DE NEGOCIO EN UN MES CERRADO NO SE
      *                     REVIERTE NADA (RC=8).  UN LOTE DE UN MES
      *                     CERRADO SI SE PUEDE REVERTIR EN EL MES
      *                     ABIERTO: LOS RV LLEVAN LA FECHA DE HOY.
      *   2026-10-15  RR   LA IMAGEN DEL REGISTRO ORIGINAL CRECE A 104
      *                     BYTES (SUCURSAL EN LA BITACORA); EL 'RV'
      *                     CONSERVA LA SUCURSAL DEL ASIENTO ORIGINAL.
      *   2026-10-15  RR   CANDADO CON LA VENTANA DE LOTE (CFSYSSTS,
      *                     VER CFVENTAN): CON LA VENTANA ABIERTA NO SE
      *                     REVIERTE SIN UN SUPERVISOR QUE AUTORICE;
      *                     LA AUTORIZACION QUEDA EN CFSIGNLG ('V').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBAKOUT.
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-REG                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-PER                    PIC X(02) VALUE "00".
       77  WS-FS-STS                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".

       01  SUPERVISOR-ID                PIC X(08).
       01  WS-LOG-FILENAME              PIC X(20).
      *    ANEXA SOBRE EL MISMO FD, ASI QUE EL REGISTRO ORIGINAL SE
      *    GUARDA AQUI MIENTRAS SE ARMA EL 'RV'.
      *----------------------------------------------------------------
       01  WS-ORIG-REGISTRO             PIC X(104).
       01  WS-RV-NUM1                   PIC S9(7)V99.
       01  WS-RV-NUM2                   PIC S9(7)V99.
       01  WS-RV-RESULTADO              PIC S9(7)V99.
       01  WS-SALDO-EDIT                PIC -9999999.99.
       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.

       77  SW-PERIODO-CERRADO           PIC X(01) VALUE "N".
           88  PERIODO-CERRADO                   VALUE "S".
       77  SW-VENTANA-BLOQUEADA         PIC X(01) VALUE "N".
           88  VENTANA-BLOQUEADA                 VALUE "S".
       77  SW-VENTANA-AUTORIZADA        PIC X(01) VALUE "N".
           88  VENTANA-AUTORIZADA                VALUE "S".
       01  WS-VEN-SUPERVISOR            PIC X(08).
       01  WS-VEN-PIN                   PIC X(04).
       01  WS-VEN-HORA                  PIC 9(08).
       77  WS-VEN-RESULTADO             PIC X(01) VALUE "F".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
           DISPLAY "RESPALDO DE LOTE CONTABILIZADO (REVERSO)".
           PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           PERFORM 1950-VERIFICAR-PERIODO THRU 1950-EXIT.
           IF PERIODO-CERRADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT.
           IF VENTANA-BLOQUEADA
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "FECHA DE PROCESO DEL LOTE (AAAAMMDD) O EN BLANCO "
               "PARA LA FECHA DE NEGOCIO:".
           ACCEPT WS-ENTRADA-FECHA.
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
           MOVE "CFBAKOUT" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

       END PROGRAM CFBAKOUT.
