      ******************************************************************
      * Author: R. Rocha
      * Installation: Piso de Operaciones
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose: Cierre de periodo (mes) con periodos bloqueados.  En
      *          la ventana del ultimo dia habil del mes (CFBUSDAT +
      *          CFHOLIDS) fotografia el CF-BAL-SALDO de cierre de
      *          cada cuenta de CFBALMST en el archivo de saldos de
      *          periodo (CFPERBAL) y marca el mes cerrado en el
      *          control de periodos (CFPERCTL).  Desde entonces los
      *          programas que contabilizan rechazan una fecha de
      *          negocio del mes cerrado y CFDATMNT no la deja fijar.
      *          En diciembre genera ademas los asientos de cierre
      *          anual: las cuentas de categorias de ingreso y gasto
      *          (CF-CAT-TIPO de CFCAT01) quedan en cero y su
      *          resultado neto pasa a la cuenta de capital de
      *          CFPERPRM, como ajustes 'AJ' DE VERDAD (CFADJOUT,
      *          bitacora con secuencia y pie 'PI', maestro e
      *          historial) bajo una sola referencia.  Sin parametro
      *          de lote lo corre un supervisor a mano (por ejemplo
      *          si el paso de la ventana fallo), con confirmacion.
      *          Reporte del cierre en CFPERRPT.
      * Tectonics: cobc -x -std=ibm CFPERCLS.cbl
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   PROGRAMA ORIGINAL.
      *   2026-10-15  RR   LAS PIERNAS DEL CIERRE ANUAL Y SUS RECHAZOS
      *                     LLEVAN LA SUCURSAL DE LA CUENTA
      *                     (CF-BAL-SUCURSAL).
      *   2026-10-15  RR   EL RECHAZO A CFEXCLOG LLEVA SU CODIGO DE
      *                     RECHAZO (CF-EXC-CODIGO, TABLA CFRCH01) Y EL
      *                     PROGRAMA.
      *   2026-10-15  RR   EL SUPERVISOR DEL CIERRE A MANO VA EN SU
      *                     PROPIO CAMPO (SUPERVISOR-ID) Y SOLO SE
      *                     ESTAMPA EN CFPERCTL; LAS PIERNAS DEL CIERRE
      *                     ANUAL LLEVAN SIEMPRE "PERCLS01", QUE ES COMO
      *                     LAS RECONOCE CFPRSRPT.  A MANO NO SE CIERRA
      *                     CON LA VENTANA DE LOTE ABIERTA (CFSYSSTS)
      *                     SIN AUTORIZACION DE UN SUPERVISOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPERCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CF-BUS-FILE ASSIGN TO "CFBUSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUS.

           SELECT CF-HOL-FILE ASSIGN TO "CFHOLIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOL.

           SELECT CF-PPR-FILE ASSIGN TO "CFPERPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PPR.

           SELECT CF-BAL-FILE ASSIGN TO "CFBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-BAL-CUENTA
               FILE STATUS IS WS-FS-BAL.

           SELECT CF-CAT-FILE ASSIGN TO "CFCAT01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CAT-CODIGO
               FILE STATUS IS WS-FS-CAT.

           SELECT CF-PER-FILE ASSIGN TO "CFPERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PER-PERIODO
               FILE STATUS IS WS-FS-PER.

           SELECT CF-PBL-FILE ASSIGN TO "CFPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-PBL-CLAVE
               FILE STATUS IS WS-FS-PBL.

           SELECT CF-OPR-FILE ASSIGN TO "CFOPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-OPR-ID
               FILE STATUS IS WS-FS-OPR.

           SELECT CF-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-ADJOUT-FILE ASSIGN TO "CFADJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJOUT.

           SELECT CF-HST-FILE ASSIGN TO "CFBALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST.

           SELECT CF-PRT-FILE ASSIGN TO "CFPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

           SELECT CF-STS-FILE ASSIGN TO "CFSYSSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STS.

           SELECT CF-SIG-FILE ASSIGN TO "CFSIGNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIG.

       DATA DIVISION.
       FILE SECTION.
       FD  CF-BUS-FILE.
           COPY CFBUSREC.

       FD  CF-HOL-FILE.
       01  CF-HOL-RECORD.
           05  CF-HOL-FECHA             PIC 9(08).

      *----------------------------------------------------------------
      *    PARAMETRO DEL CIERRE ANUAL: CUENTA DE CAPITAL QUE RECIBE EL
      *    RESULTADO Y CODIGO DE RAZON DE LOS ASIENTOS ("CIER" SI
      *    VIENE EN BLANCO).  SOLO SE EXIGE EN EL CIERRE DE DICIEMBRE.
      *----------------------------------------------------------------
       FD  CF-PPR-FILE.
       01  CF-PPR-RECORD.
           05  CF-PPR-CUENTA-CAPITAL    PIC X(08).
           05  CF-PPR-RAZON             PIC X(04).

       FD  CF-BAL-FILE.
           COPY CFBALREC.

       FD  CF-CAT-FILE.
           COPY CFCATREC.

       FD  CF-PER-FILE.
           COPY CFPERREC.

       FD  CF-PBL-FILE.
           COPY CFPBLREC.

       FD  CF-OPR-FILE.
           COPY CFOPRREC.

       FD  CF-LOG-FILE.
           COPY CFLOGREC.

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-ADJOUT-FILE.
           COPY CFADJREC.

       FD  CF-HST-FILE.
           COPY CFHSTREC.

       FD  CF-PRT-FILE.
       01  PRT-REGISTRO                 PIC X(132).

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       FD  CF-STS-FILE.
           COPY CFSTSREC.

       FD  CF-SIG-FILE.
           COPY CFSIGREC.

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
       77  WS-FS-HOL                    PIC X(02) VALUE "00".
       77  WS-FS-PPR                    PIC X(02) VALUE "00".
       77  WS-FS-BAL                    PIC X(02) VALUE "00".
       77  WS-FS-CAT                    PIC X(02) VALUE "00".
       77  WS-FS-PER                    PIC X(02) VALUE "00".
       77  WS-FS-PBL                    PIC X(02) VALUE "00".
       77  WS-FS-OPR                    PIC X(02) VALUE "00".
       77  WS-FS-LOG                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-ADJOUT                 PIC X(02) VALUE "00".
       77  WS-FS-HST                    PIC X(02) VALUE "00".
       77  WS-FS-PRT                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".
       77  WS-FS-STS                    PIC X(02) VALUE "00".
       77  WS-FS-SIG                    PIC X(02) VALUE "00".

      *----------------------------------------------------------------
      *    OPERADOR-ID ES EL OPERADOR DE TODO LO QUE SE CONTABILIZA
      *    (CFPRSRPT RECONOCE ASI LAS PIERNAS DEL CIERRE ANUAL);
      *    SUPERVISOR-ID ES QUIEN CIERRA A MANO Y SOLO VA A CFPERCTL.
      *----------------------------------------------------------------
       01  OPERADOR-ID                  PIC X(08) VALUE "PERCLS01".
       01  SUPERVISOR-ID                PIC X(08) VALUE "PERCLS01".
       01  WS-LOG-FILENAME              PIC X(20).
       01  WS-EXC-FILENAME              PIC X(20).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).
       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-CONFIRMA                  PIC X(01).
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
       77  SW-PARM-LOTE                 PIC X(01) VALUE "N".
           88  PARM-MODO-LOTE                    VALUE "S".

       77  SW-FIN-ARCHIVO               PIC X(01) VALUE "N".
           88  FIN-ARCHIVO                       VALUE "S".
       77  SW-FIN-MAESTRO               PIC X(01) VALUE "N".
           88  FIN-MAESTRO                       VALUE "S".
       77  SW-OPERADOR-VALIDO           PIC X(01) VALUE "N".
           88  OPERADOR-VALIDO                   VALUE "S".
       77  SW-CIERRE-PROCEDE            PIC X(01) VALUE "N".
           88  CIERRE-PROCEDE                    VALUE "S".
       77  SW-FIN-DE-ANIO               PIC X(01) VALUE "N".
           88  FIN-DE-ANIO                       VALUE "S".
       77  SW-ULTIMO-HABIL              PIC X(01) VALUE "N".
           88  ULTIMO-HABIL                      VALUE "S".
       77  SW-ES-HABIL                  PIC X(01) VALUE "S".
       77  SW-CUENTA-RESULTADOS         PIC X(01) VALUE "N".
           88  CUENTA-RESULTADOS                 VALUE "S".
       77  SW-MAESTRO-ABIERTO           PIC X(01) VALUE "N".
           88  MAESTRO-ABIERTO                   VALUE "S".
       77  SW-CATEGORIAS-ABIERTAS       PIC X(01) VALUE "N".
           88  CATEGORIAS-ABIERTAS               VALUE "S".
       77  SW-PERIODOS-ABIERTOS         PIC X(01) VALUE "N".
           88  PERIODOS-ABIERTOS                 VALUE "S".
       77  SW-PBL-ABIERTO               PIC X(01) VALUE "N".
           88  PBL-ABIERTO                       VALUE "S".
       77  SW-BITACORA-ABIERTA          PIC X(01) VALUE "N".
           88  BITACORA-ABIERTA                  VALUE "S".

      *----------------------------------------------------------------
      *    PERIODO QUE SE CIERRA (AAAAMM DE LA FECHA DE NEGOCIO) Y
      *    PARAMETROS DEL CIERRE ANUAL.
      *----------------------------------------------------------------
       01  WS-PERIODO                   PIC 9(06).
       01  WS-PERIODO-SIGUIENTE         PIC 9(06).
       01  WS-CUENTA-CAPITAL            PIC X(08).
       01  WS-RAZON-COD                 PIC X(04).
       01  WS-CUENTA-ACTUAL             PIC X(08).
       01  WS-REF-ACTUAL                PIC X(12).
       77  WS-REF-SECUENCIA             PIC 9(04) VALUE ZERO.
       77  WS-SIGNO                     PIC S9(01) VALUE ZERO.
       01  NUM1                         PIC S9(7)V99.
       01  NUM2                         PIC S9(7)V99.
       01  RESULTADO                    PIC S9(7)V99.
       77  WS-NUEVO-CAPITAL             PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    SECUENCIA Y PIE DE LA BITACORA, IGUAL QUE EN CFACCRUE.
      *----------------------------------------------------------------
       77  WS-LOG-SEQ                   PIC 9(06) VALUE ZERO.
       77  WS-SES-DETALLES              PIC 9(08) VALUE ZERO COMP.
       77  WS-SES-HASH                  PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    TABLA DE FERIADOS (CFHOLIDS, HASTA 50 FECHAS) Y CAMPOS DE
      *    CALENDARIO, IGUAL QUE EN CFDATMNT.
      *----------------------------------------------------------------
       77  WS-MAX-FERIADOS              PIC 9(02) VALUE 50 COMP.
       77  WS-NUM-FERIADOS              PIC 9(02) VALUE ZERO COMP.
       77  WS-FER                       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABLA-FERIADOS.
           05  WS-FERIADO OCCURS 50 TIMES PIC 9(08).
       01  WS-FECHA-PRUEBA              PIC 9(08).
       77  WS-DIA-ENTERO                PIC 9(08) VALUE ZERO COMP.
       77  WS-DIA-SEMANA                PIC 9(01) VALUE ZERO COMP.
       77  WS-INTENTOS                  PIC 9(02) VALUE ZERO COMP.

      *----------------------------------------------------------------
      *    CONTADORES Y TOTALES DEL CIERRE.
      *----------------------------------------------------------------
       77  WS-CUENTAS                   PIC 9(06) VALUE ZERO COMP.
       77  WS-ASIENTOS                  PIC 9(06) VALUE ZERO COMP.
       77  WS-BLOQUEADAS                PIC 9(06) VALUE ZERO COMP.
       77  WS-TOTAL-SALDOS              PIC S9(11)V99 VALUE ZERO.
       77  WS-RESULTADO-NETO            PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CERRADO             PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    ARCHIVO DE IMPRESION DEL CIERRE (CONVENCION DE 132 COLS).
      *----------------------------------------------------------------
       01  WS-PRT-LINEA                 PIC X(132).
       77  WS-LINEAS-PAGINA             PIC 9(02) VALUE 99 COMP.
       77  WS-LINEAS-MAX                PIC 9(02) VALUE 60 COMP.
       77  WS-PAGINA                    PIC 9(04) VALUE ZERO.

       01  PRT-ENCABEZADO-1.
           05  FILLER                   PIC X(10) VALUE "CFPERCLS".
           05  FILLER                   PIC X(50) VALUE
               "CIERRE DE PERIODO".
           05  FILLER                   PIC X(15) VALUE
               "FECHA NEGOCIO:".
           05  PRT-ENC-FECHA-NEG        PIC 9(08).
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE "PAG.".
           05  PRT-ENC-PAGINA           PIC ZZZ9.

       01  PRT-ENCABEZADO-2.
           05  FILLER                   PIC X(10) VALUE "CUENTA".
           05  FILLER                   PIC X(06) VALUE "CAT.".
           05  FILLER                   PIC X(16) VALUE
               "  SALDO CIERRE".
           05  FILLER                   PIC X(16) VALUE
               "   SALDO FINAL".
           05  FILLER                   PIC X(40) VALUE
               "  OBSERVACION".

       01  PRT-DETALLE.
           05  PRT-DET-CUENTA           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-CATEGORIA        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRT-DET-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PRT-DET-SALDO-FINAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRT-DET-OBSERVACION      PIC X(40).

       01  WS-CONTADOR-EDIT             PIC ZZZ,ZZ9.
       01  WS-IMPORTE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT                PIC -9999999.99.

      *----------------------------------------------------------------
      *    CANDADO CON LA VENTANA DE LOTE (CFSYSSTS, VER CFVENTAN),
      *    SOLO EN EL CIERRE A MANO.
      *----------------------------------------------------------------
       77  SW-VENTANA-BLOQUEADA         PIC X(01) VALUE "N".
           88  VENTANA-BLOQUEADA                 VALUE "S".
       01  WS-VEN-SUPERVISOR            PIC X(08).
       01  WS-VEN-PIN                   PIC X(04).
       01  WS-VEN-HORA                  PIC 9(08).
       77  WS-VEN-RESULTADO             PIC X(01) VALUE "F".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-VALIDAR-CIERRE THRU 2000-EXIT.
           IF CIERRE-PROCEDE
               PERFORM 3000-FOTOGRAFIAR-SALDOS THRU 3000-EXIT
               IF FIN-DE-ANIO
                   PERFORM 4000-ASIENTO-CAPITAL THRU 4000-EXIT
               END-IF
               PERFORM 5000-MARCAR-PERIODO THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR -- PARAMETRO, FECHA, PERIODO, SUPERVISOR
      *    (CORRIDA MANUAL), FERIADOS Y REPORTE
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "CIERRE DE PERIODO".
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE "S" TO SW-PARM-LOTE.
           PERFORM 1900-LEER-FECHA-NEGOCIO THRU 1900-EXIT.
           MOVE WS-FECHA (1:6) TO WS-PERIODO.
           IF WS-FECHA (5:2) = "12"
               MOVE "S" TO SW-FIN-DE-ANIO.
           IF PARM-MODO-LOTE
               MOVE "I" TO WS-RUN-TIPO
               PERFORM 8900-ESCRIBIR-RUN-CTL THRU 8900-EXIT
           ELSE
               PERFORM 1100-OBTENER-SUPERVISOR THRU 1100-EXIT
               PERFORM 1960-VERIFICAR-VENTANA THRU 1960-EXIT
               IF VENTANA-BLOQUEADA
                   DISPLAY "NO SE CIERRA EL PERIODO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1500-CARGAR-FERIADOS THRU 1500-EXIT.
           OPEN OUTPUT CF-PRT-FILE.
           IF WS-FS-PRT NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL REPORTE DEL CIERRE "
                   "(CFPERRPT). FILE STATUS=" WS-FS-PRT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE WS-FECHA TO PRT-ENC-FECHA-NEG.
           PERFORM 7100-NUEVA-PAGINA THRU 7100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OBTENER-SUPERVISOR -- EL CIERRE A MANO ES FUNCION DE
      *    SUPERVISOR (NIVEL 3 O MAS) ACTIVO EN CFOPMST
      ******************************************************************
       1100-OBTENER-SUPERVISOR.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE SUPERVISOR:".
           ACCEPT SUPERVISOR-ID.
           IF SUPERVISOR-ID = SPACES
               DISPLAY "EL IDENTIFICADOR NO PUEDE QUEDAR EN BLANCO."
               GO TO 1100-OBTENER-SUPERVISOR.
           MOVE "S" TO SW-OPERADOR-VALIDO.
           OPEN INPUT CF-OPR-FILE.
           IF WS-FS-OPR NOT = "00"
               DISPLAY "MAESTRO DE OPERADORES (CFOPMST) NO "
                   "DISPONIBLE. NO SE PUEDE CERRAR EL PERIODO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SUPERVISOR-ID TO CF-OPR-ID.
           READ CF-OPR-FILE
               KEY IS CF-OPR-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR NO REGISTRADO EN EL MAESTRO. "
                       "INTENTE DE NUEVO."
                   MOVE "N" TO SW-OPERADOR-VALIDO
                   GO TO 1100-CERRAR
           END-READ.
           IF NOT CF-OPR-ACTIVO
               DISPLAY "EL SUPERVISOR ESTA INACTIVO. AVISE A "
                   "SEGURIDAD."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1100-CERRAR.
           IF NOT CF-OPR-NIVEL-SUPERV
               DISPLAY "SE REQUIERE NIVEL 3 (SUPERVISOR) PARA "
                   "CERRAR UN PERIODO."
               MOVE "N" TO SW-OPERADOR-VALIDO
               GO TO 1100-CERRAR.
       1100-CERRAR.
           CLOSE CF-OPR-FILE.
           IF NOT OPERADOR-VALIDO
               GO TO 1100-OBTENER-SUPERVISOR.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1960-VERIFICAR-VENTANA -- CANDADO CON LA VENTANA DE LOTE
      *    (CFSYSSTS, VER CFVENTAN): MIENTRAS ESTA ABIERTA EL CIERRE A
      *    MANO NO CONTABILIZA SIN LA AUTORIZACION DE UN SUPERVISOR.
      *    SIN ARCHIVO NO HAY VENTANA.
      ******************************************************************
       1960-VERIFICAR-VENTANA.
           MOVE "N" TO SW-VENTANA-BLOQUEADA.
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
           DISPLAY "CIERRE AUTORIZADO POR " WS-VEN-SUPERVISOR
               " CON LA VENTANA ABIERTA.".
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
           MOVE "CFPERCLS" TO CF-SIG-PROGRAMA.
           MOVE WS-VEN-SUPERVISOR TO CF-SIG-OPERADOR.
           MOVE WS-VEN-HORA TO CF-SIG-SESION.
           MOVE WS-VEN-RESULTADO TO CF-SIG-RESULTADO.
           WRITE CF-SIG-RECORD.
           CLOSE CF-SIG-FILE.
       1970-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARGAR-FERIADOS -- LISTA DE FERIADOS (CFHOLIDS)
      ******************************************************************
       1500-CARGAR-FERIADOS.
           OPEN INPUT CF-HOL-FILE.
           IF WS-FS-HOL NOT = "00"
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
      *    2000-VALIDAR-CIERRE -- TODO LO QUE PUEDE IMPEDIR EL CIERRE
      *    SE PRUEBA ANTES DE TOCAR UNA SOLA CUENTA: DIA, PERIODO YA
      *    CERRADO, PARAMETRO Y CUENTA DE CAPITAL (DICIEMBRE),
      *    ARCHIVOS Y CONFIRMACION DEL SUPERVISOR
      ******************************************************************
       2000-VALIDAR-CIERRE.
           PERFORM 2100-PROBAR-ULTIMO-HABIL THRU 2100-EXIT.
           IF NOT ULTIMO-HABIL
               IF PARM-MODO-LOTE
                   DISPLAY "LA FECHA DE NEGOCIO " WS-FECHA " NO ES EL "
                       "ULTIMO DIA HABIL DEL MES. NADA QUE CERRAR."
                   MOVE SPACES TO WS-PRT-LINEA
                   STRING "NO ES EL ULTIMO DIA HABIL DEL MES. NADA "
                       "QUE CERRAR." DELIMITED SIZE INTO WS-PRT-LINEA
                   PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
                   GO TO 2000-EXIT
               ELSE
                   DISPLAY "AVISO: LA FECHA DE NEGOCIO " WS-FECHA
                       " NO ES EL ULTIMO DIA HABIL DEL MES."
               END-IF
           END-IF.
           OPEN I-O CF-PER-FILE.
           IF WS-FS-PER = "35"
               OPEN OUTPUT CF-PER-FILE
               CLOSE CF-PER-FILE
               OPEN I-O CF-PER-FILE
           END-IF.
           IF WS-FS-PER NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE PERIODOS "
                   "(CFPERCTL). FILE STATUS=" WS-FS-PER
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           MOVE "S" TO SW-PERIODOS-ABIERTOS.
           MOVE WS-PERIODO TO CF-PER-PERIODO.
           READ CF-PER-FILE
               KEY IS CF-PER-PERIODO
               INVALID KEY
                   MOVE SPACES TO CF-PER-ESTADO
           END-READ.
           IF CF-PER-CERRADO
               DISPLAY "EL PERIODO " WS-PERIODO " YA ESTA CERRADO ("
                   CF-PER-FECHA-CIERRE " POR " CF-PER-OPERADOR ")."
               MOVE SPACES TO WS-PRT-LINEA
               STRING "EL PERIODO " WS-PERIODO " YA ESTA CERRADO. "
                   "NADA QUE HACER." DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               GO TO 2000-EXIT.
           IF FIN-DE-ANIO
               PERFORM 2200-LEER-PARAMETRO THRU 2200-EXIT
               IF RETURN-CODE > 4
                   GO TO 2000-EXIT
               END-IF
               OPEN INPUT CF-CAT-FILE
               IF WS-FS-CAT NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LA TABLA DE CATEGORIAS "
                       "(CFCAT01). SIN ELLA NO HAY CIERRE ANUAL."
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
               MOVE "S" TO SW-CATEGORIAS-ABIERTAS
           END-IF.
           OPEN I-O CF-BAL-FILE.
           IF WS-FS-BAL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SALDOS "
                   "(CFBALMST). FILE STATUS=" WS-FS-BAL
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           MOVE "S" TO SW-MAESTRO-ABIERTO.
           IF FIN-DE-ANIO
               PERFORM 2300-VALIDAR-CAPITAL THRU 2300-EXIT
               IF RETURN-CODE > 4
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2400-SUMAR-RESULTADOS THRU 2400-EXIT
               IF RETURN-CODE > 4
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF NOT PARM-MODO-LOTE
               DISPLAY "SE CERRARA EL PERIODO " WS-PERIODO
               IF FIN-DE-ANIO
                   MOVE WS-RESULTADO-NETO TO WS-IMPORTE-EDIT
                   DISPLAY "CON CIERRE ANUAL: RESULTADO NETO "
                       WS-IMPORTE-EDIT " A LA CUENTA DE CAPITAL "
                       WS-CUENTA-CAPITAL
               END-IF
               DISPLAY "CONFIRMA EL CIERRE? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "CIERRE CANCELADO."
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           OPEN I-O CF-PBL-FILE.
           IF WS-FS-PBL = "35"
               OPEN OUTPUT CF-PBL-FILE
               CLOSE CF-PBL-FILE
               OPEN I-O CF-PBL-FILE
           END-IF.
           IF WS-FS-PBL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LOS SALDOS DE PERIODO "
                   "(CFPERBAL). FILE STATUS=" WS-FS-PBL
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           MOVE "S" TO SW-PBL-ABIERTO.
           IF FIN-DE-ANIO
               PERFORM 2500-ABRIR-BITACORA THRU 2500-EXIT
           END-IF.
           MOVE "S" TO SW-CIERRE-PROCEDE.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "CIERRE DEL PERIODO " WS-PERIODO DELIMITED SIZE
               INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           WRITE PRT-REGISTRO FROM PRT-ENCABEZADO-2.
           ADD 1 TO WS-LINEAS-PAGINA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PROBAR-ULTIMO-HABIL -- EL SIGUIENTE DIA HABIL
      *    (SALTANDO SABADOS, DOMINGOS Y FERIADOS) CAE EN OTRO MES?
      ******************************************************************
       2100-PROBAR-ULTIMO-HABIL.
           MOVE "N" TO SW-ULTIMO-HABIL.
           COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WS-FECHA).
           MOVE ZERO TO WS-INTENTOS.
       2110-PROBAR-SIGUIENTE.
           ADD 1 TO WS-DIA-ENTERO.
           ADD 1 TO WS-INTENTOS.
           IF WS-INTENTOS > 30
               GO TO 2100-EXIT.
           COMPUTE WS-FECHA-PRUEBA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           PERFORM 2150-VALIDAR-CALENDARIO THRU 2150-EXIT.
           IF SW-ES-HABIL = "N"
               GO TO 2110-PROBAR-SIGUIENTE.
           MOVE WS-FECHA-PRUEBA (1:6) TO WS-PERIODO-SIGUIENTE.
           IF WS-PERIODO-SIGUIENTE NOT = WS-PERIODO
               MOVE "S" TO SW-ULTIMO-HABIL.
       2100-EXIT.
           EXIT.

       2150-VALIDAR-CALENDARIO.
           MOVE "S" TO SW-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-ENTERO, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO SW-ES-HABIL
               GO TO 2150-EXIT.
           IF WS-NUM-FERIADOS > ZERO
               PERFORM 2160-COMPARAR-FERIADO THRU 2160-EXIT
                   VARYING WS-FER FROM 1 BY 1
                   UNTIL WS-FER > WS-NUM-FERIADOS
                       OR SW-ES-HABIL = "N"
           END-IF.
       2150-EXIT.
           EXIT.

       2160-COMPARAR-FERIADO.
           IF WS-FERIADO (WS-FER) = WS-FECHA-PRUEBA
               MOVE "N" TO SW-ES-HABIL.
       2160-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LEER-PARAMETRO -- CUENTA DE CAPITAL Y RAZON DEL
      *    CIERRE ANUAL (CFPERPRM); SIN CUENTA NO HAY CIERRE ANUAL
      ******************************************************************
       2200-LEER-PARAMETRO.
           MOVE SPACES TO WS-CUENTA-CAPITAL.
           MOVE "CIER" TO WS-RAZON-COD.
           OPEN INPUT CF-PPR-FILE.
           IF WS-FS-PPR NOT = "00"
               GO TO 2200-VALIDAR.
           READ CF-PPR-FILE
               AT END
                   GO TO 2200-CERRAR
           END-READ.
           MOVE CF-PPR-CUENTA-CAPITAL TO WS-CUENTA-CAPITAL.
           IF CF-PPR-RAZON NOT = SPACES
               MOVE CF-PPR-RAZON TO WS-RAZON-COD.
       2200-CERRAR.
           CLOSE CF-PPR-FILE.
       2200-VALIDAR.
           IF WS-CUENTA-CAPITAL = SPACES
               DISPLAY "NO HAY CUENTA DE CAPITAL EN CFPERPRM. EL "
                   "CIERRE DE DICIEMBRE NO PUEDE HACERSE SIN ELLA."
               MOVE 8 TO RETURN-CODE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-VALIDAR-CAPITAL -- LA CUENTA DE CAPITAL DEBE EXISTIR,
      *    ADMITIR MOVIMIENTOS Y NO SER ELLA MISMA DE RESULTADOS
      ******************************************************************
       2300-VALIDAR-CAPITAL.
           MOVE WS-CUENTA-CAPITAL TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "LA CUENTA DE CAPITAL " WS-CUENTA-CAPITAL
                       " NO EXISTE EN CFBALMST."
                   MOVE 8 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-READ.
           IF CF-BAL-BLOQUEADA
               DISPLAY "LA CUENTA DE CAPITAL " WS-CUENTA-CAPITAL
                   " ESTA CONGELADA O CERRADA."
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT.
           PERFORM 2450-TIPO-CUENTA THRU 2450-EXIT.
           IF CUENTA-RESULTADOS
               DISPLAY "LA CUENTA DE CAPITAL " WS-CUENTA-CAPITAL
                   " ES DE UNA CATEGORIA DE INGRESO O GASTO."
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2400-SUMAR-RESULTADOS -- PASADA PREVIA: RESULTADO NETO
      *    (INGRESOS MENOS GASTOS) QUE RECIBIRA LA CUENTA DE CAPITAL,
      *    PARA PROBAR QUE CABE ANTES DE CONTABILIZAR NADA
      ******************************************************************
       2400-SUMAR-RESULTADOS.
           MOVE ZERO TO WS-RESULTADO-NETO.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   GO TO 2400-PROBAR
           END-START.
           MOVE "N" TO SW-FIN-MAESTRO.
           PERFORM 2410-SUMAR-CUENTA THRU 2410-EXIT
               UNTIL FIN-MAESTRO.
           MOVE "N" TO SW-FIN-MAESTRO.
       2400-PROBAR.
           MOVE WS-CUENTA-CAPITAL TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
                   GO TO 2400-EXIT
           END-READ.
           COMPUTE WS-NUEVO-CAPITAL = CF-BAL-SALDO + WS-RESULTADO-NETO.
           IF WS-NUEVO-CAPITAL > 9999999.99
               OR WS-NUEVO-CAPITAL < -9999999.99
               DISPLAY "EL RESULTADO DEL EJERCICIO DESBORDA EL SALDO "
                   "DE LA CUENTA DE CAPITAL. CIERRE CANCELADO."
               MOVE 8 TO RETURN-CODE.
       2400-EXIT.
           EXIT.

       2410-SUMAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
                   GO TO 2410-EXIT
           END-READ.
           IF CF-BAL-SALDO = ZERO OR CF-BAL-BLOQUEADA
               GO TO 2410-EXIT.
           PERFORM 2450-TIPO-CUENTA THRU 2450-EXIT.
           IF CUENTA-RESULTADOS
               COMPUTE WS-RESULTADO-NETO = WS-RESULTADO-NETO
                   + CF-BAL-SALDO * WS-SIGNO
           END-IF.
       2410-EXIT.
           EXIT.

      ******************************************************************
      *    2450-TIPO-CUENTA -- TIPO DE LA CATEGORIA DE LA CUENTA EN
      *    CURSO: INGRESO SUMA AL RESULTADO (+1), GASTO RESTA (-1);
      *    UNA CATEGORIA DESCONOCIDA SE TRATA COMO DE BALANCE
      ******************************************************************
       2450-TIPO-CUENTA.
           MOVE "N" TO SW-CUENTA-RESULTADOS.
           MOVE ZERO TO WS-SIGNO.
           MOVE CF-BAL-CATEGORIA TO CF-CAT-CODIGO.
           READ CF-CAT-FILE
               KEY IS CF-CAT-CODIGO
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ.
           IF CF-CAT-INGRESO
               MOVE "S" TO SW-CUENTA-RESULTADOS
               MOVE 1 TO WS-SIGNO.
           IF CF-CAT-GASTO
               MOVE "S" TO SW-CUENTA-RESULTADOS
               MOVE -1 TO WS-SIGNO.
       2450-EXIT.
           EXIT.

      ******************************************************************
      *    2500-ABRIR-BITACORA -- LOS ASIENTOS DE CIERRE ANUAL VAN A LA
      *    GENERACION DEL DIA CONTINUANDO SU SECUENCIA, BAJO UNA SOLA
      *    REFERENCIA
      ******************************************************************
       2500-ABRIR-BITACORA.
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "CFTRLOG." WS-FECHA DELIMITED SIZE
               INTO WS-LOG-FILENAME.
           PERFORM 2520-BUSCAR-ULTIMO-SEQ THRU 2520-EXIT.
           OPEN EXTEND CF-LOG-FILE.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT CF-LOG-FILE
           END-IF.
           OPEN EXTEND CF-ADJOUT-FILE.
           IF WS-FS-ADJOUT = "35"
               OPEN OUTPUT CF-ADJOUT-FILE
           END-IF.
           MOVE "S" TO SW-BITACORA-ABIERTA.
           PERFORM 8200-GENERAR-REF THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

       2520-BUSCAR-ULTIMO-SEQ.
           MOVE ZERO TO WS-LOG-SEQ.
           OPEN INPUT CF-LOG-FILE.
           IF WS-FS-LOG NOT = "00"
               MOVE "00" TO WS-FS-LOG
               GO TO 2520-EXIT.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM 2530-LEER-SEQ THRU 2530-EXIT
               UNTIL FIN-ARCHIVO.
           CLOSE CF-LOG-FILE.
           MOVE "N" TO SW-FIN-ARCHIVO.
       2520-EXIT.
           EXIT.

       2530-LEER-SEQ.
           READ CF-LOG-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
                   GO TO 2530-EXIT
           END-READ.
           IF CF-LOG-SEQ IS NUMERIC
               MOVE CF-LOG-SEQ TO WS-LOG-SEQ
           END-IF.
       2530-EXIT.
           EXIT.

      ******************************************************************
      *    3000-FOTOGRAFIAR-SALDOS -- UN RENGLON DE CFPERBAL POR
      *    CUENTA; EN DICIEMBRE, CADA CUENTA DE RESULTADOS QUEDA EN
      *    CERO EN EL MISMO RECORRIDO
      ******************************************************************
       3000-FOTOGRAFIAR-SALDOS.
           MOVE LOW-VALUES TO CF-BAL-CUENTA.
           START CF-BAL-FILE
               KEY IS NOT LESS THAN CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "EL MAESTRO DE SALDOS ESTA VACIO."
                   GO TO 3000-EXIT
           END-START.
           MOVE "N" TO SW-FIN-MAESTRO.
           PERFORM 3100-CERRAR-CUENTA THRU 3100-EXIT
               UNTIL FIN-MAESTRO.
       3000-EXIT.
           EXIT.

       3100-CERRAR-CUENTA.
           READ CF-BAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-CUENTAS.
           ADD CF-BAL-SALDO TO WS-TOTAL-SALDOS.
           MOVE CF-BAL-CUENTA TO WS-CUENTA-ACTUAL.
           MOVE SPACES TO CF-PBL-RECORD.
           MOVE WS-PERIODO TO CF-PBL-PERIODO.
           MOVE CF-BAL-CUENTA TO CF-PBL-CUENTA.
           MOVE CF-BAL-CATEGORIA TO CF-PBL-CATEGORIA.
           MOVE CF-BAL-SALDO TO CF-PBL-SALDO.
           MOVE CF-BAL-SALDO TO CF-PBL-SALDO-FINAL.
           MOVE CF-BAL-FECHA-MOV TO CF-PBL-FECHA-MOV.
           MOVE CF-BAL-ESTADO TO CF-PBL-ESTADO.
           MOVE WS-FECHA TO CF-PBL-FECHA-CIERRE.
           MOVE SPACES TO PRT-DET-OBSERVACION.
           IF NOT FIN-DE-ANIO
               GO TO 3100-GRABAR.
           IF CF-BAL-SALDO = ZERO
               OR CF-BAL-CUENTA = WS-CUENTA-CAPITAL
               GO TO 3100-GRABAR.
           PERFORM 2450-TIPO-CUENTA THRU 2450-EXIT.
           IF NOT CUENTA-RESULTADOS
               GO TO 3100-GRABAR.
           IF CF-BAL-BLOQUEADA
               PERFORM 3300-RECHAZAR-BLOQUEADA THRU 3300-EXIT
               GO TO 3100-GRABAR.
           MOVE CF-BAL-SALDO TO NUM1.
           MOVE ZERO TO NUM2.
           PERFORM 8100-CONTABILIZAR-PIERNA THRU 8100-EXIT.
           COMPUTE WS-TOTAL-CERRADO = WS-TOTAL-CERRADO
               + NUM1 * WS-SIGNO.
           MOVE ZERO TO CF-PBL-SALDO-FINAL.
           MOVE "SALDADA AL CAPITAL. REF " TO PRT-DET-OBSERVACION.
           MOVE WS-REF-ACTUAL TO PRT-DET-OBSERVACION (25:12).
       3100-GRABAR.
           PERFORM 3400-GRABAR-PBL THRU 3400-EXIT.
           MOVE CF-PBL-CUENTA TO PRT-DET-CUENTA.
           MOVE CF-PBL-CATEGORIA TO PRT-DET-CATEGORIA.
           MOVE CF-PBL-SALDO TO PRT-DET-SALDO.
           MOVE CF-PBL-SALDO-FINAL TO PRT-DET-SALDO-FINAL.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3300-RECHAZAR-BLOQUEADA -- CUENTA DE RESULTADOS CONGELADA O
      *    CERRADA: NO SE SALDA, EL RECHAZO VA A CFEXCLOG DEL DIA Y EL
      *    CIERRE TERMINA CON AVISO (RC=4)
      ******************************************************************
       3300-RECHAZAR-BLOQUEADA.
           ADD 1 TO WS-BLOQUEADAS.
           MOVE CF-BAL-SALDO TO NUM1.
           IF CF-BAL-CONGELADA
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CONGELADA: CIERRE ANUAL NO APLICADO"
                   TO WS-RAZON-RECHAZO
           ELSE
               MOVE "RBLQ" TO WS-CODIGO-RECHAZO
               MOVE "CUENTA CERRADA: CIERRE ANUAL NO APLICADO"
                   TO WS-RAZON-RECHAZO
           END-IF.
           PERFORM 8600-ESCRIBIR-EXCEPCION THRU 8600-EXIT.
           MOVE WS-RAZON-RECHAZO TO PRT-DET-OBSERVACION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3400-GRABAR-PBL -- ALTA DEL RENGLON; SI YA EXISTE (CIERRE
      *    REINTENTADO TRAS UNA FALLA) SE REEMPLAZA
      ******************************************************************
       3400-GRABAR-PBL.
           WRITE CF-PBL-RECORD
               INVALID KEY
                   REWRITE CF-PBL-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO GRABAR EL SALDO "
                               "DE PERIODO DE " CF-PBL-CUENTA
                               ". FILE STATUS=" WS-FS-PBL
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ASIENTO-CAPITAL -- LA PIERNA DE CONTRAPARTIDA: EL
      *    RESULTADO NETO SALDADO PASA A LA CUENTA DE CAPITAL, CON LA
      *    MISMA REFERENCIA, Y SU RENGLON DE CFPERBAL LLEVA EL SALDO
      *    FINAL
      ******************************************************************
       4000-ASIENTO-CAPITAL.
           IF WS-TOTAL-CERRADO = ZERO
               GO TO 4000-EXIT.
           MOVE WS-CUENTA-CAPITAL TO CF-BAL-CUENTA.
           READ CF-BAL-FILE
               KEY IS CF-BAL-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO RELEER LA CUENTA DE CAPITAL "
                       WS-CUENTA-CAPITAL "."
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-READ.
           MOVE CF-BAL-SALDO TO NUM1.
           COMPUTE NUM2 = CF-BAL-SALDO + WS-TOTAL-CERRADO.
           MOVE WS-CUENTA-CAPITAL TO WS-CUENTA-ACTUAL.
           PERFORM 8100-CONTABILIZAR-PIERNA THRU 8100-EXIT.
           MOVE WS-PERIODO TO CF-PBL-PERIODO.
           MOVE WS-CUENTA-CAPITAL TO CF-PBL-CUENTA.
           READ CF-PBL-FILE
               KEY IS CF-PBL-CLAVE
               INVALID KEY
                   DISPLAY "AVISO: LA CUENTA DE CAPITAL NO TIENE "
                       "RENGLON EN CFPERBAL."
                   MOVE 4 TO RETURN-CODE
                   GO TO 4000-IMPRIMIR
           END-READ.
           MOVE NUM2 TO CF-PBL-SALDO-FINAL.
           REWRITE CF-PBL-RECORD.
       4000-IMPRIMIR.
           MOVE SPACES TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE WS-CUENTA-CAPITAL TO PRT-DET-CUENTA.
           MOVE CF-BAL-CATEGORIA TO PRT-DET-CATEGORIA.
           MOVE NUM1 TO PRT-DET-SALDO.
           MOVE NUM2 TO PRT-DET-SALDO-FINAL.
           MOVE "CAPITAL: RECIBE EL RESULTADO NETO" TO
               PRT-DET-OBSERVACION.
           MOVE PRT-DETALLE TO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           MOVE SPACES TO WS-PRT-LINEA.
           STRING "REFERENCIA DE LOS ASIENTOS DE CIERRE ANUAL: "
               WS-REF-ACTUAL DELIMITED SIZE INTO WS-PRT-LINEA.
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-MARCAR-PERIODO -- EL MES QUEDA CERRADO EN CFPERCTL CON
      *    FECHA, HORA, RESPONSABLE Y CIFRAS DEL CIERRE
      ******************************************************************
       5000-MARCAR-PERIODO.
           MOVE SPACES TO CF-PER-RECORD.
           MOVE WS-PERIODO TO CF-PER-PERIODO.
           MOVE "C" TO CF-PER-ESTADO.
           MOVE WS-FECHA TO CF-PER-FECHA-CIERRE.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-PER-HORA-CIERRE.
           MOVE SUPERVISOR-ID TO CF-PER-OPERADOR.
           MOVE WS-CUENTAS TO CF-PER-CUENTAS.
           MOVE WS-TOTAL-SALDOS TO CF-PER-TOTAL-SALDOS.
           MOVE ZERO TO CF-PER-ASIENTOS.
           MOVE ZERO TO CF-PER-TOTAL-RESULTADO.
           MOVE "N" TO CF-PER-CIERRE-ANUAL.
           IF FIN-DE-ANIO
               MOVE "S" TO CF-PER-CIERRE-ANUAL
               MOVE WS-ASIENTOS TO CF-PER-ASIENTOS
               MOVE WS-TOTAL-CERRADO TO CF-PER-TOTAL-RESULTADO
               MOVE WS-CUENTA-CAPITAL TO CF-PER-CUENTA-CAPITAL
               MOVE WS-REF-ACTUAL TO CF-PER-REF-ANUAL
           END-IF.
           WRITE CF-PER-RECORD
               INVALID KEY
                   REWRITE CF-PER-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO MARCAR EL PERIODO "
                               "CERRADO. FILE STATUS=" WS-FS-PER
                           MOVE 8 TO RETURN-CODE
                           GO TO 5000-EXIT
                   END-REWRITE
           END-WRITE.
           DISPLAY "PERIODO " WS-PERIODO " CERRADO.".
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    8100-CONTABILIZAR-PIERNA -- UNA PIERNA 'AJ' DEL CIERRE
      *    ANUAL (NUM1 -> NUM2 SOBRE WS-CUENTA-ACTUAL): CFADJOUT,
      *    BITACORA CON SECUENCIA, MAESTRO E HISTORIAL, IGUAL QUE UNA
      *    CAPTURA HUMANA.  ES UN ASIENTO DEL SISTEMA: NO PASA POR EL
      *    UMBRAL DE APROBACION NI POR LAS ALERTAS.
      ******************************************************************
       8100-CONTABILIZAR-PIERNA.
           SUBTRACT NUM1 FROM NUM2 GIVING RESULTADO.
           MOVE WS-CUENTA-ACTUAL TO CF-ADJ-CUENTA.
           MOVE NUM1 TO CF-ADJ-NUM1.
           MOVE NUM2 TO CF-ADJ-NUM2.
           MOVE RESULTADO TO CF-ADJ-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-ADJ-REF.
           MOVE WS-RAZON-COD TO CF-ADJ-RAZON.
           WRITE CF-ADJ-RECORD.
           MOVE SPACES TO CF-LOG-RECORD.
           MOVE OPERADOR-ID TO CF-LOG-OPERADOR-ID.
           MOVE WS-FECHA TO CF-LOG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-LOG-HORA.
           MOVE "AJ" TO CF-LOG-TIPO-TRANS.
           MOVE NUM1 TO CF-LOG-NUM1.
           MOVE ZERO TO CF-LOG-OPERACION.
           MOVE NUM2 TO CF-LOG-NUM2.
           MOVE RESULTADO TO CF-LOG-RESULTADO.
           MOVE WS-REF-ACTUAL TO CF-LOG-REF.
           MOVE SPACES TO CF-LOG-TARIFA-COD.
           MOVE WS-CUENTA-ACTUAL TO CF-LOG-CUENTA.
           MOVE SPACES TO CF-LOG-MONEDA.
           MOVE ZERO TO CF-LOG-IMPORTE-ORIG.
           MOVE WS-RAZON-COD TO CF-LOG-RAZON-COD.
           MOVE CF-BAL-SUCURSAL TO CF-LOG-SUCURSAL.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           ADD 1 TO WS-SES-DETALLES.
           ADD RESULTADO TO WS-SES-HASH.
           WRITE CF-LOG-RECORD.
           MOVE NUM2 TO CF-BAL-SALDO.
           MOVE WS-FECHA TO CF-BAL-FECHA-MOV.
           MOVE OPERADOR-ID TO CF-BAL-OPERADOR-MOV.
           REWRITE CF-BAL-RECORD.
           ADD 1 TO WS-ASIENTOS.
           PERFORM 8500-ESCRIBIR-HISTORIAL THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    8200-GENERAR-REF -- REFERENCIA GENERADA (HORA + SECUENCIA)
      ******************************************************************
       8200-GENERAR-REF.
           ADD 1 TO WS-REF-SECUENCIA.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-REF-ACTUAL.
           STRING WS-HORA WS-REF-SECUENCIA DELIMITED SIZE
               INTO WS-REF-ACTUAL.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    8500-ESCRIBIR-HISTORIAL -- MOVIMIENTO EN CFBALHST PARA EL
      *    ESTADO DE CUENTA, IGUAL QUE UNA CAPTURA HUMANA
      ******************************************************************
       8500-ESCRIBIR-HISTORIAL.
           OPEN EXTEND CF-HST-FILE.
           IF WS-FS-HST = "35"
               OPEN OUTPUT CF-HST-FILE
           END-IF.
           IF WS-FS-HST NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR EL HISTORIAL DE "
                   "SALDOS (CFBALHST). FILE STATUS=" WS-FS-HST
               GO TO 8500-EXIT.
           MOVE WS-CUENTA-ACTUAL TO CF-HST-CUENTA.
           MOVE WS-FECHA TO CF-HST-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-HST-HORA.
           MOVE WS-REF-ACTUAL TO CF-HST-REF.
           MOVE NUM1 TO CF-HST-VALOR-ANTERIOR.
           MOVE NUM2 TO CF-HST-VALOR-NUEVO.
           MOVE OPERADOR-ID TO CF-HST-OPERADOR.
           MOVE SPACES TO CF-HST-MONEDA.
           MOVE ZERO TO CF-HST-IMPORTE-ORIG.
           WRITE CF-HST-RECORD.
           CLOSE CF-HST-FILE.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *    8600-ESCRIBIR-EXCEPCION -- RECHAZO A LA GENERACION DEL DIA
      *    DE CFEXCLOG (MISMO FORMATO QUE CFACCRUE): CUENTA EN
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
           MOVE "CFPERCLS" TO CF-EXC-PROGRAMA.
           MOVE SPACES TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
           CLOSE CF-EXC-FILE.
       8600-EXIT.
           EXIT.

      ******************************************************************
      *    9800-ESCRIBIR-PIE-LOG -- PIE 'PI' DE LA SESION CON CONTEO
      *    Y HASH DE LO ESCRITO EN LA BITACORA, PARA CFLOGVER
      ******************************************************************
       9800-ESCRIBIR-PIE-LOG.
           MOVE SPACES TO CF-LOG-RECORD.
           MOVE OPERADOR-ID TO CF-LOG-OPERADOR-ID.
           MOVE WS-FECHA TO CF-LOG-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-LOG-HORA.
           MOVE "PI" TO CF-LOG-TIPO-TRANS.
           MOVE WS-SES-DETALLES TO CF-LOG-PIE-CUENTA.
           MOVE WS-SES-HASH TO CF-LOG-PIE-HASH.
           MOVE SPACES TO CF-LOG-REF.
           MOVE SPACES TO CF-LOG-TARIFA-COD.
           MOVE SPACES TO CF-LOG-CUENTA.
           ADD 1 TO WS-LOG-SEQ.
           MOVE WS-LOG-SEQ TO CF-LOG-SEQ.
           WRITE CF-LOG-RECORD.
       9800-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- PIE DE BITACORA, CIERRE DE ARCHIVOS,
      *    TOTALES Y CONTROL DE CORRIDA
      ******************************************************************
       9000-FINALIZAR.
           IF BITACORA-ABIERTA
               PERFORM 9800-ESCRIBIR-PIE-LOG THRU 9800-EXIT
               CLOSE CF-LOG-FILE
               CLOSE CF-ADJOUT-FILE
           END-IF.
           IF MAESTRO-ABIERTO
               CLOSE CF-BAL-FILE
           END-IF.
           IF CATEGORIAS-ABIERTAS
               CLOSE CF-CAT-FILE
           END-IF.
           IF PERIODOS-ABIERTOS
               CLOSE CF-PER-FILE
           END-IF.
           IF PBL-ABIERTO
               CLOSE CF-PBL-FILE
           END-IF.
           IF CIERRE-PROCEDE
               MOVE SPACES TO WS-PRT-LINEA
               MOVE ALL "-" TO WS-PRT-LINEA (1:45)
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               MOVE WS-CUENTAS TO WS-CONTADOR-EDIT
               MOVE WS-TOTAL-SALDOS TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-PRT-LINEA
               STRING "CUENTAS FOTOGRAFIADAS: " WS-CONTADOR-EDIT
                   "  SUMA DE SALDOS: " WS-IMPORTE-EDIT
                   DELIMITED SIZE INTO WS-PRT-LINEA
               PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               IF FIN-DE-ANIO
                   MOVE WS-ASIENTOS TO WS-CONTADOR-EDIT
                   MOVE WS-TOTAL-CERRADO TO WS-IMPORTE-EDIT
                   MOVE SPACES TO WS-PRT-LINEA
                   STRING "ASIENTOS DE CIERRE ANUAL: " WS-CONTADOR-EDIT
                       "  RESULTADO AL CAPITAL: " WS-IMPORTE-EDIT
                       DELIMITED SIZE INTO WS-PRT-LINEA
                   PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
                   MOVE WS-BLOQUEADAS TO WS-CONTADOR-EDIT
                   MOVE SPACES TO WS-PRT-LINEA
                   STRING "CUENTAS DE RESULTADOS CONGELADAS O CERRADAS "
                       "(A CFEXCLOG): " WS-CONTADOR-EDIT
                       DELIMITED SIZE INTO WS-PRT-LINEA
                   PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRT-LINEA.
           MOVE "*** FIN DEL REPORTE ***" TO WS-PRT-LINEA (1:23).
           PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
           CLOSE CF-PRT-FILE.
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
           MOVE "CFPERCLS" TO CF-RUN-PROGRAMA.
           MOVE WS-FECHA TO CF-RUN-FECHA.
           MOVE WS-RUN-TIPO TO CF-RUN-TIPO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-RUN-HORA.
           MOVE WS-CUENTAS TO CF-RUN-LEIDOS.
           MOVE WS-ASIENTOS TO CF-RUN-ACEPTADOS.
           MOVE WS-BLOQUEADAS TO CF-RUN-RECHAZADOS.
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

       END PROGRAM CFPERCLS.
