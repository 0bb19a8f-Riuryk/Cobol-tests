      *                     REGLA QUE LA VERIFICACION DE LOTE), PARA
      *                     QUE EL LOTE GENERADO NUNCA SE CAIGA EN LA
      *                     PUERTA POR SU PROPIO PIE.
      *   2026-10-15  RR   SEXTA COLUMNA OPCIONAL: FECHA EFECTIVA
      *                     (AAAAMMDD).  SE VALIDA AQUI (FECHA VALIDA Y
      *                     NO ANTERIOR A LA FECHA DE NEGOCIO) Y VIAJA
      *                     EN EL DETALLE; CONTROLDEFLUJO ALMACENA A
      *                     FUTURO (CFFUT01) LO QUE VENCE DESPUES DE
      *                     HOY.
      *   2026-10-15  RR   LA CABECERA DEL LOTE LLEVA LA SUCURSAL
      *                     (CF-TRANIN-CAB-SUCURSAL) PARA LA BITACORA.
      *                     SE COTEJA CONTRA LA TABLA DE SUCURSALES
      *                     (CFSUC01): SI NO EXISTE O ESTA INACTIVA SE
      *                     AVISA (RC=4) Y EL LOTE SE GENERA IGUAL.
      *   2026-10-15  RR   CADA RENGLON RECHAZADO VA ADEMAS A LA
      *                     GENERACION DEL DIA DE CFEXCLOG CON SU CODIGO
      *                     DE RECHAZO (TABLA CFRCH01), EL PROGRAMA Y LA
      *                     SUCURSAL COMO ORIGEN: EL ANALISIS DE CAUSAS
      *                     DEL MES (CFRCHRPT) CUENTA ASI LOS RECHAZOS
      *                     DE CADA ALIMENTADOR.  EL CODIGO SE MUESTRA
      *                     TAMBIEN EN CFCSVERR Y EN CONSOLA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCSVIMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERR.

           SELECT CF-EXC-FILE ASSIGN DYNAMIC WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

           SELECT CF-RATE-FILE ASSIGN TO "CFRATE01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUR-CODIGO
               FILE STATUS IS WS-FS-CUR.

           SELECT CF-SUC-FILE ASSIGN TO "CFSUC01"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-SUC-CODIGO
               FILE STATUS IS WS-FS-SUC.

           SELECT CF-RUN-FILE ASSIGN TO "CFRUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.
       FD  CF-ERR-FILE.
       01  CF-ERR-RECORD.
           05  CF-ERR-NUM-RENGLON       PIC 9(06).
           05  CF-ERR-CODIGO            PIC X(04).
           05  CF-ERR-RAZON             PIC X(40).
           05  CF-ERR-RENGLON           PIC X(80).

       FD  CF-EXC-FILE.
           COPY CFEXCREC.

       FD  CF-RATE-FILE.
           COPY CFRATREC.

       FD  CF-CUR-FILE.
           COPY CFCURREC.

       FD  CF-SUC-FILE.
           COPY CFSUCREC.

       FD  CF-RUN-FILE.
           COPY CFRUNREC.

       77  WS-FS-CSV                    PIC X(02) VALUE "00".
       77  WS-FS-TRN                    PIC X(02) VALUE "00".
       77  WS-FS-ERR                    PIC X(02) VALUE "00".
       77  WS-FS-EXC                    PIC X(02) VALUE "00".
       77  WS-FS-RATE                   PIC X(02) VALUE "00".
       77  WS-FS-CUR                    PIC X(02) VALUE "00".
       77  WS-FS-SUC                    PIC X(02) VALUE "00".
       77  WS-FS-RUN                    PIC X(02) VALUE "00".

       01  WS-FECHA                     PIC 9(08).
       01  WS-HORA                      PIC 9(08).
       01  WS-EXC-FILENAME              PIC X(20).
       01  OPERADOR-ID                  PIC X(08) VALUE "CSVIMP01".
       77  WS-RUN-TIPO                  PIC X(01) VALUE "I".

       01  WS-PARM-STRING               PIC X(80).
           88  MONEDAS-ABIERTAS                   VALUE "S".
       77  SW-ERR-ABIERTO               PIC X(01) VALUE "N".
           88  ERR-ABIERTO                       VALUE "S".
       77  SW-EXC-ABIERTO               PIC X(01) VALUE "N".
           88  EXC-ABIERTO                       VALUE "S".

       77  WS-TEST-NUMVAL               PIC S9(04) COMP.

       01  WS-CSV-NUM2                  PIC X(20).
       01  WS-CSV-MONEDA                PIC X(20).
       01  WS-CSV-REF                   PIC X(20).
       01  WS-CSV-FECHA                 PIC X(20).
       01  WS-FECHA-EFECTIVA            PIC 9(08).
       01  WS-RAZON-RECHAZO             PIC X(40).
       01  WS-CODIGO-RECHAZO            PIC X(04).
       77  WS-OPERACION-NUM             PIC 9(01) VALUE ZERO.

       77  WS-RENGLONES                 PIC 9(06) VALUE ZERO COMP.
               MOVE "SUC1" TO WS-SUCURSAL
               DISPLAY "AVISO: SIN SUCURSAL EN EL PARM; SE USA SUC1."
           END-IF.
           PERFORM 1200-VALIDAR-SUCURSAL THRU 1200-EXIT.
           MOVE SPACES TO WS-LOTE-ID.
           STRING WS-SUCURSAL WS-FECHA (5:4) DELIMITED SIZE
               INTO WS-LOTE-ID.
           MOVE "C" TO CF-TRANIN-TIPO.
           MOVE WS-LOTE-ID TO CF-TRANIN-CAB-LOTE-ID.
           MOVE WS-SUCURSAL TO CF-TRANIN-CAB-ORIGEN.
           MOVE WS-SUCURSAL TO CF-TRANIN-CAB-SUCURSAL.
           MOVE WS-FECHA TO CF-TRANIN-CAB-FECHA-NEG.
           WRITE CF-TRANIN-RECORD.
       1000-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-VALIDAR-SUCURSAL -- LA SUCURSAL DEBE EXISTIR Y ESTAR
      *    ACTIVA EN CFSUC01; SI NO, SOLO SE AVISA (RC=4).  SIN LA
      *    TABLA SE CONTINUA SIN VALIDAR.
      ******************************************************************
       1200-VALIDAR-SUCURSAL.
           OPEN INPUT CF-SUC-FILE.
           IF WS-FS-SUC NOT = "00"
               DISPLAY "AVISO: TABLA DE SUCURSALES (CFSUC01) NO "
                   "DISPONIBLE. SE CONTINUA SIN VALIDAR."
               GO TO 1200-EXIT.
           MOVE WS-SUCURSAL TO CF-SUC-CODIGO.
           READ CF-SUC-FILE
               KEY IS CF-SUC-CODIGO
               INVALID KEY
                   DISPLAY "AVISO: LA SUCURSAL " WS-SUCURSAL
                       " NO EXISTE EN CFSUC01."
                   MOVE 4 TO RETURN-CODE
                   GO TO 1200-CERRAR
           END-READ.
           IF NOT CF-SUC-ACTIVA
               DISPLAY "AVISO: LA SUCURSAL " WS-SUCURSAL
                   " ESTA INACTIVA EN CFSUC01."
               MOVE 4 TO RETURN-CODE.
       1200-CERRAR.
           CLOSE CF-SUC-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESAR-RENGLON -- UN RENGLON CSV A LA VEZ
      ******************************************************************
               GO TO 2000-EXIT.
           ADD 1 TO WS-RENGLONES.
           MOVE SPACES TO WS-CSV-NUM1 WS-CSV-OPERACION WS-CSV-NUM2
               WS-CSV-MONEDA WS-CSV-REF WS-CSV-FECHA.
           UNSTRING CF-CSV-RENGLON DELIMITED BY ","
               INTO WS-CSV-NUM1 WS-CSV-OPERACION WS-CSV-NUM2
                   WS-CSV-MONEDA WS-CSV-REF WS-CSV-FECHA.
           PERFORM 3000-VALIDAR-RENGLON THRU 3000-EXIT.
           IF DATO-VALIDO
               PERFORM 4000-ESCRIBIR-DETALLE THRU 4000-EXIT
      ******************************************************************
       3000-VALIDAR-RENGLON.
           MOVE "S" TO SW-DATO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
           MOVE SPACES TO WS-RAZON-RECHAZO.
           IF WS-CSV-NUM1 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           MOVE FUNCTION TEST-NUMVAL(WS-CSV-NUM1) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(WS-CSV-NUM1)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
      *    EL DETALLE SOLO GUARDA 11 CARACTERES: UN IMPORTE MAS
      *    TRUNCARSE Y DESCUADRAR EL PIE DEL LOTE.
           IF WS-CSV-NUM1 (12:9) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFMT" TO WS-CODIGO-RECHAZO
               MOVE "NUM1 NO CABE EN EL FORMATO (MAX 11)"
                   TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
               OR WS-CSV-OPERACION (1:1) > "7"
               OR WS-CSV-OPERACION (2:19) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DOPE" TO WS-CODIGO-RECHAZO
               MOVE "CODIGO DE OPERACION INVALIDO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           MOVE WS-CSV-OPERACION (1:1) TO WS-OPERACION-NUM.
               GO TO 3000-MONEDA.
           IF WS-CSV-NUM2 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           MOVE FUNCTION TEST-NUMVAL(WS-CSV-NUM2) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUM" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 NO ES NUMERICO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           IF FUNCTION ABS(FUNCTION NUMVAL(WS-CSV-NUM2)) > 9999999.99
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DRNG" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 FUERA DE RANGO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
           IF WS-CSV-NUM2 (12:9) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFMT" TO WS-CODIGO-RECHAZO
               MOVE "NUM2 NO CABE EN EL FORMATO (MAX 11)"
                   TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
                   OR WS-OPERACION-NUM = 6)
               AND FUNCTION NUMVAL(WS-CSV-NUM2) = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DDIV" TO WS-CODIGO-RECHAZO
               MOVE "DIVISION POR CERO" TO WS-RAZON-RECHAZO
               GO TO 3000-EXIT.
       3000-MONEDA.
               GO TO 3000-EXIT.
           IF WS-CSV-MONEDA NOT = SPACES
               PERFORM 3200-VALIDAR-MONEDA THRU 3200-EXIT.
           IF NOT DATO-VALIDO
               GO TO 3000-EXIT.
           IF WS-CSV-FECHA NOT = SPACES
               PERFORM 3300-VALIDAR-FECHA THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-VALIDAR-TARIFA.
           IF WS-CSV-NUM2 = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DNUL" TO WS-CODIGO-RECHAZO
               MOVE "CODIGO DE TARIFA EN BLANCO" TO WS-RAZON-RECHAZO
               GO TO 3100-EXIT.
           IF WS-CSV-NUM2 (5:16) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFMT" TO WS-CODIGO-RECHAZO
               MOVE "CODIGO DE TARIFA NO CABE (MAX 4)"
                   TO WS-RAZON-RECHAZO
               GO TO 3100-EXIT.
               OPEN INPUT CF-RATE-FILE
               IF WS-FS-RATE NOT = "00"
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "ARCHIVO DE TARIFAS NO DISPONIBLE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3100-EXIT
               KEY IS CF-RATE-CODIGO
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RTAR" TO WS-CODIGO-RECHAZO
                   MOVE "CODIGO DE TARIFA DESCONOCIDO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3100-EXIT
           IF WS-FECHA < CF-RATE-VIG-DESDE
               OR WS-FECHA > CF-RATE-VIG-HASTA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RTAR" TO WS-CODIGO-RECHAZO
               MOVE "TARIFA FUERA DE VIGENCIA" TO WS-RAZON-RECHAZO
               GO TO 3100-EXIT.
       3100-EXIT.
       3200-VALIDAR-MONEDA.
           IF WS-CSV-MONEDA (4:17) NOT = SPACES
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFMT" TO WS-CODIGO-RECHAZO
               MOVE "CODIGO DE MONEDA NO CABE (MAX 3)"
                   TO WS-RAZON-RECHAZO
               GO TO 3200-EXIT.
               OPEN INPUT CF-CUR-FILE
               IF WS-FS-CUR NOT = "00"
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "SARC" TO WS-CODIGO-RECHAZO
                   MOVE "TABLA DE MONEDAS NO DISPONIBLE"
                       TO WS-RAZON-RECHAZO
                   GO TO 3200-EXIT
               KEY IS CF-CUR-CODIGO
               INVALID KEY
                   MOVE "N" TO SW-DATO-VALIDO
                   MOVE "RMON" TO WS-CODIGO-RECHAZO
                   MOVE "CODIGO DE MONEDA DESCONOCIDO"
                       TO WS-RAZON-RECHAZO
                   GO TO 3200-EXIT
           IF WS-FECHA < CF-CUR-VIG-DESDE
               OR WS-FECHA > CF-CUR-VIG-HASTA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "RMON" TO WS-CODIGO-RECHAZO
               MOVE "MONEDA FUERA DE VIGENCIA" TO WS-RAZON-RECHAZO
               GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-VALIDAR-FECHA -- UNA FECHA EFECTIVA PRESENTE DEBE SER
      *    AAAAMMDD VALIDA Y NO ANTERIOR A LA FECHA DE NEGOCIO
      ******************************************************************
       3300-VALIDAR-FECHA.
           IF WS-CSV-FECHA (9:12) NOT = SPACES
               OR WS-CSV-FECHA (1:8) IS NOT NUMERIC
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA INVALIDA" TO WS-RAZON-RECHAZO
               GO TO 3300-EXIT.
           MOVE WS-CSV-FECHA (1:8) TO WS-FECHA-EFECTIVA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-EFECTIVA) NOT = ZERO
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA INVALIDA" TO WS-RAZON-RECHAZO
               GO TO 3300-EXIT.
           IF WS-FECHA-EFECTIVA < WS-FECHA
               MOVE "N" TO SW-DATO-VALIDO
               MOVE "DFEC" TO WS-CODIGO-RECHAZO
               MOVE "FECHA EFECTIVA ANTERIOR A FECHA NEGOCIO"
                   TO WS-RAZON-RECHAZO
               GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ESCRIBIR-DETALLE -- RENGLON BUENO COMO DETALLE 'D';
      *    EL HASH ACUMULA NUM1+NUM2 CON LA MISMA REGLA QUE LA
           MOVE WS-CSV-NUM2 (1:11) TO CF-TRANIN-NUM2.
           MOVE WS-CSV-REF (1:12) TO CF-TRANIN-REF.
           MOVE WS-CSV-MONEDA (1:3) TO CF-TRANIN-MONEDA.
           MOVE WS-CSV-FECHA (1:8) TO CF-TRANIN-FECHA-EFECTIVA.
           WRITE CF-TRANIN-RECORD.
      *    EL HASH DEL PIE SE CALCULA SOBRE LOS CAMPOS TAL COMO
      *    QUEDARON ESCRITOS EN EL DETALLE, CON LA MISMA REGLA QUE

      ******************************************************************
      *    5000-LISTAR-RECHAZO -- EL RENGLON QUE NO SE PUDO CONVERTIR
      *    QUEDA LISTADO CON SU CODIGO Y RAZON EN CFCSVERR, EN CONSOLA
      *    Y EN LA GENERACION DEL DIA DE CFEXCLOG
      ******************************************************************
       5000-LISTAR-RECHAZO.
           DISPLAY "RENGLON " WS-RENGLONES " RECHAZADO: "
               WS-CODIGO-RECHAZO " " WS-RAZON-RECHAZO.
           PERFORM 5100-ESCRIBIR-EXCEPCION THRU 5100-EXIT.
           IF NOT ERR-ABIERTO
               OPEN OUTPUT CF-ERR-FILE
               IF WS-FS-ERR NOT = "00"
               MOVE "S" TO SW-ERR-ABIERTO
           END-IF.
           MOVE WS-RENGLONES TO CF-ERR-NUM-RENGLON.
           MOVE WS-CODIGO-RECHAZO TO CF-ERR-CODIGO.
           MOVE WS-RAZON-RECHAZO TO CF-ERR-RAZON.
           MOVE CF-CSV-RENGLON TO CF-ERR-RENGLON.
           WRITE CF-ERR-RECORD.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-ESCRIBIR-EXCEPCION -- EL RENGLON RECHAZADO EN
      *    CFEXCLOG.<FECHA> CON EL MISMO FORMATO QUE UN RECHAZO DE LA
      *    CALCULADORA EN LOTE: NUM1, OPERACION Y NUM2 COMO VINIERON,
      *    RENGLON EN NUM-REGISTRO Y LA SUCURSAL COMO ORIGEN.  LA
      *    GENERACION SE ABRE UNA SOLA VEZ POR CORRIDA.
      ******************************************************************
       5100-ESCRIBIR-EXCEPCION.
           IF NOT EXC-ABIERTO
               MOVE SPACES TO WS-EXC-FILENAME
               STRING "CFEXCLOG." WS-FECHA DELIMITED SIZE
                   INTO WS-EXC-FILENAME
               OPEN EXTEND CF-EXC-FILE
               IF WS-FS-EXC = "35"
                   OPEN OUTPUT CF-EXC-FILE
               END-IF
               IF WS-FS-EXC NOT = "00"
                   DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA EXCEPCION "
                       "(CFEXCLOG). FILE STATUS=" WS-FS-EXC
                   GO TO 5100-EXIT
               END-IF
               MOVE "S" TO SW-EXC-ABIERTO
           END-IF.
           MOVE OPERADOR-ID TO CF-EXC-OPERADOR-ID.
           MOVE WS-FECHA TO CF-EXC-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA TO CF-EXC-HORA.
           MOVE WS-RENGLONES TO CF-EXC-NUM-REGISTRO.
           MOVE WS-CSV-NUM1 (1:11) TO CF-EXC-NUM1-TXT.
           MOVE WS-CSV-OPERACION (1:1) TO CF-EXC-OPERACION-TXT.
           MOVE WS-CSV-NUM2 (1:11) TO CF-EXC-NUM2-TXT.
           MOVE WS-RAZON-RECHAZO TO CF-EXC-RAZON.
           MOVE WS-CSV-REF (1:12) TO CF-EXC-REF.
           MOVE WS-SUCURSAL TO CF-EXC-SUCURSAL.
           MOVE WS-CODIGO-RECHAZO TO CF-EXC-CODIGO.
           MOVE "CFCSVIMP" TO CF-EXC-PROGRAMA.
           MOVE WS-SUCURSAL TO CF-EXC-ORIGEN.
           WRITE CF-EXC-RECORD.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-FINALIZAR -- PIE DEL LOTE Y RESUMEN
      ******************************************************************
           IF ERR-ABIERTO
               CLOSE CF-ERR-FILE
           END-IF.
           IF EXC-ABIERTO
               CLOSE CF-EXC-FILE
           END-IF.
           MOVE WS-CONVERTIDOS TO WS-CONTADOR-EDIT.
           DISPLAY "LOTE " WS-LOTE-ID " GENERADO EN CFTRANCV CON "
               WS-CONTADOR-EDIT " DETALLES.".
