      *                     REGISTRO PEDIDO EN VEZ DE LEER EL ARCHIVO
      *                     DE FRENTE A ATRAS; SIN INDICE SE CAE AL
      *                     RECORRIDO FILTRADO POR LA REFERENCIA.
      *   2026-10-15  RR   LOS RECHAZOS DE COMPROBANTE DE DIARIO
      *                     (MARCA 'CV') SE TRATAN COMO LOS DE AJUSTE:
      *                     SOLO SE SALTAN O SE DEJAN PENDIENTES; EL
      *                     COMPROBANTE SE RECAPTURA COMPLETO EN CFADJIN
      *                     (TIPOS 'V' Y 'L').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFEXCCOR.
                   "RECAPTURA EN CFADJIN (TIPO 'T'), NO AQUI."
               PERFORM 2600-PREGUNTAR-SALTAR THRU 2600-EXIT
               GO TO 2000-EXIT.
           IF CF-EXC-OPERACION-TXT = "CV"
               DISPLAY "ESTE RECHAZO ES DE UN COMPROBANTE: SE "
                   "RECAPTURA COMPLETO EN CFADJIN (TIPOS 'V' Y 'L'), "
                   "NO AQUI."
               PERFORM 2600-PREGUNTAR-SALTAR THRU 2600-EXIT
               GO TO 2000-EXIT.
           PERFORM 2100-PREGUNTAR-DISPOSICION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
