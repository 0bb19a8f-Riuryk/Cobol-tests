      *                     (CFEXCCOR) BUSCAN DIRECTO POR REFERENCIA
      *                     EN VEZ DE RECORRER LAS GENERACIONES, CON
      *                     CAIDA AL RECORRIDO CUANDO NO HAY INDICE.
      *   2026-10-15  RR   LAS IMAGENES DEL SORT CRECEN A 104 (BITACORA)
      *                     Y 112 BYTES (EXCEPCIONES): AMBOS REGISTROS
      *                     TRAEN AHORA LA SUCURSAL.
      *   2026-10-15  RR   LA IMAGEN DEL SORT DE EXCEPCIONES CRECE A
      *                     132 BYTES: LA EXCEPCION TRAE AHORA CODIGO
      *                     DE RECHAZO, PROGRAMA Y ORIGEN DEL LOTE, QUE
      *                     SE ANEXAN TAL COMO LOS ESTAMPO LA SESION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLOGMRG.
       SD  CF-SORTL-FILE.
       01  CF-SORTL-RECORD.
           05  CF-SORTL-HORA           PIC 9(08).
           05  CF-SORTL-IMAGEN         PIC X(104).

       SD  CF-SORTE-FILE.
       01  CF-SORTE-RECORD.
           05  CF-SORTE-HORA           PIC 9(08).
           05  CF-SORTE-IMAGEN         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUS                    PIC X(02) VALUE "00".
