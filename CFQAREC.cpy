      ******************************************************************
      * COPYBOOK:    CFQAREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE QUALITY-REVIEW QUEUE
      *              (CFQAQUE).  EVERY NIGHT CFQASMP DRAWS A RANDOM
      *              SAMPLE OF EACH OPERATOR'S ACCEPTED POSTINGS (CF
      *              AND AJ) FROM THE DAY'S BITACORA AND APPENDS THEM
      *              HERE AS 'P' (PENDIENTE), WITH THE SAMPLE DATE AND
      *              A COPY OF THE POSTING.  A SUPERVISOR OTHER THAN
      *              THE OPERATOR MARKS EACH ITEM CONFIRMED ('C') OR
      *              IN ERROR ('E') WITH A COMMENT IN CFQAREV, WHICH
      *              STAMPS ITS ID AND TIMESTAMP.  CFQARPT REPORTS
      *              SAMPLE SIZE AND ERROR RATE PER OPERATOR AND THE
      *              ITEMS STILL PENDING PAST THE CFQAPRM DAYS.
      *              DECIDED ITEMS ARE KEPT AS THE REVIEW HISTORY.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-QA-RECORD.
           05  CF-QA-ESTADO            PIC X(01).
               88  CF-QA-PENDIENTE         VALUE 'P'.
               88  CF-QA-CONFIRMADO        VALUE 'C'.
               88  CF-QA-ERROR             VALUE 'E'.
           05  CF-QA-FECHA-MUESTRA     PIC 9(08).
           05  CF-QA-OPERADOR          PIC X(08).
           05  CF-QA-FECHA             PIC 9(08).
           05  CF-QA-HORA              PIC 9(08).
           05  CF-QA-SEQ               PIC 9(06).
           05  CF-QA-TIPO-TRANS        PIC X(02).
           05  CF-QA-OPERACION         PIC 9(01).
           05  CF-QA-NUM1              PIC S9(7)V99.
           05  CF-QA-NUM2              PIC S9(7)V99.
           05  CF-QA-RESULTADO         PIC S9(7)V99.
           05  CF-QA-REF               PIC X(12).
           05  CF-QA-CUENTA            PIC X(08).
           05  CF-QA-RAZON-COD         PIC X(04).
           05  CF-QA-SUCURSAL          PIC X(04).
           05  CF-QA-REVISOR           PIC X(08).
           05  CF-QA-FECHA-REVISION    PIC 9(08).
           05  CF-QA-HORA-REVISION     PIC 9(08).
           05  CF-QA-COMENTARIO        PIC X(40).
