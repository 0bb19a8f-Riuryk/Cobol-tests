      *                    TRANSACTION REFERENCE CARRIED FROM CFTRNIN
      *                    (OR GENERATED BY THE CAPTURE PROGRAM) SO A
      *                    REJECT TRACES BACK TO ITS SUBMISSION.
      *   2026-10-15  RR   NEW BRANCH FIELD (CF-EXC-SUCURSAL), FILLED BY
      *                    THE SAME RULE AS CF-LOG-SUCURSAL SO THE
      *                    DAILY BRANCH SUMMARY (CFSUCRPT) CAN COUNT
      *                    EACH BRANCH'S REJECTS.
      *   2026-10-15  RR   NEW REJECTION-CODE FIELD (CF-EXC-CODIGO, SEE
      *                    CFRCHREC / CFRCH01) STAMPED NEXT TO THE
      *                    FREE-TEXT REASON, THE WRITING PROGRAM
      *                    (CF-EXC-PROGRAMA, SAME NAME AS IN CFRUNCTL)
      *                    AND THE BATCH ORIGIN (CF-EXC-ORIGEN, FROM
      *                    CF-TRANIN-CAB-ORIGEN; THE BRANCH CODE FOR A
      *                    CFCSVIMP FEED).  OLDER RECORDS READ BLANK
      *                    THERE.  THE RECORD IS NOW 132 BYTES.
      ******************************************************************
       01  CF-EXC-RECORD.
           05  CF-EXC-OPERADOR-ID      PIC X(08).
           05  CF-EXC-NUM2-TXT         PIC X(11).
           05  CF-EXC-RAZON            PIC X(40).
           05  CF-EXC-REF              PIC X(12).
           05  CF-EXC-SUCURSAL         PIC X(04).
           05  CF-EXC-CODIGO           PIC X(04).
           05  CF-EXC-PROGRAMA         PIC X(08).
           05  CF-EXC-ORIGEN           PIC X(08).
