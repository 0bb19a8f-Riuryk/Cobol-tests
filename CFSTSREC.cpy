      ******************************************************************
      * COPYBOOK:    CFSTSREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF THE ONE-RECORD SYSTEM-STATUS FILE
      *              (CFSYSSTS).  THE FIRST STEP OF THE NIGHTLY
      *              WINDOW (CFVENTAN, ACCION=ABRIR) MARKS THE BATCH
      *              WINDOW OPEN WITH ITS START DATE AND TIME, AND
      *              THE LAST ONE (ACCION=CERRAR) MARKS IT CLOSED.
      *              WHILE IT IS OPEN THE ONLINE CAPTURE, APPROVAL
      *              AND MAINTENANCE PROGRAMS REFUSE TO POST TO THE
      *              MASTERS THE WINDOW IS READING, UNLESS A
      *              SUPERVISOR OVERRIDES (LOGGED TO CFSIGNLG AS 'V').
      *              A MISSING FILE MEANS NO WINDOW HAS EVER RUN AND
      *              READS AS CLOSED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-STS-RECORD.
           05  CF-STS-VENTANA          PIC X(01).
               88  CF-STS-VENTANA-ABIERTA  VALUE 'A'.
               88  CF-STS-VENTANA-CERRADA  VALUE 'C' ' '.
           05  CF-STS-FECHA-INICIO     PIC 9(08).
           05  CF-STS-HORA-INICIO      PIC 9(08).
           05  CF-STS-FECHA-NEGOCIO    PIC 9(08).
           05  CF-STS-FECHA-FIN        PIC 9(08).
           05  CF-STS-HORA-FIN         PIC 9(08).
           05  CF-STS-FORZADO-POR      PIC X(08).
