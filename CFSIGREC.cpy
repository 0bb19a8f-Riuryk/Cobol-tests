      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-01  RR   ORIGINAL COPYBOOK.
      *   2026-10-15  RR   RESULT 'V': A SUPERVISOR AUTHORIZED
      *                    POSTING (OR STARTING THE BATCH) WHILE THE
      *                    BATCH WINDOW WAS OPEN (SEE CFSTSREC).
      ******************************************************************
       01  CF-SIG-RECORD.
           05  CF-SIG-FECHA            PIC 9(08).
               88  CF-SIG-ACEPTADO         VALUE 'A'.
               88  CF-SIG-FALLIDO          VALUE 'F'.
               88  CF-SIG-BLOQUEO          VALUE 'B'.
               88  CF-SIG-FORZADO          VALUE 'V'.
