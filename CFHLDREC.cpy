      ******************************************************************
      * COPYBOOK:    CFHLDREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-14
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED ACCOUNT HOLD
      *              FILE (CFHLD01).  A HOLD EARMARKS PART OF AN
      *              ACCOUNT'S BALANCE (DISPUTED AMOUNT, COURT ORDER,
      *              ...) SO THAT IT CANNOT BE DEBITED.  KEYED BY
      *              ACCOUNT AND A HOLD NUMBER ASSIGNED PER ACCOUNT BY
      *              CFHLDMNT, WHICH PLACES AND RELEASES HOLDS.  A
      *              HOLD COUNTS WHILE IT IS 'A' (ACTIVA) AND ITS
      *              EXPIRY DATE (CF-HLD-VENCE, ZERO = NO EXPIRY) HAS
      *              NOT PASSED THE BUSINESS DATE; THE NIGHTLY STEP
      *              CFHLDEXP MARKS EXPIRED HOLDS 'V' (VENCIDA).
      *              AVAILABLE BALANCE = CF-BAL-SALDO MINUS THE SUM
      *              OF ACTIVE HOLDS (OPERACIONES, CFBALINQ, CFBALSTM).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-HLD-RECORD.
           05  CF-HLD-CLAVE.
               10  CF-HLD-CUENTA       PIC X(08).
               10  CF-HLD-NUMERO       PIC 9(04).
           05  CF-HLD-IMPORTE          PIC S9(7)V99.
           05  CF-HLD-RAZON            PIC X(30).
           05  CF-HLD-OPERADOR         PIC X(08).
           05  CF-HLD-FECHA-ALTA       PIC 9(08).
           05  CF-HLD-VENCE            PIC 9(08).
           05  CF-HLD-ESTADO           PIC X(01).
               88  CF-HLD-ACTIVA           VALUE 'A'.
               88  CF-HLD-LIBERADA         VALUE 'L'.
               88  CF-HLD-VENCIDA          VALUE 'V'.
           05  CF-HLD-FECHA-BAJA       PIC 9(08).
           05  CF-HLD-OPERADOR-BAJA    PIC X(08).
