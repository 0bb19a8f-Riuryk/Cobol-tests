      *                    THE TRIAL-BALANCE REPORT (CFTRBRPT) GROUPS
      *                    AND SUBTOTALS BY THIS CODE.  BLANK ON
      *                    LEGACY RECORDS = "SIN CATEGORIA".
      *   2026-10-14  RR   ACCOUNT STATUS (CF-BAL-ESTADO) WITH THE DATE
      *                    AND OPERATOR OF THE LAST STATUS CHANGE.
      *                    FROZEN AND CLOSED ACCOUNTS REFUSE POSTINGS
      *                    (OPERACIONES, CFACCRUE, CFSTDGEN); DORMANT
      *                    IS SET BY THE NIGHTLY SWEEP (CFDORMNT) AND
      *                    STILL ACCEPTS POSTINGS.  BLANK ON LEGACY
      *                    RECORDS = ACTIVE.  CHANGED IN CFBALINQ.
      *   2026-10-15  RR   NEW HOME BRANCH (CF-BAL-SUCURSAL), A CODE OF
      *                    THE BRANCH TABLE CFSUC01.  USED TO STAMP
      *                    THE BRANCH OF SYSTEM POSTINGS (ACCRUALS,
      *                    PERIOD CLOSE, SUSPENSE RELEASE) AND OF ANY
      *                    ADJUSTMENT WHOSE CAPTURE CARRIES NO BRANCH.
      *                    SET AT ALTA AND CHANGED IN CFBALINQ.  BLANK
      *                    ON LEGACY RECORDS = NO BRANCH.
      *   2026-10-15  RR   NEW ACCOUNT HOLDER (CF-BAL-TITULAR), THE ID OF
      *                    THE CUSTOMER ON THE HOLDER MASTER CFTIT01,
      *                    SO THE ACCOUNTS OF ONE CUSTOMER CAN BE
      *                    CONSOLIDATED (CFTITMNT, CFTITRPT).  SET AT
      *                    ALTA AND CHANGED IN CFBALINQ.  BLANK ON
      *                    LEGACY RECORDS = NO HOLDER.
      ******************************************************************
       01  CF-BAL-RECORD.
           05  CF-BAL-CUENTA           PIC X(08).
           05  CF-BAL-FECHA-MOV        PIC 9(08).
           05  CF-BAL-OPERADOR-MOV     PIC X(08).
           05  CF-BAL-CATEGORIA        PIC X(04).
           05  CF-BAL-ESTADO           PIC X(01).
               88  CF-BAL-ACTIVA               VALUE 'A' ' '.
               88  CF-BAL-CONGELADA            VALUE 'C'.
               88  CF-BAL-CERRADA              VALUE 'X'.
               88  CF-BAL-DORMIDA              VALUE 'D'.
               88  CF-BAL-BLOQUEADA            VALUE 'C' 'X'.
           05  CF-BAL-FECHA-ESTADO     PIC 9(08).
           05  CF-BAL-OPERADOR-ESTADO  PIC X(08).
           05  CF-BAL-SUCURSAL         PIC X(04).
           05  CF-BAL-TITULAR          PIC X(08).
