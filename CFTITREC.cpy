      ******************************************************************
      * COPYBOOK:    CFTITREC
      * AUTHOR:      R. ROCHA
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE:     LAYOUT OF ONE RECORD ON THE KEYED ACCOUNT-HOLDER
      *              MASTER (CFTIT01).  ONE RECORD PER CUSTOMER WITH
      *              NAME, TAX ID, ADDRESS AND CONTACT.  EACH ACCOUNT
      *              OF CFBALMST MAY NAME ITS HOLDER (CF-BAL-TITULAR),
      *              SO ONE HOLDER GROUPS ANY NUMBER OF ACCOUNTS.
      *              CFTITMNT MAINTAINS THE MASTER AND SHOWS THE
      *              CONSOLIDATED POSITION OF A HOLDER; CFTITRPT LISTS
      *              THE HOLDERS WHOSE COMBINED BALANCE REACHES THE
      *              LEVEL OF CFTITPRM.  AN INACTIVE HOLDER STAYS ON
      *              FILE FOR HISTORY BUT CAN NO LONGER BE ASSIGNED
      *              TO AN ACCOUNT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  RR   ORIGINAL COPYBOOK.
      ******************************************************************
       01  CF-TIT-RECORD.
           05  CF-TIT-ID               PIC X(08).
           05  CF-TIT-NOMBRE           PIC X(40).
           05  CF-TIT-RFC              PIC X(13).
           05  CF-TIT-DIRECCION.
               10  CF-TIT-CALLE        PIC X(40).
               10  CF-TIT-CIUDAD       PIC X(25).
               10  CF-TIT-CP           PIC X(05).
           05  CF-TIT-TELEFONO         PIC X(15).
           05  CF-TIT-CORREO           PIC X(40).
           05  CF-TIT-ESTADO           PIC X(01).
               88  CF-TIT-ACTIVO               VALUE 'A'.
               88  CF-TIT-INACTIVO             VALUE 'I'.
           05  CF-TIT-FECHA-ALTA       PIC 9(08).
           05  CF-TIT-OPERADOR-ALTA    PIC X(08).
