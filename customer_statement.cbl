           05 CUST-NAME                    PIC X(50).
           05 CUST-EMAIL                   PIC X(100).
           05 CUST-SIGNUP                  PIC X(10).
           05 CUST-STATUS                  PIC X(01).
           05 CUST-STATUS-DATE             PIC X(10).
      *
      *----------------------------------------------------------------*
      * INPUT FILE: CERTIFIED-CLEAN TRANSACTIONS FROM THE PRE-EDIT    *
