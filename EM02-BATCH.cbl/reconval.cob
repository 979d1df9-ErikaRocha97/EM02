           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

       FD CADSOCM
           LABEL RECORD ARE STANDARD
