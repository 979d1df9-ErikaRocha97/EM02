           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCRM.TXT".

       01 REG-CRM PIC X(126).

      *Retorno do CRM: um registro por CPF processado, com o
      *resultado e o codigo de erro deles quando rejeitado
