           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCRM.TXT".

       01 REG-CRM PIC X(126).

       FD CRMTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCRM.TMP".

       01 REG-CRMTEMP PIC X(126).

      *Evidencia de conformidade: nenhum dado pessoal, apenas o hash
      *do CPF, as datas e as contagens removidas por arquivo
