      *              APAGANDO AS COPIAS DATADAS VENCIDAS. ASSIM O
      *              RELSOCIO DA ULTIMA TERCA EXISTE QUANDO A
      *              AUDITORIA PEDIR - A REIMPRESSAO E FEITA PELO
      *              REIMPREL A PARTIR DO INDICE. O EXTRATO DO CRM
      *              (CADCRM.TXT) TAMBEM GANHA COPIA DATADA, QUE
      *              REGISTRA EM QUE NOITES CADA CPF FOI ENVIADO AO
      *              CRM (CONSULTADA PELO LGPDACES).

       ENVIRONMENT DIVISION.

       77 ARQ-PURGA     PIC X(21) VALUE SPACES.

      *Relatorios do ciclo cobertos pelo repositorio
       77 QTD-RELS      PIC 9(02) VALUE 23.
       77 IDX-REL       PIC 9(02).
       01 TAB-RELATORIOS.
           02 FILLER PIC X(12) VALUE "RELSOCIO".
           02 FILLER PIC X(12) VALUE "RELRECON".
           02 FILLER PIC X(12) VALUE "RELGUARD".
           02 FILLER PIC X(12) VALUE "RELRECONV".
           02 FILLER PIC X(12) VALUE "CADCRM.TXT".
       01 TAB-RELS REDEFINES TAB-RELATORIOS.
           02 NOME-REL-TAB PIC X(12) OCCURS 23 TIMES.

       PROCEDURE DIVISION.

