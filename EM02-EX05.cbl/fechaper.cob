      *              CICLO - APROVADOS DIRETOS DO ARQAPRO.DAT (EX05)
      *              E SITUACOES FECHADAS DO ARQFINAL.DAT (RECUPER) -
      *              COM MATRICULA, PERIODO (AAAAPP), MEDIA, FALTAS
      *              (DO ARQALU DO CICLO) E SITUACAO FINAL, UMA LINHA
      *              POR DISCIPLINA CURSADA (COM A TURMA), ANTES DE
      *              A PROXIMA EXECUCAO SOBREPOR OS ARQUIVOS. O
      *              HISTORICO ESCOLAR E IMPRESSO PELO HISTESC. UM
      *              PERIODO JA ARQUIVADO NAO E ACEITO DE NOVO; AS
      *              CORRECOES POSTERIORES SAO LINHAS ANEXADAS PELO
      *              REVNOTA (NUMERO DA REVISAO, PROCESSO E DATA).

       ENVIRONMENT DIVISION.

           02 MATRICULA-AP PIC 9(07).
           02 NOME-AP      PIC X(30).
           02 MEDIA-AP     PIC 9(02)V9(02).
           02 COD-DISC-AP  PIC X(06).
           02 TURMA-AP     PIC X(04).

      *Situacoes fechadas pela apuracao da recuperacao (RECUPER)
       FD ARQFINAL
           02 SITUACAO-FIN  PIC X(26).
           02 NOTA-NEC-FIN  PIC 9(02)V9(02).
           02 NOTA-OBT-FIN  PIC 9(02)V9(02).
           02 COD-DISC-FIN  PIC X(06).
           02 TURMA-FIN     PIC X(04).

      *Arquivo de alunos do ciclo, fonte das faltas do periodo em
      *cada disciplina
       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQALU.DAT".

       01 REG-ALU.
           02 MATRICULA-ALU PIC 9(07).
           02 COD-DISC-ALU  PIC X(06).
           02 TURMA-ALU     PIC X(04).
           02 NOME-ALU      PIC X(30).
           02 FALTAS-ALU    PIC 9(02).
           02 SEXO-ALU      PIC X(01).
                            DEPENDING ON QTD-NOTAS-ALU.

      *Arquivo permanente do historico academico, um registro por
      *aluno, periodo e disciplina; disciplina e turma ficam no fim
      *do registro (periodos arquivados antes da estrutura por
      *disciplina tem os dois campos em branco)
       FD HISTACAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTACAD.DAT".
           02 MEDIA-HA     PIC 9(02)V9(02).
           02 FALTAS-HA    PIC 9(02).
           02 SITUACAO-HA  PIC X(26).
           02 COD-DISC-HA  PIC X(06).
           02 TURMA-HA     PIC X(04).
           02 SEQ-REV-HA   PIC 9(02).
           02 PROCESSO-HA  PIC X(12).
           02 DATA-REV-HA  PIC 9(08).

       FD RELFPER
           LABEL RECORD IS OMITTED.
       77 FALTAS-APUR   PIC 9(02) VALUE 0.
       77 PERIODO-EXISTE PIC X(03) VALUE "NAO".

      *Faltas do ciclo por matricula e disciplina, carregadas do
      *ARQALU; estouro aborta para nenhum periodo ser arquivado pela
      *metade
       77 QTD-ALUNOS    PIC 9(05) VALUE 0.
       77 ALUNOS-MAX    PIC 9(05) VALUE 30000.
       77 IDX-ALU       PIC 9(05).
       77 POS-ALU       PIC 9(05).
       01 TAB-FALTAS.
           02 FALTA-ENT OCCURS 30000 TIMES.
               03 MAT-TAB    PIC 9(07).
               03 DISC-TAB   PIC X(06).
               03 FALTAS-TAB PIC 9(02).

       01 RODAPE-LINHA.
                       END-IF
                       ADD 1 TO QTD-ALUNOS
                       MOVE MATRICULA-ALU TO MAT-TAB(QTD-ALUNOS)
                       MOVE COD-DISC-ALU  TO DISC-TAB(QTD-ALUNOS)
                       MOVE FALTAS-ALU    TO FALTAS-TAB(QTD-ALUNOS)
               END-READ
           END-PERFORM.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTD-ALUNOS
                      OR POS-ALU > 0
               IF MAT-TAB(IDX-ALU) = MATRICULA-HA AND
                  DISC-TAB(IDX-ALU) = COD-DISC-HA
                   MOVE IDX-ALU TO POS-ALU
               END-IF
           END-PERFORM.
                       MOVE PERIODO-INF  TO PERIODO-HA
                       MOVE NOME-AP      TO NOME-HA
                       MOVE MEDIA-AP     TO MEDIA-HA
                       MOVE COD-DISC-AP  TO COD-DISC-HA
                       MOVE TURMA-AP     TO TURMA-HA
                       MOVE 0            TO SEQ-REV-HA DATA-REV-HA
                       MOVE SPACES       TO PROCESSO-HA
                       PERFORM BUSCA-FALTAS
                       MOVE FALTAS-APUR  TO FALTAS-HA
                       MOVE "APROVADO"   TO SITUACAO-HA
                       MOVE PERIODO-INF   TO PERIODO-HA
                       MOVE NOME-FIN      TO NOME-HA
                       MOVE NOTA-OBT-FIN  TO MEDIA-HA
                       MOVE COD-DISC-FIN  TO COD-DISC-HA
                       MOVE TURMA-FIN     TO TURMA-HA
                       MOVE 0            TO SEQ-REV-HA DATA-REV-HA
                       MOVE SPACES       TO PROCESSO-HA
                       PERFORM BUSCA-FALTAS
                       MOVE FALTAS-APUR   TO FALTAS-HA
                       MOVE SITUACAO-FIN  TO SITUACAO-HA
