       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      TOTALIZACAO DO DIARIO DE FALTAS: SOMA AS FALTAS
      *              NAO JUSTIFICADAS DE ARQFALTA.DAT POR MATRICULA
      *              E DISCIPLINA E GRAVA UMA NOVA GERACAO DO
      *              ARQALU.DAT
      *              (ARQALUNV.DAT) COM O FALTAS-ALU ATUALIZADO,
      *              IMPRIMINDO EM RELTFALT O ANTES/DEPOIS POR ALUNO
      *              PARA A SECRETARIA APROVAR ANTES DA TROCA DO

       01 REG-ALU.
           02 MATRICULA-ALU PIC 9(07).
           02 COD-DISC-ALU  PIC X(06).
           02 TURMA-ALU     PIC X(04).
           02 NOME-ALU      PIC X(30).
           02 FALTAS-ALU    PIC 9(02).
           02 SEXO-ALU      PIC X(01).
                            OCCURS 1 TO 10 TIMES
                            DEPENDING ON QTD-NOTAS-ALU.

      *Diario de faltas lancado pelo LANCFALT; a disciplina fica no
      *fim do registro (lancamentos anteriores a estrutura por
      *disciplina tem o campo em branco e nao somam em nenhuma)
       FD ARQFALTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFALTA.DAT".
           02 MATRICULA-FA PIC 9(07).
           02 DATA-FA      PIC 9(08).
           02 JUSTIF-FA    PIC X(01).
           02 COD-DISC-FA  PIC X(06).

      *Nova geracao do arquivo de alunos com o FALTAS-ALU derivado
      *do diario; so substitui o ARQALU.DAT apos a aprovacao

       01 REG-ALUNV.
           02 MATRICULA-NV PIC 9(07).
           02 COD-DISC-NV  PIC X(06).
           02 TURMA-NV     PIC X(04).
           02 NOME-NV      PIC X(30).
           02 FALTAS-NV    PIC 9(02).
           02 SEXO-NV      PIC X(01).
       77 I             PIC 9(02) VALUE 0.
       77 FALTAS-APUR   PIC 9(04) VALUE 0.

      *Total de faltas nao justificadas por matricula e disciplina;
      *estouro da tabela aborta para nenhum aluno ficar com total
      *errado
       77 QTD-MATS      PIC 9(05) VALUE 0.
       77 MATS-MAX      PIC 9(05) VALUE 30000.
       77 IDX-MAT       PIC 9(05).
       77 POS-MAT       PIC 9(05).
       01 TAB-FALTAS.
           02 FALTA-ENT OCCURS 30000 TIMES.
               03 MAT-TAB    PIC 9(07).
               03 DISC-TAB   PIC X(06).
               03 FALTAS-TAB PIC 9(04).

      *Cabecalhos do registro de totalizacao
           02 FILLER  PIC X(22) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(07) VALUE "MATRIC.".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "DISC. ".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "NOME DO ALUNO".
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "ANTES ".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "DEPOIS".
           02 FILLER  PIC X(17) VALUE SPACES.

       01 DETALHE-TF.
           02 MAT-REL      PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DISC-REL     PIC X(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ANTES-REL    PIC Z9.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 DEPOIS-REL   PIC Z9.
           02 FILLER       PIC X(20) VALUE SPACES.

       01 RODAPE-LINHA.
           02 ROTULO-ROD  PIC X(30).
           OPEN OUTPUT RELTFALT.
           PERFORM LEITURA.

      *ACUMULA AS FALTAS NAO JUSTIFICADAS ("N") POR MATRICULA E
      *DISCIPLINA
       CARREGA-FALTAS.
           OPEN INPUT ARQFALTA.
           PERFORM UNTIL FIM-FALTA = "SIM"
           PERFORM VARYING IDX-MAT FROM 1 BY 1
                   UNTIL IDX-MAT > QTD-MATS
                      OR POS-MAT > 0
               IF MAT-TAB(IDX-MAT) = MATRICULA-FA AND
                  DISC-TAB(IDX-MAT) = COD-DISC-FA
                   MOVE IDX-MAT TO POS-MAT
               END-IF
           END-PERFORM.
               ADD 1 TO QTD-MATS
               MOVE QTD-MATS TO POS-MAT
               MOVE MATRICULA-FA TO MAT-TAB(POS-MAT)
               MOVE COD-DISC-FA  TO DISC-TAB(POS-MAT)
               MOVE 0 TO FALTAS-TAB(POS-MAT)
           END-IF.
           ADD 1 TO FALTAS-TAB(POS-MAT).
           ADD 1 TO CT-ALUNOS.
           PERFORM APURA-FALTAS-ALUNO.
           MOVE MATRICULA-ALU TO MATRICULA-NV.
           MOVE COD-DISC-ALU  TO COD-DISC-NV.
           MOVE TURMA-ALU     TO TURMA-NV.
           MOVE NOME-ALU      TO NOME-NV.
           MOVE SEXO-ALU      TO SEXO-NV.
           MOVE QTD-NOTAS-ALU TO QTD-NOTAS-NV.
           PERFORM VARYING IDX-MAT FROM 1 BY 1
                   UNTIL IDX-MAT > QTD-MATS
                      OR POS-MAT > 0
               IF MAT-TAB(IDX-MAT) = MATRICULA-ALU AND
                  DISC-TAB(IDX-MAT) = COD-DISC-ALU
                   MOVE IDX-MAT TO POS-MAT
               END-IF
           END-PERFORM.
               PERFORM CABECALHO
           END-IF.
           MOVE MATRICULA-ALU TO MAT-REL.
           MOVE COD-DISC-ALU  TO DISC-REL.
           MOVE NOME-ALU      TO NOME-REL.
           MOVE FALTAS-ALU    TO ANTES-REL.
           MOVE FALTAS-NV     TO DEPOIS-REL.
