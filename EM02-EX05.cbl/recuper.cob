      *REMARKS.      APURACAO DA RECUPERACAO: LE O ARQREP.DAT GERADO
      *              PELO LOTE DE ALUNOS E O ARQUIVO DE NOTAS DA
      *              PROVA DE RECUPERACAO (ARQNREC.DAT, POR
      *              MATRICULA E DISCIPLINA), COMPARA A NOTA OBTIDA
      *              COM A NOTA-NECESSARIA E FECHA A SITUACAO FINAL
      *              DE CADA ALUNO EM CADA DISCIPLINA EM ARQFINAL.DAT
      *              E NO RELATORIO RELRECUP. PENDENTES SEM NOTA
      *              LANCADA SAO LISTADOS COMO AUSENTES.

       ENVIRONMENT DIVISION.


       01 REG-REP.
           02 MATRICULA-REP PIC 9(07).
           02 COD-DISC-REP  PIC X(06).
           02 TURMA-REP     PIC X(04).
           02 NOME-REP      PIC X(30).
           02 FALTAS-REP    PIC 9(02).
           02 SEXO-REP      PIC X(01).
                            DEPENDING ON QTD-NOTAS-REP.

      *Notas da prova de recuperacao lancadas pela secretaria,
      *uma linha por matricula e disciplina
       FD ARQNREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQNREC.DAT".

       01 REG-NREC.
           02 MATRICULA-NR PIC 9(07).
           02 COD-DISC-NR  PIC X(06).
           02 NOTA-NR      PIC 9(02)V9(02).

      *Resultado final do ciclo: situacao fechada por aluno e
      *disciplina
       FD ARQFINAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFINAL.DAT".
           02 SITUACAO-FIN  PIC X(26).
           02 NOTA-NEC-FIN  PIC 9(02)V9(02).
           02 NOTA-OBT-FIN  PIC 9(02)V9(02).
           02 COD-DISC-FIN  PIC X(06).
           02 TURMA-FIN     PIC X(04).

      *Cadastro de matriculas mantido pelo MANUMATR: nota de
      *recuperacao lancada para matricula nao cadastrada ou nao
       01 TAB-NOTAS.
           02 NOTA-ENT OCCURS 9999 TIMES.
               03 MAT-TAB  PIC 9(07).
               03 DISC-TAB PIC X(06).
               03 NOTA-TAB PIC 9(02)V9(02).

       77 SITUACAO-FINAL PIC X(26) VALUE SPACES.

       01 CAB-03.
           02 FILLER    PIC X(08) VALUE "NUMERO  ".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(06) VALUE "DISC. ".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "NOME DO ALUNO".
           02 FILLER    PIC X(09) VALUE SPACES.
           02 FILLER    PIC X(09) VALUE "NECESSAR.".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(06) VALUE "OBTIDA".
       01 DETALHE-REC.
           02 MATRICULA-REL PIC X(08).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DISC-REL      PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOME-REL      PIC X(22).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOTA-NEC-REL  PIC Z9,99.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 NOTA-OBT-REL  PIC X(05).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).
                           ADD 1 TO QTD-NOTAS-TAB
                           MOVE MATRICULA-NR
                             TO MAT-TAB(QTD-NOTAS-TAB)
                           MOVE COD-DISC-NR
                             TO DISC-TAB(QTD-NOTAS-TAB)
                           MOVE NOTA-NR
                             TO NOTA-TAB(QTD-NOTAS-TAB)
                       ELSE
           PERFORM LEITURA.

      *COMPARA A NOTA OBTIDA NA RECUPERACAO COM A NOTA-NECESSARIA
      *CALCULADA PELO LOTE PARA A DISCIPLINA; SEM NOTA LANCADA O
      *ALUNO E AUSENTE
       APURA-ALUNO.
           MOVE "NAO" TO ACHOU-NOTA.
           MOVE 0     TO NOTA-OBTIDA.
           PERFORM VARYING IDX-NOTA FROM 1 BY 1
                   UNTIL IDX-NOTA > QTD-NOTAS-TAB
                      OR ACHOU-NOTA = "SIM"
               IF MAT-TAB(IDX-NOTA) = MATRICULA-REP AND
                  DISC-TAB(IDX-NOTA) = COD-DISC-REP
                   MOVE "SIM" TO ACHOU-NOTA
                   MOVE NOTA-TAB(IDX-NOTA) TO NOTA-OBTIDA
               END-IF
           MOVE SITUACAO-FINAL TO SITUACAO-FIN.
           MOVE NOTA-NECESSARIA TO NOTA-NEC-FIN.
           MOVE NOTA-OBTIDA    TO NOTA-OBT-FIN.
           MOVE COD-DISC-REP   TO COD-DISC-FIN.
           MOVE TURMA-REP      TO TURMA-FIN.
           WRITE REG-FINAL.
           PERFORM IMPRESSAO.

           MOVE MATRICULA-REP(1:6) TO MAT1.
           MOVE MATRICULA-REP(7:1) TO MAT2.
           MOVE MATRICULA-FMT  TO MATRICULA-REL.
           MOVE COD-DISC-REP   TO DISC-REL.
           MOVE NOME-REP       TO NOME-REL.
           MOVE NOTA-NECESSARIA TO NOTA-NEC-REL.
           IF ACHOU-NOTA = "SIM"
