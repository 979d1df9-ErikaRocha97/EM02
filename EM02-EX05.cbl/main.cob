
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENT  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTALU ASSIGN TO "SRTALU".
           SELECT ARQALU  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQREP  ASSIGN TO DISK
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA-MAT
           FILE STATUS IS FS-CADMATR.
           SELECT OPTIONAL CADDISC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-DISC
           FILE STATUS IS FS-CADDISC.
           SELECT OPTIONAL CADTURMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TUR
           FILE STATUS IS FS-CADTURMA.

       DATA DIVISION.

       FILE SECTION.

      *ARQALU como recebido: uma linha por matricula e disciplina,
      *em qualquer ordem; e ordenado por disciplina, turma e
      *matricula para ARQALUO antes do processamento
       FD ARQENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQALU.DAT".

       01 REG-ENT PIC X(92).

       SD SORTALU.
       01 REG-SORT-ALU.
           02 MATRICULA-SA PIC X(07).
           02 COD-DISC-SA  PIC X(06).
           02 TURMA-SA     PIC X(04).
           02 FILLER       PIC X(75).

      *ARQALU ordenado: notas e faltas do aluno em uma disciplina e
      *turma do periodo
       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQALUO.DAT".
           
       01 REG-ALU.
           02 MATRICULA-ALU. 
              03 MATRICULA-01 PIC 9(06).
              03 MATRICULA-02 PIC 9(01).
           02 GRUPO-ALU.
              03 COD-DISC-ALU PIC X(06).
              03 TURMA-ALU    PIC X(04).
        
           02 NOME-ALU      PIC X(30).
           02 FALTAS-ALU    PIC 9(02).
           
       01 REG-REP.
           02 MATRICULA-REP PIC 9(07).
           02 COD-DISC-REP  PIC X(06).
           02 TURMA-REP     PIC X(04).
           02 NOME-REP      PIC X(30).
           02 FALTAS-REP    PIC 9(02).
           02 SEXO-REP      PIC X(01).
           02 MATRICULA-EXA PIC X(07).
           02 NOME-EXA      PIC X(30).
           02 MOTIVO-EXA    PIC X(30).
           02 COD-DISC-EXA  PIC X(06).
           02 TURMA-EXA     PIC X(04).

      *Listagem impressa das rejeicoes da critica de ARQALU
       FD RELEXALU
                         DEPENDING ON QTD-PESOS.
           02 PARM-TOP-N PIC 9(03).

      *DO SEGUNDO REGISTRO EM DIANTE, PESOS PROPRIOS DE UMA
      *DISCIPLINA (MESMA REGRA: POSICAO NAO INFORMADA TEM PESO 1);
      *DISCIPLINA SEM REGISTRO USA OS PESOS GERAIS DO PRIMEIRO
       01 REG-PARAM-DISC.
           02 PARM-COD-DISC    PIC X(06).
           02 PARM-QTD-PESOS-D PIC 9(02).
           02 PARM-PESO-D      PIC 9(02) OCCURS 10 TIMES.

      *Arquivo intermediario com os aprovados desta execucao (media
      *ponderada de CALCULAMEDIA), ordenado ao final para o ranking
       FD ARQAPRO
           02 MATRICULA-AP PIC 9(07).
           02 NOME-AP      PIC X(30).
           02 MEDIA-AP     PIC 9(02)V9(02).
           02 COD-DISC-AP  PIC X(06).
           02 TURMA-AP     PIC X(04).

      *Arquivo de trabalho da ordenacao do ranking por disciplina
      *e media
       SD SORTRANK.
       01 REG-SORT-RK.
           02 MATRICULA-RK PIC 9(07).
           02 NOME-RK      PIC X(30).
           02 MEDIA-RK     PIC 9(02)V9(02).
           02 COD-DISC-RK  PIC X(06).
           02 TURMA-RK     PIC X(04).

      *Ranking dos aprovados de cada disciplina por media
      *decrescente, com posicao compartilhada em caso de empate e
      *corte opcional no TOP-N
       FD RELRANK
           LABEL RECORD IS OMITTED.

           02 STATUS-MAT    PIC X(01).
           02 DATA-ADM-MAT  PIC 9(08).

      *Cadastro de disciplinas mantido pelo MANUDISC: a nota so e
      *aceita para disciplina cadastrada e ativa ("A")
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

      *Inscricoes por disciplina mantidas pelo MANUDISC: o aluno
      *precisa estar inscrito na disciplina, na turma informada
       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADTURMA.DAT".

       01 REG-TURMA.
           02 CHAVE-TUR.
               03 MATRICULA-TUR PIC 9(07).
               03 COD-DISC-TUR  PIC X(06).
           02 TURMA-TUR     PIC X(04).
           02 PERIODO-TUR   PIC 9(06).
           02 DATA-INSC-TUR PIC 9(08).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADMATR    PIC X(02) VALUE "00".
       77 MATR-ATIVA    PIC X(03) VALUE "NAO".
       77 FS-CADDISC    PIC X(02) VALUE "00".
       77 DISC-ATIVA    PIC X(03) VALUE "NAO".
       77 FS-CADTURMA   PIC X(02) VALUE "00".
       77 TURMA-ATIVA   PIC X(03) VALUE "NAO".
       77 CT-LIN        PIC 9(02) VALUE 30.
       77 CT-PAG        PIC 9(02) VALUE ZEROES.
       77 CT-LIN-REP    PIC 9(02) VALUE 30.
       77 SOMA-PESOS    PIC 9(04) VALUE 0.
       77 TEM-PESOS     PIC X(03) VALUE "NAO".

      *Pesos gerais (primeiro registro de PARAMALU) e pesos
      *proprios por disciplina (registros seguintes); PESO-TAB
      *recebe o conjunto da disciplina do registro em processamento
       77 PESO-GER      PIC 9(02) OCCURS 10 TIMES VALUE 1.
       77 FIM-PARAM     PIC X(03) VALUE "NAO".
       77 QTD-DISC-PESO PIC 9(03) VALUE 0.
       77 IX-DISC       PIC 9(03) VALUE 0.
       77 DISC-PESOS    PIC X(06) VALUE HIGH-VALUES.
       01 TAB-PESOS-DISC.
           02 PESOS-DISC OCCURS 100 TIMES.
               03 DISC-TAB-PESO PIC X(06).
               03 PESO-DISC-TAB PIC 9(02) OCCURS 10 TIMES.

      *Quebra por disciplina e turma nos relatorios e controle de
      *matricula repetida na mesma disciplina
       77 GRUPO-ANT-AP  PIC X(10) VALUE HIGH-VALUES.
       77 GRUPO-ANT-REP PIC X(10) VALUE HIGH-VALUES.
       77 DISC-ANT-RK   PIC X(06) VALUE HIGH-VALUES.
       77 NOME-DISC-GRP PIC X(30) VALUE SPACES.

      *Matriculas ja aceitas na disciplina corrente; o arquivo vem
      *por disciplina e turma, e a mesma matricula em duas turmas da
      *disciplina nao chega em registros seguidos
       77 DISC-ANT-ALU  PIC X(06) VALUE HIGH-VALUES.
       77 QTD-MATR-DISC PIC 9(04) VALUE 0.
       77 MATR-DISC-MAX PIC 9(04) VALUE 2000.
       77 IX-MATR       PIC 9(04) VALUE 0.
       77 MATR-REPETIDA PIC X(03) VALUE "NAO".
       01 TAB-MATR-DISC.
           02 MATR-DISC-TAB PIC X(07) OCCURS 2000 TIMES.

       01 CAB-GRUPO.
           02 FILLER        PIC X(12) VALUE "DISCIPLINA: ".
           02 DISC-GRP      PIC X(06).
           02 FILLER        PIC X(03) VALUE " - ".
           02 NOME-GRP      PIC X(30).
           02 FILLER        PIC X(04) VALUE SPACES.
           02 FILLER        PIC X(07) VALUE "TURMA: ".
           02 TURMA-GRP     PIC X(04).
           02 FILLER        PIC X(14) VALUE SPACES.

       77 QTD-SEXO-F    PIC 9(04) VALUE ZEROES.
       77 QTD-SEXO-M    PIC 9(04) VALUE ZEROES.
       77 SOMA-MEDIA-F  PIC 9(06)V99 VALUE ZEROES.
           02 FILLER    PIC X(13) VALUE "NOME DO ALUNO".
           02 FILLER    PIC X(20) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "MEDIA".
           02 FILLER    PIC X(01) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "TURMA".
           02 FILLER    PIC X(10) VALUE SPACES.

       01 CAB-DISC-RK.
           02 FILLER        PIC X(12) VALUE "DISCIPLINA: ".
           02 DISC-RK-CAB   PIC X(06).
           02 FILLER        PIC X(03) VALUE " - ".
           02 NOME-RK-CAB   PIC X(30).
           02 FILLER        PIC X(29) VALUE SPACES.

      *Linha de detalhe do ranking
       01 DETALHE-RK.
           02 NOME-RK-REL   PIC X(30).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 MEDIA-RK-REL  PIC X(05).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TURMA-RK-REL  PIC X(04).
           02 FILLER        PIC X(11) VALUE SPACES.

       01 RODAPE-RK.
           02 FILLER      PIC X(27)

       01 CAB-03-FRQ.
           02 FILLER    PIC X(06) VALUE "NUMERO".
           02 FILLER    PIC X(04) VALUE SPACES.
           02 FILLER    PIC X(06) VALUE "DISC. ".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "TURMA".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "NOME DO ALUNO".
           02 FILLER    PIC X(18) VALUE SPACES.
           02 FILLER    PIC X(06) VALUE "FALTAS".
           02 FILLER    PIC X(18) VALUE SPACES.

       01 DETALHE-FRQ.
           02 MATRICULA-REL-FRQ PIC X(08).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 DISC-REL-FRQ      PIC X(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 TURMA-REL-FRQ     PIC X(04).
           02 FILLER            PIC X(03) VALUE SPACES.
           02 NOME-REL-FRQ      PIC X(30).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 FALTAS-REL-FRQ    PIC X(02).
           02 FILLER            PIC X(21) VALUE SPACES.

       01 RODAPE-FRQ.
           02 FILLER       PIC X(29)
      *COM O CADASTRO DE MATRICULAS PRESENTE, A CRITICA DE ARQALU
      *PASSA A EXIGIR ALUNO MATRICULADO; AUSENTE, A CONFERENCIA
      *FICA DESATIVADA (MESMO COMPORTAMENTO DO ARQMUNIC NO EX06)
      *O MESMO VALE PARA O CADASTRO DE DISCIPLINAS E O DE
      *INSCRICOES POR TURMA (CADDISC/CADTURMA, DO MANUDISC)
       INICIO.
           OPEN INPUT CADMATR.
           IF FS-CADMATR = "00"
               MOVE "SIM" TO MATR-ATIVA
           END-IF.
           OPEN INPUT CADDISC.
           IF FS-CADDISC = "00"
               MOVE "SIM" TO DISC-ATIVA
           END-IF.
           OPEN INPUT CADTURMA.
           IF FS-CADTURMA = "00"
               MOVE "SIM" TO TURMA-ATIVA
           END-IF.
      *ORDENA POR DISCIPLINA, TURMA E MATRICULA PARA A QUEBRA DOS
      *RELATORIOS E A CRITICA DE MATRICULA REPETIDA
           SORT SORTALU
               ON ASCENDING KEY COD-DISC-SA TURMA-SA MATRICULA-SA
               USING ARQENT
               GIVING ARQALU.
           OPEN INPUT ARQALU
           OPEN OUTPUT ARQREP
           OPEN OUTPUT RELAPROV
               AT END     MOVE "NAO" TO TEM-PESOS
               NOT AT END MOVE "SIM" TO TEM-PESOS
           END-READ
           PERFORM CARREGA-PESOS-GERAIS.
           IF TEM-PESOS = "SIM"
               PERFORM LE-PESOS-DISCIPLINA
           END-IF.
           CLOSE PARAMALU.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE PESO-GER(I) TO PESO-TAB(I)
           END-PERFORM.

       CARREGA-PESOS-GERAIS.
      *AS POSICOES NAO INFORMADAS EM PARAMALU PERMANECEM COM O PESO
      *PADRAO 1 (JA ASSUMIDO POR PESO-TAB)
      *QTD-PESOS VEM DIRETO DE PARAMALU; SE VIER MAIOR QUE O TAMANHO
               END-IF
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > QTD-PESOS OR I > 10
                   MOVE PARM-PESO(I) TO PESO-GER(I)
               END-PERFORM
      *TOP-N DO RANKING: PARAMETROS ANTIGOS, SEM O CAMPO, CHEGAM
      *COM ESPACOS E MANTEM O PADRAO ZERO (RANKING COMPLETO)
                   MOVE PARM-TOP-N TO TOP-N
               END-IF
           END-IF.

      *PESOS POR DISCIPLINA: AS POSICOES ALEM DE PARM-QTD-PESOS-D
      *FICAM COM PESO 1, COMO NOS PESOS GERAIS
       LE-PESOS-DISCIPLINA.
           MOVE "NAO" TO FIM-PARAM.
           PERFORM UNTIL FIM-PARAM = "SIM"
               READ PARAMALU
                   AT END MOVE "SIM" TO FIM-PARAM
                   NOT AT END
                       IF PARM-COD-DISC NOT = SPACES AND
                          PARM-QTD-PESOS-D IS NUMERIC
                           PERFORM GUARDA-PESOS-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-PESOS-DISCIPLINA.
           IF QTD-DISC-PESO = 100
               DISPLAY "EX05: TAB-PESOS-DISC CHEIA (100) - "
                   "PARAMALU COM DISCIPLINAS DEMAIS - ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-DISC-PESO.
           MOVE PARM-COD-DISC TO DISC-TAB-PESO(QTD-DISC-PESO).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               IF I > PARM-QTD-PESOS-D
                   MOVE 1 TO PESO-DISC-TAB(QTD-DISC-PESO, I)
               ELSE
                   MOVE PARM-PESO-D(I)
                     TO PESO-DISC-TAB(QTD-DISC-PESO, I)
               END-IF
           END-PERFORM.

      *PESO-TAB RECEBE OS PESOS DA DISCIPLINA DO REGISTRO, OU OS
      *GERAIS QUANDO A DISCIPLINA NAO TEM PESOS PROPRIOS
       SELECIONA-PESOS.
           MOVE COD-DISC-ALU TO DISC-PESOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE PESO-GER(I) TO PESO-TAB(I)
           END-PERFORM.
           PERFORM VARYING IX-DISC FROM 1 BY 1
                   UNTIL IX-DISC > QTD-DISC-PESO
               IF DISC-TAB-PESO(IX-DISC) = COD-DISC-ALU
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                       MOVE PESO-DISC-TAB(IX-DISC, I) TO PESO-TAB(I)
                   END-PERFORM
               END-IF
           END-PERFORM.
       
       LEITURA.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ
           IF REGISTRO-VALIDO-ALU = "NAO"
               PERFORM GRAVA-EXCECAO-ALU
           ELSE
               IF COD-DISC-ALU NOT = DISC-PESOS
                   PERFORM SELECIONA-PESOS
               END-IF
               PERFORM CALCULAMEDIA
      *ALUNOS COM 12 A 15 FALTAS AINDA NAO CAIRAM NO CORTE, MAS
      *ENTRAM NO RELATORIO DE FREQUENCIA PARA O TUTOR INTERVIR
      *CRITICA DE ENTRADA DE ARQALU: MATRICULA E FALTAS NUMERICAS,
      *SEXO F/M, QTD-NOTAS ENTRE 1 E 10 E CADA NOTA ENTRE 0 E 10.
      *A QTD-NOTAS E CRITICADA ANTES DAS NOTAS PARA NAO INDEXAR A
      *TABELA COM UM VALOR INVALIDO. DISCIPLINA E TURMA SAO
      *OBRIGATORIAS, E A MESMA MATRICULA SO PODE VIR UMA VEZ POR
      *DISCIPLINA, EM QUALQUER TURMA (TAB-MATR-DISC GUARDA AS JA
      *ACEITAS E RECOMECA A CADA DISCIPLINA)
       VALIDA-ALUNO.
           MOVE "SIM"  TO REGISTRO-VALIDO-ALU.
           MOVE SPACES TO MOTIVO-VALIDACAO.
           IF COD-DISC-ALU NOT = DISC-ANT-ALU
               MOVE COD-DISC-ALU TO DISC-ANT-ALU
               MOVE 0 TO QTD-MATR-DISC
           END-IF.
           PERFORM PROCURA-MATR-DISC.
           EVALUATE TRUE
               WHEN MATRICULA-ALU IS NOT NUMERIC
                   MOVE "MATRICULA NAO NUMERICA"
                     TO MOTIVO-VALIDACAO
               WHEN COD-DISC-ALU = SPACES OR TURMA-ALU = SPACES
                   MOVE "DISCIPLINA/TURMA NAO INFORMADA"
                     TO MOTIVO-VALIDACAO
               WHEN MATR-REPETIDA = "SIM"
                   MOVE "REPETIDA NA MESMA DISCIPLINA"
                     TO MOTIVO-VALIDACAO
               WHEN SEXO-ALU NOT = "F" AND SEXO-ALU NOT = "M"
                   MOVE "SEXO-ALU INVALIDO" TO MOTIVO-VALIDACAO
               WHEN FALTAS-ALU IS NOT NUMERIC
           IF MOTIVO-VALIDACAO = SPACES
               PERFORM VALIDA-MATRICULA
           END-IF.
           IF MOTIVO-VALIDACAO = SPACES
               PERFORM VALIDA-DISCIPLINA
           END-IF.
           IF MOTIVO-VALIDACAO = SPACES
               PERFORM VALIDA-INSCRICAO
           END-IF.
           IF MOTIVO-VALIDACAO NOT = SPACES
               MOVE "NAO" TO REGISTRO-VALIDO-ALU
           ELSE
               PERFORM GUARDA-MATR-DISC
           END-IF.

       PROCURA-MATR-DISC.
           MOVE "NAO" TO MATR-REPETIDA.
           PERFORM VARYING IX-MATR FROM 1 BY 1
                   UNTIL IX-MATR > QTD-MATR-DISC
               IF MATR-DISC-TAB(IX-MATR) = MATRICULA-ALU
                   MOVE "SIM" TO MATR-REPETIDA
               END-IF
           END-PERFORM.

       GUARDA-MATR-DISC.
           IF QTD-MATR-DISC = MATR-DISC-MAX
               DISPLAY "EX05: TAB-MATR-DISC CHEIA (2000) - "
                   "DISCIPLINA " COD-DISC-ALU " - ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-MATR-DISC.
           MOVE MATRICULA-ALU TO MATR-DISC-TAB(QTD-MATR-DISC).

       VALIDA-NOTAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS-ALU
               IF NOTA-ALU(I) IS NOT NUMERIC OR NOTA-ALU(I) > 10
               END-READ
           END-IF.

      *DISCIPLINA PRECISA EXISTIR NO CADDISC E ESTAR ATIVA; O NOME
      *FICA GUARDADO PARA O CABECALHO DO GRUPO NOS RELATORIOS
       VALIDA-DISCIPLINA.
           MOVE SPACES TO NOME-DISC-GRP.
           IF DISC-ATIVA = "SIM"
               MOVE COD-DISC-ALU TO COD-DISC
               READ CADDISC
                   INVALID KEY
                       MOVE "DISCIPLINA NAO CADASTRADA"
                         TO MOTIVO-VALIDACAO
                   NOT INVALID KEY
                       MOVE NOME-DISC TO NOME-DISC-GRP
                       IF SITUACAO-DISC NOT = "A"
                           MOVE "DISCIPLINA INATIVA"
                             TO MOTIVO-VALIDACAO
                       END-IF
               END-READ
           END-IF.

      *O ALUNO PRECISA ESTAR INSCRITO NA DISCIPLINA, NA MESMA TURMA
       VALIDA-INSCRICAO.
           IF TURMA-ATIVA = "SIM"
               MOVE MATRICULA-ALU TO MATRICULA-TUR
               MOVE COD-DISC-ALU  TO COD-DISC-TUR
               READ CADTURMA
                   INVALID KEY
                       MOVE "NAO INSCRITO NA DISCIPLINA"
                         TO MOTIVO-VALIDACAO
                   NOT INVALID KEY
                       IF TURMA-TUR NOT = TURMA-ALU
                           MOVE "TURMA DIVERGE DA INSCRICAO"
                             TO MOTIVO-VALIDACAO
                       END-IF
               END-READ
           END-IF.

       GRAVA-EXCECAO-ALU.
           ADD 1 TO CT-REJ-ALU.
           MOVE MATRICULA-ALU    TO MATRICULA-EXA.
           MOVE NOME-ALU         TO NOME-EXA.
           MOVE MOTIVO-VALIDACAO TO MOTIVO-EXA.
           MOVE COD-DISC-ALU     TO COD-DISC-EXA.
           MOVE TURMA-ALU        TO TURMA-EXA.
           WRITE REG-EXALU.
           IF CT-LIN-EXA GREATER THAN 29
               PERFORM CABECALHO-EXA

       MOVE-DADOS-REP.
           MOVE MATRICULA-ALU TO MATRICULA-REP
           MOVE COD-DISC-ALU  TO COD-DISC-REP
           MOVE TURMA-ALU     TO TURMA-REP
           MOVE NOME-ALU      TO NOME-REP
           MOVE FALTAS-ALU    TO FALTAS-REP
           MOVE SEXO-ALU      TO SEXO-REP
           END-PERFORM.

       IMPRESSAO-REP.
      *CADA DISCIPLINA E TURMA COMECA EM PAGINA NOVA
           IF GRUPO-ALU NOT = GRUPO-ANT-REP
               MOVE GRUPO-ALU TO GRUPO-ANT-REP
               MOVE 30 TO CT-LIN-REP
           END-IF.
      *IMPRIME CABEÇALHO DO RELATORIO DE REPROVADOS A CADA 30 LINHAS
           IF CT-LIN-REP GREATER THAN 29
               PERFORM CABECALHO-REP
           MOVE MATRICULA-01 TO MAT1.
           MOVE MATRICULA-02 TO MAT2.
           MOVE MATRICULA-FMT TO MATRICULA-REL-FRQ.
           MOVE COD-DISC-ALU TO DISC-REL-FRQ.
           MOVE TURMA-ALU TO TURMA-REL-FRQ.
           MOVE NOME-ALU TO NOME-REL-FRQ.
           MOVE FALTAS-ALU TO FALTAS-FMT.
           MOVE FALTAS-FMT TO FALTAS-REL-FRQ.
           WRITE REG-REL-REP AFTER ADVANCING PAGE.
           WRITE REG-REL-REP FROM CAB-01-REP AFTER ADVANCING 1 LINE.
           WRITE REG-REL-REP FROM CAB-02-REP AFTER ADVANCING 3 LINES.
           PERFORM MONTA-CAB-GRUPO.
           WRITE REG-REL-REP FROM CAB-GRUPO AFTER ADVANCING 2 LINES.
           WRITE REG-REL-REP FROM CAB-03-REP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL-REP
           WRITE REG-REL-REP AFTER ADVANCING 1 LINE.
      *ZERA O CONTADOR DE LINHA
           MOVE ZEROES TO CT-LIN-REP.

      *LINHA DA DISCIPLINA E TURMA NO CABECALHO DO RELAPROV/RELREP
       MONTA-CAB-GRUPO.
           MOVE COD-DISC-ALU  TO DISC-GRP.
           MOVE NOME-DISC-GRP TO NOME-GRP.
           MOVE TURMA-ALU     TO TURMA-GRP.

       IMPRESSAO.
      *CADA DISCIPLINA E TURMA COMECA EM PAGINA NOVA
           IF GRUPO-ALU NOT = GRUPO-ANT-AP
               MOVE GRUPO-ALU TO GRUPO-ANT-AP
               MOVE 30 TO CT-LIN
           END-IF.
      *IMPRIME CABEÇALHO QUANDO ATINGE 30 LINHAS
      *CT-LIN INICIA VALENDO 30
           IF CT-LIN GREATER THAN 29
           MOVE MATRICULA-ALU TO MATRICULA-AP.
           MOVE NOME-ALU      TO NOME-AP.
           MOVE MEDIA-CALC    TO MEDIA-AP.
           MOVE COD-DISC-ALU  TO COD-DISC-AP.
           MOVE TURMA-ALU     TO TURMA-AP.
           WRITE REG-APRO.

       ACUMULA-SEXO.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           PERFORM MONTA-CAB-GRUPO.
           WRITE REG-REL FROM CAB-GRUPO AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
      *REL-REL SERVE PARA ADICIONAR LINHA EM BRANCO     
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM RODAPE-EXA-IMPRIME.
           PERFORM GRAVA-AUDITORIA.
           CLOSE ARQALU ARQREP RELAPROV RELREP RELFREQ
                 ARQEXALU RELEXALU ARQAPRO CADMATR CADTURMA.
           PERFORM ORDENA-RANKING.
           CLOSE CADDISC.

      *ORDENA OS APROVADOS DE CADA DISCIPLINA POR MEDIA DECRESCENTE
      *E GERA O RANKING, COM POSICAO COMPARTILHADA NOS EMPATES E
      *CORTE NO TOP-N QUANDO O PARAMETRO FOI INFORMADO
       ORDENA-RANKING.
           SORT SORTRANK
               ON ASCENDING KEY COD-DISC-RK
               ON DESCENDING KEY MEDIA-RK
               USING ARQAPRO
               OUTPUT PROCEDURE IS GERA-RANKING.
       GERA-RANKING.
           OPEN OUTPUT RELRANK.
           RETURN SORTRANK AT END MOVE "SIM" TO FIM-SORT-RK.
           PERFORM UNTIL FIM-SORT-RK = "SIM"
               IF COD-DISC-RK NOT = DISC-ANT-RK
                   PERFORM QUEBRA-DISC-RANK
               END-IF
               IF PARA-RANK = "NAO"
                   PERFORM IMPRIME-RANK
               END-IF
               RETURN SORTRANK AT END MOVE "SIM" TO FIM-SORT-RK
           END-PERFORM.
           IF DISC-ANT-RK NOT = HIGH-VALUES
               PERFORM RODAPE-RANK
           END-IF.
           CLOSE RELRANK.

      *NOVA DISCIPLINA: FECHA O RANKING DA ANTERIOR, REINICIA AS
      *POSICOES E O CORTE DO TOP-N E ABRE PAGINA NOVA
       QUEBRA-DISC-RANK.
           IF DISC-ANT-RK NOT = HIGH-VALUES
               PERFORM RODAPE-RANK
           END-IF.
           MOVE COD-DISC-RK TO DISC-ANT-RK.
           MOVE 0           TO CT-RANKEADOS.
           MOVE 0           TO POSICAO-RANK.
           MOVE 99,99       TO MEDIA-ANT-RK.
           MOVE "NAO"       TO PARA-RANK.
           MOVE 30          TO CT-LIN-RK.
           MOVE COD-DISC-RK TO DISC-RK-CAB.
           MOVE SPACES      TO NOME-RK-CAB.
           IF DISC-ATIVA = "SIM"
               MOVE COD-DISC-RK TO COD-DISC
               READ CADDISC
                   INVALID KEY     MOVE SPACES    TO NOME-RK-CAB
                   NOT INVALID KEY MOVE NOME-DISC TO NOME-RK-CAB
               END-READ
           END-IF.

      *EMPATES COMPARTILHAM A POSICAO (A SEGUINTE SALTA), E O CORTE
      *DO TOP-N LEVA JUNTO OS EMPATADOS NA ULTIMA POSICAO IMPRESSA
       IMPRIME-RANK.
               MOVE NOME-RK TO NOME-RK-REL
               MOVE MEDIA-RK TO MEDIA-FMT
               MOVE MEDIA-FMT TO MEDIA-RK-REL
               MOVE TURMA-RK TO TURMA-RK-REL
               WRITE REG-RANK FROM DETALHE-RK
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN-RK
           WRITE REG-RANK AFTER ADVANCING PAGE.
           WRITE REG-RANK FROM CAB-01-RK AFTER ADVANCING 1 LINE.
           WRITE REG-RANK FROM CAB-02-RK AFTER ADVANCING 3 LINES.
           WRITE REG-RANK FROM CAB-DISC-RK AFTER ADVANCING 2 LINES.
           WRITE REG-RANK FROM CAB-03-RK AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-RANK
           WRITE REG-RANK AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN-RK.
