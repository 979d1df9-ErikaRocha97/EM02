      *REMARKS.      HISTORICO ESCOLAR: IMPRIME EM RELHIST, PARA UMA
      *              MATRICULA PEDIDA OU PARA TODAS (0), OS PERIODOS
      *              ARQUIVADOS EM HISTACAD.DAT PELO FECHAPER, EM
      *              ORDEM DE MATRICULA E PERIODO, COM AS DISCIPLINAS
      *              CURSADAS EM CADA PERIODO (NOME E CARGA HORARIA
      *              DO CADDISC), MEDIA, FALTAS E SITUACAO FINAL, E
      *              NO FIM DE CADA ALUNO A CARGA HORARIA CURSADA E
      *              APROVADA E A MEDIA GERAL - O DOCUMENTO QUE A
      *              SECRETARIA MONTAVA A MAO DAS PILHAS DE
      *              RELATORIOS ANTIGOS. UMA DISCIPLINA REVISADA
      *              DEPOIS DO FECHAMENTO (REVNOTA) SAI SO COM A
      *              ULTIMA REVISAO, MARCADA COM * APOS A MEDIA E
      *              SEGUIDA DO NUMERO DA REVISAO, DO PROCESSO E DA
      *              DATA; AS LINHAS ANTERIORES FICAM SO NO HISTACAD.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQATIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQSENHA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-SEN
           FILE STATUS IS FS-SENHA.
           SELECT OPTIONAL PARAMSEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTACAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDISC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-DISC
           FILE STATUS IS FS-CADDISC.
           SELECT SORTHIST ASSIGN TO "SRTHIST".
           SELECT RELHIST  ASSIGN TO DISK.

           02 PROGRAMA-ATIV PIC X(08).
           02 FUNCAO-ATIV   PIC X(10).

      *Senhas dos operadores (so o hash, nunca a senha), data da
      *ultima troca, falhas seguidas e situacao: A ativa, T troca
      *obrigatoria (primeiro uso ou reinicio no MANUOPER), B
      *bloqueada por excesso de falhas
       FD ARQSENHA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSENHA.DAT".

       01 REG-SENHA.
           02 ID-SEN         PIC X(08).
           02 HASH-SEN       PIC 9(18).
           02 DATA-TROCA-SEN PIC 9(08).
           02 FALHAS-SEN     PIC 9(02).
           02 SITUACAO-SEN   PIC X(01).
           02 DATA-BLOQ-SEN  PIC 9(08).

      *Validade da senha em dias (0 = nao vence) e falhas seguidas
      *ate o bloqueio, mantidos pelo MANUPARM
       FD PARAMSEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMSEN.DAT".

       01 REG-PARAM-SEN.
           02 PARM-DIAS-SENHA PIC 9(03).
           02 PARM-MAX-FALHAS PIC 9(02).

      *Historico academico permanente gravado pelo FECHAPER
       FD HISTACAD
           LABEL RECORD ARE STANDARD
           02 MEDIA-HA     PIC 9(02)V9(02).
           02 FALTAS-HA    PIC 9(02).
           02 SITUACAO-HA  PIC X(26).
           02 COD-DISC-HA  PIC X(06).
           02 TURMA-HA     PIC X(04).
           02 SEQ-REV-HA   PIC 9(02).
           02 PROCESSO-HA  PIC X(12).
           02 DATA-REV-HA  PIC 9(08).

      *Cadastro de disciplinas (MANUDISC): nome e carga horaria
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

      *Arquivo de trabalho da ordenacao por matricula, periodo e
      *disciplina; as revisoes de uma disciplina ficam em seguida,
      *a ultima por ultimo
       SD SORTHIST.
       01 REG-SORT-HIST.
           02 MATRICULA-SH PIC 9(07).
           02 MEDIA-SH     PIC 9(02)V9(02).
           02 FALTAS-SH    PIC 9(02).
           02 SITUACAO-SH  PIC X(26).
           02 COD-DISC-SH  PIC X(06).
           02 TURMA-SH     PIC X(04).
           02 SEQ-REV-SH   PIC 9(02).
           02 PROCESSO-SH  PIC X(12).
           02 DATA-REV-SH  PIC 9(08).

       FD RELHIST
           LABEL RECORD IS OMITTED.
       77 DATA-ATIV-WRK  PIC 9(08) VALUE 0.
       77 HORA-ATIV-WRK  PIC 9(06) VALUE 0.

      *Conferencia e troca de senha do operador identificado
       77 FS-SENHA       PIC X(02) VALUE "00".
       77 ACHOU-SENHA    PIC X(03) VALUE "NAO".
       77 SENHAS-VAZIO   PIC X(03) VALUE "NAO".
       77 SENHA-OK       PIC X(03) VALUE "NAO".
       77 DIAS-SENHA     PIC 9(03) VALUE 90.
       77 MAX-FALHAS     PIC 9(02) VALUE 3.
       77 SENHA-INF      PIC X(20) VALUE SPACES.
       77 SENHA-NOVA     PIC X(20) VALUE SPACES.
       77 SENHA-CONF     PIC X(20) VALUE SPACES.
       77 TENT-TROCA     PIC 9(01) VALUE 0.
       77 TAM-SENHA      PIC 9(02) VALUE 0.
       77 QTD-ESPACOS    PIC 9(02) VALUE 0.
       77 IDADE-SENHA    PIC 9(06) VALUE 0.
       77 DATA-SEN-WRK   PIC 9(08) VALUE 0.
       77 HASH-CALC      PIC 9(18) VALUE 0.
       77 HASH-H1        PIC 9(12) VALUE 0.
       77 HASH-H2        PIC 9(12) VALUE 0.
       77 HASH-RODADA    PIC 9(03) VALUE 0.
       77 HASH-POS       PIC 9(02) VALUE 0.
       01 HASH-TEXTO.
           02 HASH-SAL   PIC X(08).
           02 HASH-SENHA PIC X(20).

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-SORT      PIC X(03) VALUE "NAO".
       77 MAT-PEDIDA    PIC 9(07) VALUE 0.
       77 MAT-ANTERIOR  PIC 9(07) VALUE 0.
       77 PER-ANTERIOR  PIC 9(06) VALUE 0.
       77 CT-PERIODOS   PIC 9(04) VALUE 0.
       77 CT-ALUNOS     PIC 9(06) VALUE 0.
       77 MEDIA-FMT     PIC Z9,99.
       77 FS-CADDISC    PIC X(02) VALUE "00".
       77 DISC-ATIVA    PIC X(03) VALUE "NAO".

      *Totais do aluno para o rodape do historico
       77 CH-CURSADA    PIC 9(05) VALUE 0.
       77 CH-APROVADA   PIC 9(05) VALUE 0.
       77 QTD-DISC-ALU  PIC 9(04) VALUE 0.
       77 SOMA-MEDIA-ALU PIC 9(06)V99 VALUE 0.
       77 MEDIA-GERAL   PIC 9(02)V99 VALUE 0.

      *Linha vigente da disciplina, impressa quando a seguinte ja e
      *de outra disciplina (revisoes substituem a linha anterior)
       01 HIST-ATUAL.
           02 MATRICULA-AT PIC 9(07).
           02 PERIODO-AT   PIC 9(06).
           02 NOME-AT      PIC X(30).
           02 MEDIA-AT     PIC 9(02)V9(02).
           02 FALTAS-AT    PIC 9(02).
           02 SITUACAO-AT  PIC X(26).
           02 COD-DISC-AT  PIC X(06).
           02 TURMA-AT     PIC X(04).
           02 SEQ-REV-AT   PIC 9(02).
           02 PROCESSO-AT  PIC X(12).
           02 DATA-REV-AT  PIC 9(08).

       01 MATRICULA-FMT.
           05 MAT1   PIC 9(06).
           02 NOME-BOL   PIC X(30).
           02 FILLER     PIC X(32) VALUE SPACES.

      *Subcabecalho de cada periodo do aluno
       01 LINHA-PERIODO.
           02 FILLER     PIC X(09) VALUE "PERIODO: ".
           02 PERIODO-REL.
               03 ANO-PER-REL PIC 9(04).
               03 FILLER      PIC X(01) VALUE "/".
               03 PP-PER-REL  PIC 9(02).
           02 FILLER     PIC X(64) VALUE SPACES.

       01 CAB-PERIODOS.
           02 FILLER  PIC X(06) VALUE "DISC. ".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(26) VALUE "NOME DA DISCIPLINA".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE " CH".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "MEDIA".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "FAL".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "SITUACAO FINAL".
           02 FILLER  PIC X(16) VALUE SPACES.

       01 DETALHE-HIST.
           02 DISC-REL     PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-DISC-REL PIC X(26).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CH-REL       PIC ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MEDIA-REL    PIC X(05).
           02 MARCA-REL    PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FALTAS-REL   PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(26).
           02 FILLER       PIC X(04) VALUE SPACES.

      *Nota de revisao abaixo de uma disciplina revisada
       01 LINHA-REVISAO.
           02 FILLER       PIC X(07) VALUE SPACES.
           02 FILLER       PIC X(10) VALUE "* REVISAO ".
           02 SEQ-REV-REL  PIC Z9.
           02 FILLER       PIC X(12) VALUE " - PROCESSO ".
           02 PROCESSO-REL PIC X(12).
           02 FILLER       PIC X(04) VALUE " EM ".
           02 DATA-REV-REL.
               03 DIA-REV-REL PIC 9(02).
               03 FILLER      PIC X(01) VALUE "/".
               03 MES-REV-REL PIC 9(02).
               03 FILLER      PIC X(01) VALUE "/".
               03 ANO-REV-REL PIC 9(04).
           02 FILLER       PIC X(23) VALUE SPACES.

      *Rodape de cada aluno: carga horaria e media geral
       01 RODAPE-ALUNO.
           02 FILLER       PIC X(13) VALUE "CH CURSADA: ".
           02 CH-CURS-ROD  PIC ZZZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE "CH APROVADA: ".
           02 CH-APROV-ROD PIC ZZZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(13) VALUE "MEDIA GERAL: ".
           02 MEDIA-GER-ROD PIC Z9,99.
           02 FILLER       PIC X(17) VALUE SPACES.

       01 RODAPE-HIST.
           02 FILLER       PIC X(26)
           DISPLAY "MATRICULA (7 DIGITOS, 0 PARA TODAS): "
               WITH NO ADVANCING.
           ACCEPT MAT-PEDIDA.
           OPEN INPUT CADDISC.
           IF FS-CADDISC = "00"
               MOVE "SIM" TO DISC-ATIVA
           END-IF.
           OPEN OUTPUT RELHIST.

      *ORDENA O HISTORICO POR MATRICULA, PERIODO E DISCIPLINA PARA
      *OS PERIODOS DE CADA ALUNO SAIREM AGRUPADOS E EM ORDEM
      *CRONOLOGICA
       ORDENA-HISTORICO.
           SORT SORTHIST
               ON ASCENDING KEY MATRICULA-SH
               ON ASCENDING KEY PERIODO-SH
               ON ASCENDING KEY COD-DISC-SH
               ON ASCENDING KEY SEQ-REV-SH
               INPUT PROCEDURE IS SELECIONA-HISTORICO
               OUTPUT PROCEDURE IS IMPRIME-HISTORICO.

                       IF MAT-PEDIDA = 0 OR
                          MATRICULA-HA = MAT-PEDIDA
                           MOVE REG-HISTACAD TO REG-SORT-HIST
                           IF SEQ-REV-SH IS NOT NUMERIC
                               MOVE 0 TO SEQ-REV-SH DATA-REV-SH
                           END-IF
                           RELEASE REG-SORT-HIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTACAD.

      *SO A ULTIMA LINHA DE CADA DISCIPLINA DO PERIODO E IMPRESSA:
      *A LINHA DO FECHAMENTO OU A DA REVISAO MAIS RECENTE
       IMPRIME-HISTORICO.
           RETURN SORTHIST AT END MOVE "SIM" TO FIM-SORT.
           PERFORM UNTIL FIM-SORT = "SIM"
               MOVE REG-SORT-HIST TO HIST-ATUAL
               RETURN SORTHIST AT END MOVE "SIM" TO FIM-SORT
               END-RETURN
               IF FIM-SORT = "SIM"
                   PERFORM IMPRIME-PERIODO
               ELSE
                   IF MATRICULA-SH NOT = MATRICULA-AT OR
                      PERIODO-SH   NOT = PERIODO-AT OR
                      COD-DISC-SH  NOT = COD-DISC-AT
                       PERFORM IMPRIME-PERIODO
                   END-IF
               END-IF
           END-PERFORM.
           IF CT-ALUNOS > 0
               PERFORM IMPRIME-RODAPE-ALUNO
           END-IF.

      *QUEBRA POR ALUNO: UM BLOCO COM CABECALHO PROPRIO, PERIODOS
      *EM ORDEM CRONOLOGICA; QUEBRA POR PERIODO: SUBCABECALHO COM
      *AS DISCIPLINAS DO PERIODO
       IMPRIME-PERIODO.
           IF MATRICULA-AT NOT = MAT-ANTERIOR
               IF CT-ALUNOS > 0
                   PERFORM IMPRIME-RODAPE-ALUNO
               END-IF
               MOVE MATRICULA-AT TO MAT-ANTERIOR
               MOVE 0 TO PER-ANTERIOR
               ADD 1 TO CT-ALUNOS
               WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 2 LINES
               MOVE MATRICULA-AT(1:6) TO MAT1
               MOVE MATRICULA-AT(7:1) TO MAT2
               MOVE MATRICULA-FMT TO MAT-BOL
               MOVE NOME-AT TO NOME-BOL
               WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 1 LINE
           END-IF.
           IF PERIODO-AT NOT = PER-ANTERIOR
               MOVE PERIODO-AT TO PER-ANTERIOR
               ADD 1 TO CT-PERIODOS
               MOVE PERIODO-AT(1:4) TO ANO-PER-REL
               MOVE PERIODO-AT(5:2) TO PP-PER-REL
               WRITE REG-REL FROM LINHA-PERIODO
                   AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM CAB-PERIODOS
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM BUSCA-DISCIPLINA.
           MOVE MEDIA-AT  TO MEDIA-FMT.
           MOVE MEDIA-FMT TO MEDIA-REL.
           MOVE SPACES    TO MARCA-REL.
           IF SEQ-REV-AT > 0
               MOVE "*"   TO MARCA-REL
           END-IF.
           MOVE FALTAS-AT TO FALTAS-REL.
           MOVE SITUACAO-AT TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE-HIST AFTER ADVANCING 1 LINE.
           IF SEQ-REV-AT > 0
               MOVE SEQ-REV-AT       TO SEQ-REV-REL
               MOVE PROCESSO-AT      TO PROCESSO-REL
               MOVE DATA-REV-AT(7:2) TO DIA-REV-REL
               MOVE DATA-REV-AT(5:2) TO MES-REV-REL
               MOVE DATA-REV-AT(1:4) TO ANO-REV-REL
               WRITE REG-REL FROM LINHA-REVISAO
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM ACUMULA-ALUNO.

      *NOME E CARGA HORARIA DA DISCIPLINA; PERIODOS ARQUIVADOS ANTES
      *DA ESTRUTURA POR DISCIPLINA SAEM SEM CODIGO E SEM CARGA
       BUSCA-DISCIPLINA.
           MOVE COD-DISC-AT TO DISC-REL.
           MOVE SPACES      TO NOME-DISC-REL.
           MOVE 0           TO CARGA-HOR-DISC.
           IF COD-DISC-AT = SPACES
               MOVE "(PERIODO SEM DISCIPLINAS)" TO NOME-DISC-REL
           ELSE
               IF DISC-ATIVA = "SIM"
                   MOVE COD-DISC-AT TO COD-DISC
                   READ CADDISC
                       INVALID KEY
                           MOVE 0 TO CARGA-HOR-DISC
                           MOVE "(NAO CADASTRADA)" TO NOME-DISC-REL
                       NOT INVALID KEY
                           MOVE NOME-DISC TO NOME-DISC-REL
                   END-READ
               END-IF
           END-IF.
           MOVE CARGA-HOR-DISC TO CH-REL.

      *CARGA HORARIA APROVADA INCLUI A APROVACAO POS-RECUPERACAO
       ACUMULA-ALUNO.
           ADD CARGA-HOR-DISC TO CH-CURSADA.
           IF SITUACAO-AT(1:8) = "APROVADO"
               ADD CARGA-HOR-DISC TO CH-APROVADA
           END-IF.
           ADD 1        TO QTD-DISC-ALU.
           ADD MEDIA-AT TO SOMA-MEDIA-ALU.

       IMPRIME-RODAPE-ALUNO.
           IF QTD-DISC-ALU > 0
               DIVIDE SOMA-MEDIA-ALU BY QTD-DISC-ALU
                   GIVING MEDIA-GERAL
           ELSE
               MOVE 0 TO MEDIA-GERAL
           END-IF.
           MOVE CH-CURSADA  TO CH-CURS-ROD.
           MOVE CH-APROVADA TO CH-APROV-ROD.
           MOVE MEDIA-GERAL TO MEDIA-GER-ROD.
           WRITE REG-REL FROM RODAPE-ALUNO AFTER ADVANCING 2 LINES.
           MOVE 0 TO CH-CURSADA CH-APROVADA QTD-DISC-ALU
                     SOMA-MEDIA-ALU.

       FIM.
           IF CT-PERIODOS = 0
           END-IF.
           MOVE CT-ALUNOS TO QTD-ROD.
           WRITE REG-REL FROM RODAPE-HIST AFTER ADVANCING 3 LINES.
           CLOSE RELHIST CADDISC.
           DISPLAY "HISTESC: " CT-ALUNOS " HISTORICO(S) COM "
               CT-PERIODOS " PERIODO(S) EM RELHIST".

      *IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO ARQOPER, MANTIDO
      *PELO MANUOPER, E CONFERENCIA DA SENHA NO ARQSENHA: CODIGO
      *DESCONHECIDO, SENHA ERRADA, CONTA BLOQUEADA OU SEM O NIVEL
      *EXIGIDO ENCERRA COM CODIGO 8; COM O CADASTRO AINDA VAZIO O
      *CONTROLE FICA INATIVO (TRANSICAO ATE O MANUOPER CADASTRAR OS
      *OPERADORES)
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT OPERADOR.
                   MOVE 9 TO NIVEL-SESSAO
               WHEN ACHOU-OPER = "NAO"
                   DISPLAY "OPERADOR NAO CADASTRADO: " OPERADOR
                   MOVE "ID-DESCON" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM CONFERE-SENHA
           END-EVALUATE.
           IF NIVEL-SESSAO < NIVEL-EXIGIDO
               DISPLAY "OPERADOR " OPERADOR " SEM AUTORIZACAO "
                   "PARA ESTE PROGRAMA (NIVEL " NIVEL-SESSAO
                   " EXIGIDO " NIVEL-EXIGIDO ")"
               MOVE "SIGNON-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SIGNON" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.

      *SENHA DO OPERADOR: SEM REGISTRO NO ARQSENHA O ACESSO E
      *NEGADO (A SENHA PROVISORIA VEM DO MANUOPER), SALVO PARA O
      *SUPERVISOR NA IMPLANTACAO, COM O ARQSENHA AINDA VAZIO, QUE
      *CRIA AQUI A PRIMEIRA SENHA;
      *CONTA BLOQUEADA SO O SUPERVISOR LIBERA NO MANUOPER; SENHA
      *ERRADA CONTA UMA FALHA E BLOQUEIA NO LIMITE DO PARAMSEN;
      *SENHA PROVISORIA OU VENCIDA OBRIGA A TROCA ANTES DE SEGUIR
       CONFERE-SENHA.
           PERFORM ABRE-SENHAS.
           EVALUATE TRUE
               WHEN ACHOU-SENHA = "NAO"
                   PERFORM VERIFICA-SENHAS-VAZIO
                   IF SENHAS-VAZIO = "SIM" AND NIVEL-SESSAO = 3
                       DISPLAY "PRIMEIRO ACESSO - CADASTRE SUA SENHA"
                       MOVE OPERADOR TO ID-SEN
                       MOVE 0 TO HASH-SEN FALHAS-SEN DATA-BLOQ-SEN
                       PERFORM TROCA-SENHA
                       WRITE REG-SENHA
                   ELSE
                       DISPLAY "OPERADOR " OPERADOR " SEM SENHA "
                           "CADASTRADA - PROCURE O SUPERVISOR"
                       MOVE "SIGNON-NEG" TO FUNCAO-WRK
                       PERFORM GRAVA-ATIVIDADE
                       PERFORM ENCERRA-SENHA-NEGADA
                   END-IF
               WHEN SITUACAO-SEN = "B"
                   DISPLAY "OPERADOR " OPERADOR " BLOQUEADO DESDE "
                       DATA-BLOQ-SEN " - PROCURE O SUPERVISOR"
                   MOVE "SENHA-BLOQ" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   PERFORM ENCERRA-SENHA-NEGADA
               WHEN OTHER
                   PERFORM PEDE-SENHA
                   REWRITE REG-SENHA
           END-EVALUATE.
           CLOSE ARQSENHA.

       ABRE-SENHAS.
           PERFORM LE-PARAMETROS-SENHA.
           ACCEPT DATA-SEN-WRK FROM DATE YYYYMMDD.
           OPEN I-O ARQSENHA.
           IF FS-SENHA NOT = "00" AND FS-SENHA NOT = "05"
               DISPLAY "ARQSENHA.DAT INDISPONIVEL (STATUS " FS-SENHA
                   ") - ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPERADOR TO ID-SEN.
           MOVE "SIM" TO ACHOU-SENHA.
           READ ARQSENHA
               INVALID KEY MOVE "NAO" TO ACHOU-SENHA
           END-READ.

      *ARQSENHA SEM NENHUM REGISTRO: SO NA IMPLANTACAO DAS SENHAS
       VERIFICA-SENHAS-VAZIO.
           MOVE "NAO" TO SENHAS-VAZIO.
           MOVE LOW-VALUES TO ID-SEN.
           START ARQSENHA KEY IS NOT LESS THAN ID-SEN
               INVALID KEY MOVE "SIM" TO SENHAS-VAZIO
           END-START.

      *PADRAO: SENHA VALE 90 DIAS E BLOQUEIA NA TERCEIRA FALHA
       LE-PARAMETROS-SENHA.
           OPEN INPUT PARAMSEN.
           READ PARAMSEN
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-SENHA IS NUMERIC
                       MOVE PARM-DIAS-SENHA TO DIAS-SENHA
                   END-IF
                   IF PARM-MAX-FALHAS IS NUMERIC AND
                      PARM-MAX-FALHAS > 0
                       MOVE PARM-MAX-FALHAS TO MAX-FALHAS
                   END-IF
           END-READ.
           CLOSE PARAMSEN.

       PEDE-SENHA.
           DISPLAY "SENHA: " WITH NO ADVANCING.
           ACCEPT SENHA-INF.
           PERFORM CALCULA-HASH.
           IF HASH-CALC NOT = HASH-SEN
               ADD 1 TO FALHAS-SEN
               IF FALHAS-SEN >= MAX-FALHAS
                   MOVE "B" TO SITUACAO-SEN
                   MOVE DATA-SEN-WRK TO DATA-BLOQ-SEN
                   MOVE "BLOQUEIO" TO FUNCAO-WRK
                   DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO APOS "
                       FALHAS-SEN " FALHAS SEGUIDAS"
               ELSE
                   MOVE "SENHA-ERR" TO FUNCAO-WRK
                   DISPLAY "SENHA INVALIDA"
               END-IF
               REWRITE REG-SENHA
               PERFORM GRAVA-ATIVIDADE
               PERFORM ENCERRA-SENHA-NEGADA
           END-IF.
           MOVE 0 TO FALHAS-SEN.
           IF DATA-TROCA-SEN > 0
               COMPUTE IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(DATA-SEN-WRK)
                 - FUNCTION INTEGER-OF-DATE(DATA-TROCA-SEN)
           ELSE
               MOVE 999999 TO IDADE-SENHA
           END-IF.
           EVALUATE TRUE
               WHEN SITUACAO-SEN = "T"
                   DISPLAY "SENHA PROVISORIA - TROCA OBRIGATORIA"
                   PERFORM TROCA-SENHA
               WHEN DIAS-SENHA > 0 AND IDADE-SENHA >= DIAS-SENHA
                   DISPLAY "SENHA VENCIDA (VALIDADE DE " DIAS-SENHA
                       " DIAS) - TROCA OBRIGATORIA"
                   PERFORM TROCA-SENHA
           END-EVALUATE.

      *NOVA SENHA DIGITADA DUAS VEZES; TRES TENTATIVAS RECUSADAS
      *ENCERRAM SEM ACESSO
       TROCA-SENHA.
           MOVE "NAO" TO SENHA-OK.
           PERFORM VARYING TENT-TROCA FROM 1 BY 1
                   UNTIL TENT-TROCA > 3 OR SENHA-OK = "SIM"
               DISPLAY "NOVA SENHA (6 A 20 POSICOES): "
                   WITH NO ADVANCING
               ACCEPT SENHA-NOVA
               DISPLAY "CONFIRME A NOVA SENHA: " WITH NO ADVANCING
               ACCEPT SENHA-CONF
               PERFORM VALIDA-SENHA-NOVA
           END-PERFORM.
           IF SENHA-OK = "NAO"
               MOVE "TROCA-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               PERFORM ENCERRA-SENHA-NEGADA
           END-IF.
           MOVE SENHA-NOVA TO SENHA-INF.
           PERFORM CALCULA-HASH.
           MOVE SPACES       TO SENHA-NOVA SENHA-CONF.
           MOVE HASH-CALC    TO HASH-SEN.
           MOVE DATA-SEN-WRK TO DATA-TROCA-SEN.
           MOVE 0            TO FALHAS-SEN DATA-BLOQ-SEN.
           MOVE "A"          TO SITUACAO-SEN.
           MOVE "SENHA-TROC" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "SENHA ALTERADA".

      *NO MINIMO 6 POSICOES, SEM ESPACOS, DIFERENTE DO CODIGO DO
      *OPERADOR E DA SENHA ATUAL
       VALIDA-SENHA-NOVA.
           MOVE 0 TO TAM-SENHA QTD-ESPACOS.
           INSPECT SENHA-NOVA TALLYING TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT SENHA-NOVA TALLYING QTD-ESPACOS FOR ALL SPACES.
           MOVE SENHA-NOVA TO SENHA-INF.
           PERFORM CALCULA-HASH.
           EVALUATE TRUE
               WHEN SENHA-NOVA NOT = SENHA-CONF
                   DISPLAY "AS DUAS DIGITACOES NAO CONFEREM"
               WHEN TAM-SENHA < 6
                   DISPLAY "SENHA COM MENOS DE 6 POSICOES"
               WHEN TAM-SENHA + QTD-ESPACOS NOT = 20
                   DISPLAY "SENHA NAO PODE TER ESPACOS"
               WHEN SENHA-NOVA = ID-SEN
                   DISPLAY "SENHA IGUAL AO CODIGO DO OPERADOR"
               WHEN HASH-CALC = HASH-SEN
                   DISPLAY "A NOVA SENHA DEVE SER DIFERENTE DA ATUAL"
               WHEN OTHER
                   MOVE "SIM" TO SENHA-OK
           END-EVALUATE.

      *HASH DA SENHA COM O CODIGO DO OPERADOR COMO SAL: DUAS SOMAS
      *POLINOMIAIS MODULARES EM 64 RODADAS. SO O RESULTADO VAI PARA
      *O ARQSENHA; A SENHA DIGITADA E APAGADA DA MEMORIA EM SEGUIDA
       CALCULA-HASH.
           MOVE ID-SEN    TO HASH-SAL.
           MOVE SENHA-INF TO HASH-SENHA.
           MOVE 7  TO HASH-H1.
           MOVE 13 TO HASH-H2.
           PERFORM VARYING HASH-RODADA FROM 1 BY 1
                   UNTIL HASH-RODADA > 64
               PERFORM VARYING HASH-POS FROM 1 BY 1
                       UNTIL HASH-POS > 28
                   COMPUTE HASH-H1 = FUNCTION MOD(HASH-H1 * 131
                       + FUNCTION ORD(HASH-TEXTO(HASH-POS:1))
                       + HASH-RODADA, 999999937)
                   COMPUTE HASH-H2 = FUNCTION MOD(HASH-H2 * 257
                       + FUNCTION ORD(HASH-TEXTO(HASH-POS:1))
                       * HASH-POS + HASH-H1, 999999929)
               END-PERFORM
           END-PERFORM.
           COMPUTE HASH-CALC = HASH-H1 * 1000000000 + HASH-H2.
           MOVE SPACES TO SENHA-INF HASH-SENHA.

       ENCERRA-SENHA-NEGADA.
           CLOSE ARQSENHA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *LINHA DO LOG DE ATIVIDADE: OPERADOR, PROGRAMA, FUNCAO E HORA
       GRAVA-ATIVIDADE.
           ACCEPT DATA-ATIV-WRK FROM DATE YYYYMMDD.
