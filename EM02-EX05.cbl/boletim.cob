       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      BOLETIM INDIVIDUAL DO ALUNO: IMPRIME, PARA UMA
      *              MATRICULA PEDIDA OU PARA O ARQUIVO INTEIRO, UM
      *              BLOCO POR ALUNO E DISCIPLINA COM CADA NOTA E O
      *              PESO APLICADO, A MEDIA PONDERADA RESULTANTE, AS
      *              FALTAS E A SITUACAO FINAL. USA OS MESMOS PESOS
      *              DE PARAMALU (GERAIS OU DA DISCIPLINA) E OS
      *              MESMOS CORTES DO LOTE DE ALUNOS, PARA O BOLETIM
      *              NUNCA DIVERGIR DO RELAPROV.

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
           SELECT ARQALU  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMALU ASSIGN TO DISK
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
           SELECT RELBOLET ASSIGN TO DISK.

       DATA DIVISION.
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

       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQALU.DAT".
           02 MATRICULA-ALU.
              03 MATRICULA-01 PIC 9(06).
              03 MATRICULA-02 PIC 9(01).
           02 COD-DISC-ALU  PIC X(06).
           02 TURMA-ALU     PIC X(04).
           02 NOME-ALU      PIC X(30).
           02 FALTAS-ALU    PIC 9(02).
           02 SEXO-ALU      PIC X(01).
                            DEPENDING ON QTD-NOTAS-ALU.

      *Mesmos pesos do lote de alunos; o TOP-N do ranking vem no
      *fim do registro e nao interessa ao boletim. Do segundo
      *registro em diante, pesos proprios de uma disciplina
       FD PARAMALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMALU.DAT".
                         DEPENDING ON QTD-PESOS.
           02 PARM-TOP-N PIC 9(03).

       01 REG-PARAM-DISC.
           02 PARM-COD-DISC    PIC X(06).
           02 PARM-QTD-PESOS-D PIC 9(02).
           02 PARM-PESO-D      PIC 9(02) OCCURS 10 TIMES.

      *Cadastro de matriculas mantido pelo MANUMATR, mesma critica
      *do lote de alunos
       FD CADMATR
           02 STATUS-MAT    PIC X(01).
           02 DATA-ADM-MAT  PIC 9(08).

      *Disciplinas e inscricoes por turma (MANUDISC), mesma critica
      *do lote de alunos
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

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

       FD RELBOLET
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
       77 FS-CADMATR    PIC X(02) VALUE "00".
       77 MATR-ATIVA    PIC X(03) VALUE "NAO".
       77 FS-CADDISC    PIC X(02) VALUE "00".
       77 DISC-ATIVA    PIC X(03) VALUE "NAO".
       77 FS-CADTURMA   PIC X(02) VALUE "00".
       77 TURMA-ATIVA   PIC X(03) VALUE "NAO".
       77 SOMA          PIC 9(06)V99 VALUE 0.
       77 MEDIA-CALC    PIC 9(02)V99 VALUE 0.
       77 I             PIC 9(02) VALUE 0.
       77 SOMA-PESOS    PIC 9(04) VALUE 0.
       77 TEM-PESOS     PIC X(03) VALUE "NAO".

      *Pesos gerais e por disciplina, com a mesma regra do lote
       77 PESO-GER      PIC 9(02) OCCURS 10 TIMES VALUE 1.
       77 FIM-PARAM     PIC X(03) VALUE "NAO".
       77 QTD-DISC-PESO PIC 9(03) VALUE 0.
       77 IX-DISC       PIC 9(03) VALUE 0.
       01 TAB-PESOS-DISC.
           02 PESOS-DISC OCCURS 100 TIMES.
               03 DISC-TAB-PESO PIC X(06).
               03 PESO-DISC-TAB PIC 9(02) OCCURS 10 TIMES.

       77 NOTA-NECESSARIA PIC 9(02)V9(02) VALUE 0.
       77 MAT-PEDIDA    PIC 9(07) VALUE ZEROES.
       77 CT-IMPRESSOS  PIC 9(06) VALUE 0.
           02 NOME-BOL   PIC X(30).
           02 FILLER     PIC X(32) VALUE SPACES.

       01 LINHA-DISC.
           02 FILLER        PIC X(12) VALUE "DISCIPLINA: ".
           02 DISC-BOL      PIC X(06).
           02 FILLER        PIC X(03) VALUE " - ".
           02 NOME-DISC-BOL PIC X(30).
           02 FILLER        PIC X(04) VALUE SPACES.
           02 FILLER        PIC X(07) VALUE "TURMA: ".
           02 TURMA-BOL     PIC X(04).
           02 FILLER        PIC X(14) VALUE SPACES.

       01 LINHA-NOTA.
           02 FILLER     PIC X(05) VALUE "NOTA ".
           02 NUM-NOTA   PIC Z9.
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
           OPEN INPUT ARQALU
           OPEN OUTPUT RELBOLET.
           PERFORM LE-PARAMETROS.
               AT END     MOVE "NAO" TO TEM-PESOS
               NOT AT END MOVE "SIM" TO TEM-PESOS
           END-READ
           IF TEM-PESOS = "SIM"
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > QTD-PESOS OR I > 10
                   MOVE PARM-PESO(I) TO PESO-GER(I)
               END-PERFORM
               PERFORM LE-PESOS-DISCIPLINA
           END-IF.
           CLOSE PARAMALU.

       LE-PESOS-DISCIPLINA.
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
               DISPLAY "BOLETIM: TAB-PESOS-DISC CHEIA (100) - "
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

      *PESOS DA DISCIPLINA DO REGISTRO, OU OS GERAIS
       SELECIONA-PESOS.
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
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.
               IF REGISTRO-VALIDO-ALU = "NAO"
                   PERFORM IMPRIME-REJEICAO
               ELSE
                   PERFORM SELECIONA-PESOS
                   PERFORM CALCULAMEDIA
                   PERFORM IMPRIME-BOLETIM
                   PERFORM LIMPAVARIAVEIS
       VALIDA-ALUNO.
           MOVE "SIM"  TO REGISTRO-VALIDO-ALU.
           MOVE SPACES TO MOTIVO-VALIDACAO.
           MOVE SPACES TO NOME-DISC-BOL.
           EVALUATE TRUE
               WHEN MATRICULA-ALU IS NOT NUMERIC
                   MOVE "MATRICULA NAO NUMERICA"
                     TO MOTIVO-VALIDACAO
               WHEN COD-DISC-ALU = SPACES OR TURMA-ALU = SPACES
                   MOVE "DISCIPLINA/TURMA NAO INFORMADA"
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
           END-IF.
               END-READ
           END-IF.

      *MESMA CONFERENCIA DE DISCIPLINA E INSCRICAO DO LOTE
       VALIDA-DISCIPLINA.
           IF DISC-ATIVA = "SIM"
               MOVE COD-DISC-ALU TO COD-DISC
               READ CADDISC
                   INVALID KEY
                       MOVE "DISCIPLINA NAO CADASTRADA"
                         TO MOTIVO-VALIDACAO
                   NOT INVALID KEY
                       MOVE NOME-DISC TO NOME-DISC-BOL
                       IF SITUACAO-DISC NOT = "A"
                           MOVE "DISCIPLINA INATIVA"
                             TO MOTIVO-VALIDACAO
                       END-IF
               END-READ
           END-IF.

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

       VALIDA-NOTAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS-ALU
               IF NOTA-ALU(I) IS NOT NUMERIC OR NOTA-ALU(I) > 10
           MOVE MATRICULA-FMT TO MAT-BOL.
           MOVE NOME-ALU TO NOME-BOL.
           WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 1 LINE.
           MOVE COD-DISC-ALU TO DISC-BOL.
           MOVE TURMA-ALU    TO TURMA-BOL.
           WRITE REG-REL FROM LINHA-DISC AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-VALIDACAO TO MOTIVO-BOL.
           WRITE REG-REL FROM LINHA-REJEICAO
               AFTER ADVANCING 2 LINES.
           MOVE MATRICULA-FMT TO MAT-BOL.
           MOVE NOME-ALU TO NOME-BOL.
           WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 1 LINE.
           MOVE COD-DISC-ALU TO DISC-BOL.
           MOVE TURMA-ALU    TO TURMA-BOL.
           WRITE REG-REL FROM LINHA-DISC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS-ALU
                 TO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE ARQALU RELBOLET CADMATR CADDISC CADTURMA.
           DISPLAY "BOLETIM: " CT-IMPRESSOS " BOLETIM(NS) EMITIDOS"
               " E " CT-REJEITADOS " REGISTRO(S) REJEITADO(S) NA "
               "CRITICA".

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
