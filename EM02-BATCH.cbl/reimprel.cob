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
           SELECT OPTIONAL RELINDEX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCOPIA ASSIGN TO DISK
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

      *Indice do repositorio de relatorios, gravado pelo ARCREL
       FD RELINDEX
           LABEL RECORD ARE STANDARD
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
       77 NOME-PEDIDO   PIC X(12) VALUE SPACES.
       77 DATA-PEDIDA   PIC 9(08) VALUE 0.
               " LINHA(S))".

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
