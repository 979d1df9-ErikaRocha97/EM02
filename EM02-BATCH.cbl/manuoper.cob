      *              PRIMEIRO SUPERVISOR SER CADASTRADO; DEPOIS SO
      *              NIVEL 3 O UTILIZA. TODA SESSAO E REGISTRADA NO
      *              LOG DE ATIVIDADE ARQATIV.DAT.
      *              CADA OPERADOR INCLUIDO RECEBE UMA SENHA
      *              PROVISORIA (ARQSENHA.DAT, SO O HASH), TROCADA
      *              OBRIGATORIAMENTE NO PRIMEIRO USO; A OPCAO "S"
      *              REINICIA A SENHA DE UM OPERADOR ESQUECIDO OU
      *              BLOQUEADO PELO EXCESSO DE FALHAS. VALIDADE DA
      *              SENHA E LIMITE DE FALHAS VEM DO PARAMSEN.DAT.
      *              INCLUSOES, EXCLUSOES, MUDANCAS DE NOME OU DE
      *              NIVEL E REINICIOS DE SENHA FICAM NA TRILHA
      *              AUDOPER.DAT (SUPERVISOR, OPERADOR ALVO, VALOR
      *              ANTIGO E NOVO), LIDA PELA REVISAO DE ACESSOS DO
      *              REVACESS.

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
           SELECT OPTIONAL AUDOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *Trilha das alteracoes do cadastro: quem mudou, qual operador,
      *que campo, valor antigo e valor novo
       FD AUDOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "AUDOPER.DAT".

       01 REG-AUDOPER.
           02 DATA-AUDO     PIC 9(08).
           02 HORA-AUDO     PIC 9(06).
           02 OPERADOR-AUDO PIC X(08).
           02 ALVO-AUDO     PIC X(08).
           02 CAMPO-AUDO    PIC X(10).
           02 VLR-ANT-AUDO  PIC X(30).
           02 VLR-NOVO-AUDO PIC X(30).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ      PIC X(03) VALUE "NAO".
       77 FUNCAO-WRK   PIC X(10) VALUE SPACES.
       77 DATA-ATIV-WRK PIC 9(08) VALUE 0.
       77 HORA-ATIV-WRK PIC 9(06) VALUE 0.
       77 CAMPO-CORR    PIC X(10) VALUE SPACES.
       77 VLR-ANT-CORR  PIC X(30) VALUE SPACES.
       77 VLR-NOVO-CORR PIC X(30) VALUE SPACES.

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

      *Tabela de operadores em memoria; o arquivo e regravado por
      *inteiro ao encerrar quando houve alteracao
           END-PERFORM
           CLOSE ARQOPER.

      *SO SUPERVISOR (NIVEL 3), COM A SENHA CONFERIDA, MANTEM O
      *CADASTRO DE OPERADORES
       IDENTIFICA-SUPERVISOR.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT OPERADOR.
           EVALUATE TRUE
               WHEN ACHOU-OPER = "NAO"
                   DISPLAY "OPERADOR NAO CADASTRADO: " OPERADOR
                   MOVE "ID-DESCON" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE NIVEL-TAB(IDX-OPER) TO NIVEL-SESSAO
                   PERFORM CONFERE-SENHA
           END-EVALUATE.
           IF NIVEL-SESSAO < 3
               DISPLAY "OPERADOR " OPERADOR " SEM NIVEL DE "
                   "SUPERVISOR"
               MOVE "SIGNON-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *DEIXA IDX-OPER NA POSICAO DO OPERADOR ACHADO (O LACO PARA
      *UMA POSICAO ALEM DELE)
           DISPLAY " ".
           DISPLAY "===== OPERADORES DO BALCAO (ARQOPER) =====".
           DISPLAY "L - LISTA   I - INCLUI   A - ALTERA   "
               "E - EXCLUI".
           DISPLAY "S - REINICIA SENHA   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
               WHEN "I" PERFORM INCLUI-OPERADOR
               WHEN "A" PERFORM ALTERA-OPERADOR
               WHEN "E" PERFORM EXCLUI-OPERADOR
               WHEN "S" PERFORM REINICIA-SENHA
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *A SITUACAO DA SENHA SAI AO LADO DE CADA OPERADOR: ATIVA,
      *TROCA PENDENTE, BLOQUEADA OU SEM SENHA (CADASTRADO ANTES DAS
      *SENHAS, CRIA A SUA NO PRIMEIRO ACESSO)
       LISTA-OPERADORES.
           IF QTD-OPER = 0
               DISPLAY "NENHUM OPERADOR CADASTRADO"
           END-IF.
           OPEN INPUT ARQSENHA.
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER > QTD-OPER
               MOVE ID-TAB(IDX-OPER) TO ID-SEN
               MOVE "SIM" TO ACHOU-SENHA
               READ ARQSENHA
                   INVALID KEY MOVE "NAO" TO ACHOU-SENHA
               END-READ
               EVALUATE TRUE
                   WHEN ACHOU-SENHA = "NAO"
                       MOVE "SEM SENHA " TO FUNCAO-WRK
                   WHEN SITUACAO-SEN = "B"
                       MOVE "BLOQUEADA " TO FUNCAO-WRK
                   WHEN SITUACAO-SEN = "T"
                       MOVE "PROVISORIA" TO FUNCAO-WRK
                   WHEN OTHER
                       MOVE "ATIVA     " TO FUNCAO-WRK
               END-EVALUATE
               IF ACHOU-SENHA = "NAO"
                   MOVE 0 TO DATA-TROCA-SEN
               END-IF
               DISPLAY ID-TAB(IDX-OPER) " " NOME-TAB(IDX-OPER)
                   " NIVEL " NIVEL-TAB(IDX-OPER)
                   " SENHA " FUNCAO-WRK " " DATA-TROCA-SEN
           END-PERFORM.
           CLOSE ARQSENHA.

       ACEITA-DADOS.
           DISPLAY "NOME: " WITH NO ADVANCING.
                       DISPLAY "TAB-OPER CHEIA (" OPER-TAB-MAX
                           ") - INCLUSAO RECUSADA"
                   WHEN OTHER
                       PERFORM DEFINE-PROVISORIA
                       IF SENHA-OK = "SIM"
                           ADD 1 TO QTD-OPER
                           MOVE ID-INF    TO ID-TAB(QTD-OPER)
                           MOVE NOME-INF  TO NOME-TAB(QTD-OPER)
                           MOVE NIVEL-INF TO NIVEL-TAB(QTD-OPER)
                           MOVE "SIM" TO ALTEROU
                           MOVE "INCLUSAO" TO CAMPO-CORR
                           MOVE NOME-INF   TO VLR-NOVO-CORR
                           PERFORM AUDITA-OPERADOR
                           MOVE "NIVEL"    TO CAMPO-CORR
                           MOVE NIVEL-INF  TO VLR-NOVO-CORR
                           PERFORM AUDITA-OPERADOR
                           DISPLAY "INCLUIDO"
                       ELSE
                           DISPLAY "INCLUSAO RECUSADA - SEM SENHA "
                               "PROVISORIA"
                       END-IF
               END-EVALUATE
           END-IF.

               IF NIVEL-INF < 1 OR NIVEL-INF > 3
                   DISPLAY "NIVEL FORA DE 1 A 3"
               ELSE
                   IF NOME-INF NOT = NOME-TAB(IDX-OPER)
                       MOVE "NOME"           TO CAMPO-CORR
                       MOVE NOME-TAB(IDX-OPER) TO VLR-ANT-CORR
                       MOVE NOME-INF         TO VLR-NOVO-CORR
                       PERFORM AUDITA-OPERADOR
                   END-IF
                   IF NIVEL-INF NOT = NIVEL-TAB(IDX-OPER)
                       MOVE "NIVEL"           TO CAMPO-CORR
                       MOVE NIVEL-TAB(IDX-OPER) TO VLR-ANT-CORR
                       MOVE NIVEL-INF         TO VLR-NOVO-CORR
                       PERFORM AUDITA-OPERADOR
                   END-IF
                   MOVE NOME-INF  TO NOME-TAB(IDX-OPER)
                   MOVE NIVEL-INF TO NIVEL-TAB(IDX-OPER)
                   MOVE "SIM" TO ALTEROU
           IF ACHOU-OPER = "NAO"
               DISPLAY "OPERADOR NAO ENCONTRADO"
           ELSE
               MOVE "EXCLUSAO"          TO CAMPO-CORR
               MOVE NOME-TAB(IDX-OPER)  TO VLR-ANT-CORR
               PERFORM AUDITA-OPERADOR
               MOVE "NIVEL"             TO CAMPO-CORR
               MOVE NIVEL-TAB(IDX-OPER) TO VLR-ANT-CORR
               PERFORM AUDITA-OPERADOR
               PERFORM VARYING IDX-COMP FROM IDX-OPER BY 1
                       UNTIL IDX-COMP >= QTD-OPER
                   MOVE OPER-ENT(IDX-COMP + 1)
               END-PERFORM
               SUBTRACT 1 FROM QTD-OPER
               MOVE "SIM" TO ALTEROU
               PERFORM ABRE-SENHA-INF
               IF ACHOU-SENHA = "SIM"
                   DELETE ARQSENHA
               END-IF
               CLOSE ARQSENHA
               DISPLAY "EXCLUIDO"
           END-IF.

      *SENHA PROVISORIA PARA O OPERADOR ESQUECIDO OU BLOQUEADO: ZERA
      *AS FALHAS, DESBLOQUEIA E OBRIGA A TROCA NO PROXIMO ACESSO
       REINICIA-SENHA.
           DISPLAY "CODIGO: " WITH NO ADVANCING.
           ACCEPT ID-INF.
           PERFORM PROCURA-OPERADOR.
           IF ACHOU-OPER = "NAO"
               DISPLAY "OPERADOR NAO ENCONTRADO"
           ELSE
               PERFORM DEFINE-PROVISORIA
               IF SENHA-OK = "SIM"
                   DISPLAY "SENHA REINICIADA - TROCA OBRIGATORIA NO "
                       "PROXIMO ACESSO"
               ELSE
                   DISPLAY "SENHA NAO REINICIADA"
               END-IF
           END-IF.

      *SENHA PROVISORIA DIGITADA PELO SUPERVISOR PARA O OPERADOR
      *ID-INF, COM AS MESMAS REGRAS DA TROCA; O ARQSENHA E GRAVADO NA
      *HORA E O LOG REGISTRA "SENHA-RST" NO NOME DO SUPERVISOR
       DEFINE-PROVISORIA.
           PERFORM ABRE-SENHA-INF.
           IF ACHOU-SENHA = "NAO"
               MOVE ID-INF TO ID-SEN
               MOVE 0 TO HASH-SEN
           END-IF.
           MOVE "NAO" TO SENHA-OK.
           PERFORM VARYING TENT-TROCA FROM 1 BY 1
                   UNTIL TENT-TROCA > 3 OR SENHA-OK = "SIM"
               DISPLAY "SENHA PROVISORIA (6 A 20 POSICOES): "
                   WITH NO ADVANCING
               ACCEPT SENHA-NOVA
               DISPLAY "CONFIRME A SENHA PROVISORIA: "
                   WITH NO ADVANCING
               ACCEPT SENHA-CONF
               PERFORM VALIDA-SENHA-NOVA
           END-PERFORM.
           IF SENHA-OK = "SIM"
               MOVE SENHA-NOVA TO SENHA-INF
               PERFORM CALCULA-HASH
               MOVE HASH-CALC    TO HASH-SEN
               MOVE DATA-SEN-WRK TO DATA-TROCA-SEN
               MOVE 0            TO FALHAS-SEN DATA-BLOQ-SEN
               MOVE "T"          TO SITUACAO-SEN
               IF ACHOU-SENHA = "SIM"
                   REWRITE REG-SENHA
               ELSE
                   WRITE REG-SENHA
               END-IF
               MOVE "SENHA-RST" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               MOVE "SENHA"      TO CAMPO-CORR
               MOVE "PROVISORIA" TO VLR-NOVO-CORR
               PERFORM AUDITA-OPERADOR
           END-IF.
           MOVE SPACES TO SENHA-NOVA SENHA-CONF.
           CLOSE ARQSENHA.

       ABRE-SENHA-INF.
           PERFORM LE-PARAMETROS-SENHA.
           ACCEPT DATA-SEN-WRK FROM DATE YYYYMMDD.
           OPEN I-O ARQSENHA.
           IF FS-SENHA NOT = "00" AND FS-SENHA NOT = "05"
               DISPLAY "ARQSENHA.DAT INDISPONIVEL (STATUS " FS-SENHA
                   ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ID-INF TO ID-SEN.
           MOVE "SIM" TO ACHOU-SENHA.
           READ ARQSENHA
               INVALID KEY MOVE "NAO" TO ACHOU-SENHA
           END-READ.

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
           WRITE REG-ATIV.
           CLOSE ARQATIV.

      *LINHA DA TRILHA AUDOPER PARA O OPERADOR ID-INF; OS VALORES
      *SAO LIMPOS PARA A PROXIMA LINHA
       AUDITA-OPERADOR.
           ACCEPT DATA-AUDO FROM DATE YYYYMMDD.
           ACCEPT HORA-AUDO FROM TIME.
           MOVE OPERADOR      TO OPERADOR-AUDO.
           MOVE ID-INF        TO ALVO-AUDO.
           MOVE CAMPO-CORR    TO CAMPO-AUDO.
           MOVE VLR-ANT-CORR  TO VLR-ANT-AUDO.
           MOVE VLR-NOVO-CORR TO VLR-NOVO-AUDO.
           OPEN EXTEND AUDOPER.
           WRITE REG-AUDOPER.
           CLOSE AUDOPER.
           MOVE SPACES TO VLR-ANT-CORR VLR-NOVO-CORR.

       FIM.
           IF ALTEROU = "SIM"
               OPEN OUTPUT ARQOPER
