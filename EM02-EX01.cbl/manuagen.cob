       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUAGEN.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DOS SOCIOS ENVIADOS A AGENCIA DE
      *              COBRANCA (ARQAGENC.DAT), RESTRITA A SUPERVISOR
      *              (NIVEL 3): CONSULTA A SITUACAO DO SOCIO NA
      *              AGENCIA (ENVIO, SALDO ENVIADO, RECUPERADO E
      *              COMISSAO), RECOLHE UM SOCIO QUE ESTA COM A
      *              AGENCIA - O CLUBE RETOMA A COBRANCA NA HORA E O
      *              RECOLHIMENTO SEGUE PARA A AGENCIA NO PROXIMO
      *              ARQENVAG DO ENVAGENC - E LIBERA PARA UM NOVO
      *              ENVIO O SOCIO JA DEVOLVIDO, RECOLHIDO OU QUITADO.
      *              CADA RECOLHIMENTO E LIBERACAO FICA NO LOG DE
      *              ATIVIDADE ARQATIV.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQOPER ASSIGN TO DISK
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
           SELECT OPTIONAL ARQAGENC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AG
           FILE STATUS IS FS-ARQAGENC.
           SELECT OPTIONAL CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.

       DATA DIVISION.

       FILE SECTION.

      *Cadastro de operadores do balcao (MANUOPER) e log de
      *atividade compartilhado do controle de acesso
       FD ARQOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQOPER.DAT".

       01 REG-OPER.
           02 ID-OPER    PIC X(08).
           02 NOME-OPER  PIC X(30).
           02 NIVEL-OPER PIC 9(01).

       FD ARQATIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQATIV.DAT".

       01 REG-ATIV.
           02 DATA-ATIV     PIC 9(08).
           02 HORA-ATIV     PIC 9(06).
           02 OPERADOR-ATIV PIC X(08).
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

      *Socios enviados a agencia de cobranca: situacao "E" com a
      *agencia, "D" devolvido como incobravel, "R" recolhido pelo
      *clube, "Q" quitado pela agencia; RECOLHE-AG "S" enquanto o
      *recolhimento ainda nao foi informado a agencia
       FD ARQAGENC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQAGENC.DAT".

       01 REG-AGENC.
           02 NUM-SOCIO-AG   PIC 9(06).
           02 SITUACAO-AG    PIC X(01).
           02 ORIGEM-AG      PIC X(01).
           02 DATA-ENVIO-AG  PIC 9(08).
           02 SALDO-ENVIO-AG PIC 9(09)V9(02).
           02 DIAS-ENVIO-AG  PIC 9(05).
           02 VALOR-RECUP-AG PIC 9(09)V9(02).
           02 COMISSAO-AG    PIC 9(09)V9(02).
           02 DATA-SIT-AG    PIC 9(08).
           02 RECOLHE-AG     PIC X(01).
           02 MOTIVO-AG      PIC X(20).

       FD CADSOCM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADSOCM.DAT".

       01 REG-SOCM.
           02 NUM-SOCIOM    PIC 9(06).
           02 NOME-SOCIOM   PIC X(30).
           02 SALDO-SOCM    PIC S9(09)V9(02).
           02 QTD-ATRASOS   PIC 9(04).
           02 DATA-ULT-MOV  PIC 9(08).
           02 STATUS-SOCM   PIC X(01).
           02 DATA-STATUS   PIC 9(08).
           02 MOTIVO-STATUS PIC X(20).

       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 3.
       77 FIM-OPER       PIC X(03) VALUE "NAO".
       77 ACHOU-OPER     PIC X(03) VALUE "NAO".
       77 QTD-OPER-LIDOS PIC 9(04) VALUE 0.
       77 FUNCAO-WRK     PIC X(10) VALUE SPACES.
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

       77 FS-ARQAGENC  PIC X(02) VALUE "00".
       77 FS-CADSOCM   PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08).
       77 NUM-PEDIDO   PIC 9(06) VALUE ZEROES.
       77 MOTIVO-INF   PIC X(20) VALUE SPACES.
       77 DESC-SIT     PIC X(20) VALUE SPACES.
       77 VALOR-FMT    PIC ZZZ.ZZZ.ZZ9,99.
       77 SALDO-FMT    PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MANUTENCAO-AGENCIA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN I-O ARQAGENC.
           IF FS-ARQAGENC = "35"
               OPEN OUTPUT ARQAGENC
               CLOSE ARQAGENC
               OPEN I-O ARQAGENC
           END-IF.
           OPEN INPUT CADSOCM.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== AGENCIA DE COBRANCA (ARQAGENC) =====".
           DISPLAY "C - CONSULTA   R - RECOLHE   L - LIBERA NOVO ENVIO"
               "   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "C" PERFORM CONSULTA-AGENCIA
               WHEN "R" PERFORM RECOLHE-SOCIO
               WHEN "L" PERFORM LIBERA-SOCIO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-NUMERO.
           DISPLAY "NUMERO DO SOCIO: " WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.

       CONSULTA-AGENCIA.
           PERFORM ACEITA-NUMERO.
           MOVE NUM-PEDIDO TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY
                   DISPLAY "SOCIO " NUM-PEDIDO " NUNCA ENVIADO A "
                       "AGENCIA"
               NOT INVALID KEY
                   PERFORM MOSTRA-AGENCIA
           END-READ.

       MOSTRA-AGENCIA.
           EVALUATE SITUACAO-AG
               WHEN "E" MOVE "COM A AGENCIA"      TO DESC-SIT
               WHEN "D" MOVE "DEVOLVIDO INCOBR."  TO DESC-SIT
               WHEN "R" MOVE "RECOLHIDO"          TO DESC-SIT
               WHEN "Q" MOVE "QUITADO NA AGENCIA" TO DESC-SIT
               WHEN OTHER MOVE SITUACAO-AG        TO DESC-SIT
           END-EVALUATE.
           MOVE NUM-SOCIO-AG TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   MOVE SPACES TO NOME-SOCIOM
                   MOVE 0      TO SALDO-SOCM
           END-READ.
           DISPLAY "SOCIO.........: " NUM-SOCIO-AG " " NOME-SOCIOM.
           DISPLAY "SITUACAO......: " SITUACAO-AG " - " DESC-SIT
               " DESDE " DATA-SIT-AG.
           DISPLAY "ENVIADO EM....: " DATA-ENVIO-AG " COM "
               DIAS-ENVIO-AG " DIAS DE ATRASO (ORIGEM " ORIGEM-AG ")".
           MOVE SALDO-ENVIO-AG TO VALOR-FMT.
           DISPLAY "SALDO ENVIADO.: " VALOR-FMT.
           MOVE VALOR-RECUP-AG TO VALOR-FMT.
           DISPLAY "RECUPERADO....: " VALOR-FMT.
           MOVE COMISSAO-AG TO VALOR-FMT.
           DISPLAY "COMISSAO......: " VALOR-FMT.
           MOVE SALDO-SOCM TO SALDO-FMT.
           DISPLAY "SALDO ATUAL...: " SALDO-FMT.
           IF MOTIVO-AG NOT = SPACES
               DISPLAY "MOTIVO........: " MOTIVO-AG
           END-IF.
           IF RECOLHE-AG = "S"
               DISPLAY "RECOLHIMENTO AINDA NAO ENVIADO A AGENCIA"
           END-IF.

      *RECOLHIMENTO: SO PARA SOCIO COM A AGENCIA, COM MOTIVO E
      *CONFIRMACAO; OS AVISOS DO EX01 E OS ACORDOS VOLTAM NA HORA
       RECOLHE-SOCIO.
           PERFORM ACEITA-NUMERO.
           MOVE NUM-PEDIDO TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY
                   DISPLAY "SOCIO " NUM-PEDIDO " NUNCA ENVIADO A "
                       "AGENCIA"
               NOT INVALID KEY
                   IF SITUACAO-AG NOT = "E"
                       DISPLAY "SOCIO NAO ESTA COM A AGENCIA "
                           "(SITUACAO " SITUACAO-AG ")"
                   ELSE
                       PERFORM MOSTRA-AGENCIA
                       PERFORM CONFIRMA-RECOLHIMENTO
                   END-IF
           END-READ.

       CONFIRMA-RECOLHIMENTO.
           DISPLAY "MOTIVO DO RECOLHIMENTO: " WITH NO ADVANCING.
           ACCEPT MOTIVO-INF.
           IF MOTIVO-INF = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - RECOLHIMENTO CANCELADO"
           ELSE
               DISPLAY "CONFIRMA O RECOLHIMENTO (S/N)? "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   MOVE "R"        TO SITUACAO-AG
                   MOVE DATA-EXEC  TO DATA-SIT-AG
                   MOVE "S"        TO RECOLHE-AG
                   MOVE MOTIVO-INF TO MOTIVO-AG
                   REWRITE REG-AGENC
                   MOVE "RECOLHE" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   DISPLAY "SOCIO RECOLHIDO - SEGUE PARA A AGENCIA "
                       "NO PROXIMO ENVIO"
               ELSE
                   DISPLAY "RECOLHIMENTO NAO CONFIRMADO"
               END-IF
           END-IF.

      *LIBERACAO: APAGA O REGISTRO DO SOCIO DEVOLVIDO, RECOLHIDO OU
      *QUITADO PARA O ENVAGENC PODER ENVIA-LO DE NOVO; RECOLHIMENTO
      *AINDA NAO INFORMADO A AGENCIA NAO PODE SER LIBERADO
       LIBERA-SOCIO.
           PERFORM ACEITA-NUMERO.
           MOVE NUM-PEDIDO TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY
                   DISPLAY "SOCIO " NUM-PEDIDO " NUNCA ENVIADO A "
                       "AGENCIA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SITUACAO-AG = "E"
                           DISPLAY "SOCIO ESTA COM A AGENCIA - "
                               "RECOLHA ANTES DE LIBERAR"
                       WHEN RECOLHE-AG = "S"
                           DISPLAY "RECOLHIMENTO AINDA NAO ENVIADO A "
                               "AGENCIA - AGUARDE O PROXIMO ENVAGENC"
                       WHEN OTHER
                           PERFORM MOSTRA-AGENCIA
                           PERFORM CONFIRMA-LIBERACAO
                   END-EVALUATE
           END-READ.

       CONFIRMA-LIBERACAO.
           DISPLAY "CONFIRMA A LIBERACAO PARA NOVO ENVIO (S/N)? "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               DELETE ARQAGENC RECORD
               MOVE "LIBERA" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "SOCIO LIBERADO PARA NOVO ENVIO"
           ELSE
               DISPLAY "LIBERACAO NAO CONFIRMADA"
           END-IF.

       FIM.
           CLOSE ARQAGENC CADSOCM.

      *IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO ARQOPER, MANTIDO
      *PELO MANUOPER, E CONFERENCIA DA SENHA NO ARQSENHA: CODIGO
      *DESCONHECIDO, SENHA ERRADA, CONTA BLOQUEADA OU SEM O NIVEL
      *EXIGIDO ENCERRA COM CODIGO 8; COM O CADASTRO AINDA VAZIO O
      *CONTROLE FICA INATIVO (TRANSICAO ATE O MANUOPER CADASTRAR OS
      *OPERADORES)
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT OPERADOR.
           MOVE "NAO" TO FIM-OPER.
           MOVE "NAO" TO ACHOU-OPER.
           MOVE 0 TO QTD-OPER-LIDOS.
           OPEN INPUT ARQOPER.
           PERFORM UNTIL FIM-OPER = "SIM" OR ACHOU-OPER = "SIM"
               READ ARQOPER
                   AT END MOVE "SIM" TO FIM-OPER
                   NOT AT END
                       ADD 1 TO QTD-OPER-LIDOS
                       IF ID-OPER = OPERADOR
                           MOVE "SIM" TO ACHOU-OPER
                           MOVE NIVEL-OPER TO NIVEL-SESSAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQOPER.
           EVALUATE TRUE
               WHEN ACHOU-OPER = "NAO" AND QTD-OPER-LIDOS = 0
                   DISPLAY "ARQOPER.DAT VAZIO - CONTROLE DE "
                       "ACESSO INATIVO"
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
           ACCEPT HORA-ATIV-WRK FROM TIME.
           OPEN EXTEND ARQATIV.
           MOVE DATA-ATIV-WRK TO DATA-ATIV.
           MOVE HORA-ATIV-WRK TO HORA-ATIV.
           MOVE OPERADOR      TO OPERADOR-ATIV.
           MOVE "MANUAGEN" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
