       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUDUP.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REVISAO DOS PARES DE PROVAVEIS DUPLICIDADES DE
      *              CLIENTES GRAVADOS PELO DUPCLI NO ARQDUP.DAT:
      *              LISTA OS PARES PENDENTES, MOSTRA OS DOIS
      *              CADASTROS DO PAR LADO A LADO E REGISTRA A
      *              DECISAO DO OPERADOR. "MESMA PESSOA" PEDE O CPF
      *              QUE FICA E GRAVA O OUTRO NO ARQSUPR.DAT, DE
      *              ONDE O EX06 DEIXA DE EXTRAI-LO PARA O CRM (E
      *              MANDA A EXCLUSAO NO MODO DELTA); "NAO DUPLICADO"
      *              TIRA O PAR DAS PROXIMAS RODADAS DO DUPCLI. TODA
      *              DECISAO FICA NO PAR (DATA E OPERADOR) E NO LOG
      *              DE ATIVIDADE ARQATIV.

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
           SELECT OPTIONAL ARQDUP  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DUP
           FILE STATUS IS FS-ARQDUP.
           SELECT OPTIONAL ARQSUPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-SUP
           FILE STATUS IS FS-ARQSUPR.
           SELECT OPTIONAL CADOK    ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-OK
           FILE STATUS IS FS-CADOK.

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

      *Pares de provaveis duplicidades, CPF-A sempre menor que
      *CPF-B: SITUACAO-DUP "P" pendente de revisao, "M" mesma pessoa
      *(CPF-MANTIDO-DUP fica no CRM, o outro vai para o ARQSUPR),
      *"N" nao duplicado. CRITERIOS-DUP marca o que coincidiu: N
      *nome, P so o primeiro e o ultimo nome, T telefone, E e-mail,
      *L cidade e estado, C CPF quase igual
       FD ARQDUP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQDUP.DAT".

       01 REG-DUP.
           02 CHAVE-DUP.
               03 CPF-A-DUP    PIC 9(11).
               03 CPF-B-DUP    PIC 9(11).
           02 SITUACAO-DUP     PIC X(01).
           02 PONTOS-DUP       PIC 9(03).
           02 CRITERIOS-DUP    PIC X(05).
           02 DATA-DETEC-DUP   PIC 9(08).
           02 DATA-ULT-DUP     PIC 9(08).
           02 DATA-DECISAO-DUP PIC 9(08).
           02 OPERADOR-DUP     PIC X(08).
           02 CPF-MANTIDO-DUP  PIC 9(11).

      *CPFs suprimidos do extrato do CRM por duplicidade revisada:
      *EXCLUIDO-SUP fica "N" ate o EX06 mandar a exclusao ao CRM
       FD ARQSUPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSUPR.DAT".

       01 REG-SUPR.
           02 CPF-SUP         PIC 9(11).
           02 CPF-MANTIDO-SUP PIC 9(11).
           02 DATA-SUP        PIC 9(08).
           02 OPERADOR-SUP    PIC X(08).
           02 EXCLUIDO-SUP    PIC X(01).

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADOK.DAT".

       01 REGOK.
           02 CPF-OK     PIC 9(11).
           02 NOME-OK    PIC X(30).
           02 ESTADO-OK  PIC X(02).
           02 CIDADE-OK  PIC X(30).
           02 EMAIL-OK   PIC X(30).
           02 TEL-OK     PIC 9(10).

       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 2.
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

       77 FS-ARQDUP    PIC X(02) VALUE "00".
       77 FS-ARQSUPR   PIC X(02) VALUE "00".
       77 FS-CADOK     PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DECISAO      PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08).
       77 CPF-A-INF    PIC 9(11) VALUE ZEROES.
       77 CPF-B-INF    PIC 9(11) VALUE ZEROES.
       77 CPF-TROCA    PIC 9(11) VALUE ZEROES.
       77 CPF-PEDIDO   PIC 9(11) VALUE ZEROES.
       77 CPF-MANTIDO  PIC 9(11) VALUE ZEROES.
       77 CPF-SUPRIMIR PIC 9(11) VALUE ZEROES.
       77 ACHOU-PAR    PIC X(03) VALUE "NAO".
       77 JA-SUPRIMIDO PIC X(03) VALUE "NAO".
       77 FIM-DUP      PIC X(03) VALUE "NAO".
       77 QTD-PARES    PIC 9(05) VALUE 0.
       77 DESC-SITUACAO PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       REVISAO-DUPLICIDADES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN I-O ARQDUP.
           IF FS-ARQDUP = "35"
               OPEN OUTPUT ARQDUP
               CLOSE ARQDUP
               OPEN I-O ARQDUP
           END-IF.
           OPEN I-O ARQSUPR.
           IF FS-ARQSUPR = "35"
               OPEN OUTPUT ARQSUPR
               CLOSE ARQSUPR
               OPEN I-O ARQSUPR
           END-IF.
           OPEN INPUT CADOK.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== DUPLICIDADES DE CLIENTES (ARQDUP) =====".
           DISPLAY "L - PENDENTES   R - REVISA PAR   C - CONSULTA CPF"
               "   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "L" PERFORM LISTA-PENDENTES
               WHEN "R" PERFORM REVISA-PAR
               WHEN "C" PERFORM CONSULTA-CPF
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *POSICIONA NO INICIO DO ARQDUP PARA A LEITURA SEQUENCIAL
       POSICIONA-INICIO.
           MOVE 0 TO QTD-PARES.
           MOVE "NAO" TO FIM-DUP.
           MOVE LOW-VALUES TO CHAVE-DUP.
           START ARQDUP KEY IS NOT LESS THAN CHAVE-DUP
               INVALID KEY MOVE "SIM" TO FIM-DUP
           END-START.

      *PARES AINDA SEM DECISAO, NA ORDEM DO CPF
       LISTA-PENDENTES.
           PERFORM POSICIONA-INICIO.
           PERFORM UNTIL FIM-DUP = "SIM"
               READ ARQDUP NEXT RECORD
                   AT END MOVE "SIM" TO FIM-DUP
                   NOT AT END
                       IF SITUACAO-DUP = "P"
                           ADD 1 TO QTD-PARES
                           PERFORM MOSTRA-LINHA-PAR
                       END-IF
               END-READ
           END-PERFORM.
           IF QTD-PARES = 0
               DISPLAY "NENHUM PAR PENDENTE DE REVISAO"
           ELSE
               DISPLAY QTD-PARES " PAR(ES) PENDENTE(S)"
           END-IF.

       MOSTRA-LINHA-PAR.
           PERFORM DESCREVE-SITUACAO.
           DISPLAY CPF-A-DUP " X " CPF-B-DUP "  PONTOS " PONTOS-DUP
               " " CRITERIOS-DUP " " DESC-SITUACAO
               " DESDE " DATA-DETEC-DUP.

       DESCREVE-SITUACAO.
           EVALUATE SITUACAO-DUP
               WHEN "P"   MOVE "PENDENTE"       TO DESC-SITUACAO
               WHEN "M"   MOVE "MESMA PESSOA"   TO DESC-SITUACAO
               WHEN "N"   MOVE "NAO DUPLICADO"  TO DESC-SITUACAO
               WHEN OTHER MOVE "?"              TO DESC-SITUACAO
           END-EVALUATE.

      *REVISAO DE UM PAR: OS DOIS CPFS EM QUALQUER ORDEM (A CHAVE DO
      *ARQDUP TEM O MENOR PRIMEIRO); SO PAR PENDENTE ACEITA DECISAO
       REVISA-PAR.
           DISPLAY "PRIMEIRO CPF DO PAR: " WITH NO ADVANCING.
           ACCEPT CPF-A-INF.
           DISPLAY "SEGUNDO CPF DO PAR.: " WITH NO ADVANCING.
           ACCEPT CPF-B-INF.
           IF CPF-A-INF > CPF-B-INF
               MOVE CPF-A-INF TO CPF-TROCA
               MOVE CPF-B-INF TO CPF-A-INF
               MOVE CPF-TROCA TO CPF-B-INF
           END-IF.
           MOVE CPF-A-INF TO CPF-A-DUP.
           MOVE CPF-B-INF TO CPF-B-DUP.
           MOVE "SIM" TO ACHOU-PAR.
           READ ARQDUP
               INVALID KEY MOVE "NAO" TO ACHOU-PAR
           END-READ.
           EVALUATE TRUE
               WHEN CPF-A-INF = CPF-B-INF OR CPF-A-INF = 0
                   DISPLAY "CPFS INVALIDOS"
               WHEN ACHOU-PAR = "NAO"
                   DISPLAY "PAR NAO CONSTA DO ARQDUP"
               WHEN SITUACAO-DUP NOT = "P"
                   PERFORM DESCREVE-SITUACAO
                   DISPLAY "PAR JA DECIDIDO: " DESC-SITUACAO
                       " EM " DATA-DECISAO-DUP " POR " OPERADOR-DUP
               WHEN OTHER
                   PERFORM MOSTRA-PAR
                   PERFORM ACEITA-DECISAO
           END-EVALUATE.

       MOSTRA-PAR.
           DISPLAY "PONTOS: " PONTOS-DUP "   CRITERIOS: "
               CRITERIOS-DUP "   DETECTADO EM " DATA-DETEC-DUP.
           MOVE CPF-A-DUP TO CPF-PEDIDO.
           PERFORM MOSTRA-CLIENTE.
           MOVE CPF-B-DUP TO CPF-PEDIDO.
           PERFORM MOSTRA-CLIENTE.

       MOSTRA-CLIENTE.
           MOVE CPF-PEDIDO TO CPF-OK.
           READ CADOK
               INVALID KEY
                   DISPLAY "CPF " CPF-PEDIDO " NAO CONSTA DO CADOK"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.......: " CPF-OK " " NOME-OK
                   DISPLAY "CIDADE / UF...: " CIDADE-OK " " ESTADO-OK
                   DISPLAY "E-MAIL / TEL..: " EMAIL-OK " " TEL-OK
           END-READ.

       ACEITA-DECISAO.
           MOVE "X" TO DECISAO.
           PERFORM UNTIL DECISAO = "M" OR DECISAO = "N" OR
                         DECISAO = SPACE
               DISPLAY "M - MESMA PESSOA   N - NAO DUPLICADO   "
                   "BRANCO - DEIXA PENDENTE: " WITH NO ADVANCING
               ACCEPT DECISAO
           END-PERFORM.
           EVALUATE DECISAO
               WHEN "M"   PERFORM DECIDE-MESMA-PESSOA
               WHEN "N"   PERFORM DECIDE-NAO-DUPLICADO
               WHEN OTHER DISPLAY "PAR CONTINUA PENDENTE"
           END-EVALUATE.

      *MESMA PESSOA: O CPF QUE FICA TEM DE SER UM DOS DOIS DO PAR E
      *NAO PODE ESTAR SUPRIMIDO; SE O OUTRO JA FOI SUPRIMIDO POR
      *OUTRO PAR SO O PAR E REGISTRADO
       DECIDE-MESMA-PESSOA.
           DISPLAY "CPF QUE PERMANECE NO CRM: " WITH NO ADVANCING.
           ACCEPT CPF-MANTIDO.
           IF CPF-MANTIDO = CPF-A-DUP
               MOVE CPF-B-DUP TO CPF-SUPRIMIR
           ELSE
               MOVE CPF-A-DUP TO CPF-SUPRIMIR
           END-IF.
           MOVE CPF-MANTIDO TO CPF-SUP.
           MOVE "SIM" TO JA-SUPRIMIDO.
           READ ARQSUPR
               INVALID KEY MOVE "NAO" TO JA-SUPRIMIDO
           END-READ.
           EVALUATE TRUE
               WHEN CPF-MANTIDO NOT = CPF-A-DUP AND
                    CPF-MANTIDO NOT = CPF-B-DUP
                   DISPLAY "CPF NAO PERTENCE AO PAR - NADA ALTERADO"
               WHEN JA-SUPRIMIDO = "SIM"
                   DISPLAY "CPF " CPF-MANTIDO " JA FOI SUPRIMIDO EM "
                       "FAVOR DE " CPF-MANTIDO-SUP " - NADA ALTERADO"
               WHEN OTHER
                   PERFORM CONFIRMA-MESMA-PESSOA
           END-EVALUATE.

       CONFIRMA-MESMA-PESSOA.
           DISPLAY "CONFIRMA: FICA " CPF-MANTIDO " E SAI DO CRM "
               CPF-SUPRIMIR " (S/N)? " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               MOVE CPF-SUPRIMIR TO CPF-SUP
               READ ARQSUPR
                   INVALID KEY
                       MOVE CPF-SUPRIMIR TO CPF-SUP
                       MOVE CPF-MANTIDO  TO CPF-MANTIDO-SUP
                       MOVE DATA-EXEC    TO DATA-SUP
                       MOVE OPERADOR     TO OPERADOR-SUP
                       MOVE "N"          TO EXCLUIDO-SUP
                       WRITE REG-SUPR
                       DISPLAY "CPF " CPF-SUPRIMIR " SUPRIMIDO - SAI "
                           "DO CRM NO PROXIMO EX06"
                   NOT INVALID KEY
                       DISPLAY "CPF " CPF-SUPRIMIR " JA ESTAVA "
                           "SUPRIMIDO EM FAVOR DE " CPF-MANTIDO-SUP
               END-READ
               MOVE "M"         TO SITUACAO-DUP
               MOVE CPF-MANTIDO TO CPF-MANTIDO-DUP
               PERFORM REGISTRA-DECISAO
               MOVE "DUP-MESMA" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
           ELSE
               DISPLAY "DECISAO NAO CONFIRMADA"
           END-IF.

       DECIDE-NAO-DUPLICADO.
           DISPLAY "CONFIRMA QUE NAO SAO A MESMA PESSOA (S/N)? "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               MOVE "N" TO SITUACAO-DUP
               MOVE 0   TO CPF-MANTIDO-DUP
               PERFORM REGISTRA-DECISAO
               MOVE "DUP-NAO" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "PAR MARCADO COMO NAO DUPLICADO"
           ELSE
               DISPLAY "DECISAO NAO CONFIRMADA"
           END-IF.

       REGISTRA-DECISAO.
           MOVE DATA-EXEC TO DATA-DECISAO-DUP.
           MOVE OPERADOR  TO OPERADOR-DUP.
           REWRITE REG-DUP.

      *TODOS OS PARES DE UM CPF, EM QUALQUER POSICAO DA CHAVE, E A
      *SUPRESSAO DO CPF QUANDO HOUVER
       CONSULTA-CPF.
           DISPLAY "CPF DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT CPF-PEDIDO.
           PERFORM MOSTRA-CLIENTE.
           MOVE CPF-PEDIDO TO CPF-SUP.
           READ ARQSUPR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "SUPRIMIDO EM " DATA-SUP " POR "
                       OPERADOR-SUP " EM FAVOR DE " CPF-MANTIDO-SUP
                       "  EXCLUIDO DO CRM: " EXCLUIDO-SUP
           END-READ.
           PERFORM POSICIONA-INICIO.
           PERFORM UNTIL FIM-DUP = "SIM"
               READ ARQDUP NEXT RECORD
                   AT END MOVE "SIM" TO FIM-DUP
                   NOT AT END
                       IF CPF-A-DUP = CPF-PEDIDO OR
                          CPF-B-DUP = CPF-PEDIDO
                           ADD 1 TO QTD-PARES
                           PERFORM MOSTRA-LINHA-PAR
                       END-IF
               END-READ
           END-PERFORM.
           IF QTD-PARES = 0
               DISPLAY "NENHUM PAR REGISTRADO PARA O CPF"
           END-IF.

       FIM.
           CLOSE ARQDUP ARQSUPR CADOK.

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
           MOVE "MANUDUP" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
