       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUCONS.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO CONSENTIMENTO DE MARKETING POR CPF
      *              (ARQCONS.DAT): CONSULTA AS OPCOES DE MALA
      *              DIRETA, E-MAIL E TELEFONE DO CLIENTE, ALTERA O
      *              OPT-IN / OPT-OUT DE CADA CANAL COM A DATA E A
      *              ORIGEM DO CONSENTIMENTO (CARTA, BALCAO, SITE,
      *              TELEFONE...) E MOSTRA O HISTORICO DE MUDANCAS
      *              DO CPF. CADA MUDANCA VAI PARA O HISTORICO
      *              HISTCONS.DAT E PARA O LOG DE ATIVIDADE ARQATIV;
      *              O EX06 LEVA AS OPCOES AO CRM NA PROXIMA NOITE E
      *              O EX02 DEIXA O OPT-OUT DE MALA DIRETA FORA DAS
      *              ETIQUETAS.

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
           SELECT OPTIONAL ARQCONS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CONS
           FILE STATUS IS FS-ARQCONS.
           SELECT OPTIONAL HISTCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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

      *Consentimento de marketing por CPF: por canal (1 mala
      *direta, 2 e-mail, 3 telefone) a opcao "S" aceita ou "N"
      *recusa (branco = nunca informado), a data e a origem do
      *consentimento; ENVIADO-CONS guarda as opcoes do ultimo envio
      *ao CRM pelo EX06 ("III" enquanto nada foi enviado)
       FD ARQCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCONS.DAT".

       01 REG-CONS.
           02 CPF-CONS      PIC 9(11).
           02 CANAL-CONS OCCURS 3 TIMES.
               03 OPCAO-CONS  PIC X(01).
               03 DATA-CONS   PIC 9(08).
               03 ORIGEM-CONS PIC X(10).
           02 ENVIADO-CONS  PIC X(03).
           02 OPERADOR-CONS PIC X(08).

      *Historico das mudancas de consentimento (MANUCONS e carga de
      *opt-out do CRM pelo CARGCONS): opcao anterior e nova do canal,
      *data do consentimento, momento do registro, origem e operador
       FD HISTCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTCONS.DAT".

       01 REG-HCONS.
           02 CPF-HC        PIC 9(11).
           02 CANAL-HC      PIC 9(01).
           02 OPCAO-ANT-HC  PIC X(01).
           02 OPCAO-NOVA-HC PIC X(01).
           02 DATA-CONS-HC  PIC 9(08).
           02 DATA-REG-HC   PIC 9(08).
           02 HORA-REG-HC   PIC 9(06).
           02 ORIGEM-HC     PIC X(10).
           02 OPERADOR-HC   PIC X(08).

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

       77 FS-ARQCONS   PIC X(02) VALUE "00".
       77 FS-CADOK     PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08).
       77 HORA-EXEC    PIC 9(06).
       77 CPF-PEDIDO   PIC 9(11) VALUE ZEROES.
       77 ACHOU-CONS   PIC X(03) VALUE "NAO".
       77 FIM-HIST     PIC X(03) VALUE "NAO".
       77 QTD-HIST     PIC 9(04) VALUE 0.
       77 QTD-MUDANCAS PIC 9(01) VALUE 0.
       77 IDX-CANAL    PIC 9(01).
       77 ORIGEM-INF   PIC X(10) VALUE SPACES.
       77 OPCAO-ATUAL  PIC X(01) VALUE SPACES.
       77 DESC-OPCAO   PIC X(14) VALUE SPACES.

      *Opcao digitada para cada canal: "S", "N" ou branco (mantem)
       01 TAB-OPCAO-INF.
           02 OPCAO-INF PIC X(01) OCCURS 3 TIMES.

      *Data do consentimento (AAAAMMDD; zero assume a data de hoje)
       01 DATA-INF      PIC 9(08) VALUE 0.
       01 DATA-INF-R REDEFINES DATA-INF.
           02 ANO-INF   PIC 9(04).
           02 MES-INF   PIC 9(02).
           02 DIA-INF   PIC 9(02).

       01 TAB-NOMES-CANAL.
           02 FILLER PIC X(11) VALUE "MALA DIRETA".
           02 FILLER PIC X(11) VALUE "E-MAIL".
           02 FILLER PIC X(11) VALUE "TELEFONE".
       01 TAB-CANAIS REDEFINES TAB-NOMES-CANAL.
           02 NOME-CANAL PIC X(11) OCCURS 3 TIMES.

       PROCEDURE DIVISION.

       MANUTENCAO-CONSENTIMENTO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN I-O ARQCONS.
           IF FS-ARQCONS = "35"
               OPEN OUTPUT ARQCONS
               CLOSE ARQCONS
               OPEN I-O ARQCONS
           END-IF.
           OPEN INPUT CADOK.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== CONSENTIMENTO DE MARKETING (ARQCONS) =====".
           DISPLAY "C - CONSULTA   A - ALTERA   H - HISTORICO"
               "   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "C" PERFORM CONSULTA-CONSENTIMENTO
               WHEN "A" PERFORM ALTERA-CONSENTIMENTO
               WHEN "H" PERFORM HISTORICO-CONSENTIMENTO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-CPF.
           DISPLAY "CPF DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT CPF-PEDIDO.

      *CPF SEM REGISTRO NO ARQCONS NUNCA TEVE CONSENTIMENTO
      *INFORMADO: OS TRES CANAIS FICAM EM BRANCO
       LE-CONSENTIMENTO.
           MOVE CPF-PEDIDO TO CPF-CONS.
           MOVE "SIM" TO ACHOU-CONS.
           READ ARQCONS
               INVALID KEY
                   MOVE "NAO" TO ACHOU-CONS
                   MOVE SPACES TO REG-CONS
                   MOVE CPF-PEDIDO TO CPF-CONS
                   PERFORM VARYING IDX-CANAL FROM 1 BY 1
                           UNTIL IDX-CANAL > 3
                       MOVE 0 TO DATA-CONS(IDX-CANAL)
                   END-PERFORM
                   MOVE "III" TO ENVIADO-CONS
           END-READ.

       MOSTRA-CLIENTE.
           MOVE CPF-PEDIDO TO CPF-OK.
           READ CADOK
               INVALID KEY
                   DISPLAY "CPF " CPF-PEDIDO " NAO CONSTA DO CADOK"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.......: " CPF-OK " " NOME-OK
                   DISPLAY "CIDADE / UF...: " CIDADE-OK " " ESTADO-OK
           END-READ.

       CONSULTA-CONSENTIMENTO.
           PERFORM ACEITA-CPF.
           PERFORM MOSTRA-CLIENTE.
           PERFORM LE-CONSENTIMENTO.
           IF ACHOU-CONS = "NAO"
               DISPLAY "NENHUM CONSENTIMENTO REGISTRADO PARA O CPF"
           ELSE
               PERFORM MOSTRA-CONSENTIMENTO
           END-IF.

       MOSTRA-CONSENTIMENTO.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               PERFORM DESCREVE-OPCAO
               DISPLAY NOME-CANAL(IDX-CANAL) "...: " DESC-OPCAO
                   " EM " DATA-CONS(IDX-CANAL)
                   " ORIGEM " ORIGEM-CONS(IDX-CANAL)
           END-PERFORM.
           DISPLAY "ULTIMA ALTERACAO POR: " OPERADOR-CONS
               "   ENVIADO AO CRM: " ENVIADO-CONS.

       DESCREVE-OPCAO.
           EVALUATE OPCAO-CONS(IDX-CANAL)
               WHEN "S"   MOVE "ACEITA (S)"     TO DESC-OPCAO
               WHEN "N"   MOVE "RECUSA (N)"     TO DESC-OPCAO
               WHEN OTHER MOVE "NAO INFORMADO"  TO DESC-OPCAO
           END-EVALUATE.

      *ALTERACAO: S OU N POR CANAL (BRANCO MANTEM O QUE ESTA), ORIGEM
      *OBRIGATORIA E DATA DO CONSENTIMENTO NAO POSTERIOR A HOJE; SO
      *OS CANAIS QUE MUDAM DE FATO RECEBEM A NOVA DATA E ORIGEM
       ALTERA-CONSENTIMENTO.
           PERFORM ACEITA-CPF.
           IF CPF-PEDIDO = 0
               DISPLAY "CPF INVALIDO"
           ELSE
               PERFORM MOSTRA-CLIENTE
               PERFORM LE-CONSENTIMENTO
               IF ACHOU-CONS = "SIM"
                   PERFORM MOSTRA-CONSENTIMENTO
               END-IF
               PERFORM ACEITA-OPCOES
           END-IF.

       ACEITA-OPCOES.
           MOVE 0 TO QTD-MUDANCAS.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               MOVE "X" TO OPCAO-INF(IDX-CANAL)
               PERFORM UNTIL OPCAO-INF(IDX-CANAL) = "S" OR
                             OPCAO-INF(IDX-CANAL) = "N" OR
                             OPCAO-INF(IDX-CANAL) = SPACE
                   DISPLAY NOME-CANAL(IDX-CANAL)
                       " (S/N, BRANCO MANTEM): " WITH NO ADVANCING
                   ACCEPT OPCAO-INF(IDX-CANAL)
               END-PERFORM
               IF OPCAO-INF(IDX-CANAL) NOT = SPACE AND
                  OPCAO-INF(IDX-CANAL) NOT = OPCAO-CONS(IDX-CANAL)
                   ADD 1 TO QTD-MUDANCAS
               END-IF
           END-PERFORM.
           IF QTD-MUDANCAS = 0
               DISPLAY "NENHUMA MUDANCA INFORMADA"
           ELSE
               PERFORM ACEITA-ORIGEM-DATA
           END-IF.

       ACEITA-ORIGEM-DATA.
           DISPLAY "ORIGEM DO CONSENTIMENTO (CARTA, BALCAO, SITE...): "
               WITH NO ADVANCING.
           ACCEPT ORIGEM-INF.
           DISPLAY "DATA DO CONSENTIMENTO (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING.
           ACCEPT DATA-INF.
           IF DATA-INF = 0
               MOVE DATA-EXEC TO DATA-INF
           END-IF.
           EVALUATE TRUE
               WHEN ORIGEM-INF = SPACES
                   DISPLAY "ORIGEM OBRIGATORIA - ALTERACAO CANCELADA"
               WHEN MES-INF < 1 OR MES-INF > 12 OR
                    DIA-INF < 1 OR DIA-INF > 31 OR ANO-INF < 1900
                   DISPLAY "DATA INVALIDA - ALTERACAO CANCELADA"
               WHEN DATA-INF > DATA-EXEC
                   DISPLAY "DATA POSTERIOR A HOJE - ALTERACAO "
                       "CANCELADA"
               WHEN OTHER
                   PERFORM CONFIRMA-ALTERACAO
           END-EVALUATE.

       CONFIRMA-ALTERACAO.
           DISPLAY "CONFIRMA A ALTERACAO DE " QTD-MUDANCAS
               " CANAL(IS) (S/N)? " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               ACCEPT HORA-EXEC FROM TIME
               OPEN EXTEND HISTCONS
               PERFORM APLICA-CANAL
                   VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               CLOSE HISTCONS
               MOVE OPERADOR TO OPERADOR-CONS
               IF ACHOU-CONS = "SIM"
                   REWRITE REG-CONS
               ELSE
                   WRITE REG-CONS
               END-IF
               MOVE "ALTERA" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "CONSENTIMENTO ALTERADO - SEGUE PARA O CRM "
                   "NO PROXIMO EX06"
           ELSE
               DISPLAY "ALTERACAO NAO CONFIRMADA"
           END-IF.

       APLICA-CANAL.
           IF OPCAO-INF(IDX-CANAL) NOT = SPACE AND
              OPCAO-INF(IDX-CANAL) NOT = OPCAO-CONS(IDX-CANAL)
               MOVE CPF-CONS              TO CPF-HC
               MOVE IDX-CANAL             TO CANAL-HC
               MOVE OPCAO-CONS(IDX-CANAL) TO OPCAO-ANT-HC
               MOVE OPCAO-INF(IDX-CANAL)  TO OPCAO-NOVA-HC
               MOVE DATA-INF              TO DATA-CONS-HC
               MOVE DATA-EXEC             TO DATA-REG-HC
               MOVE HORA-EXEC             TO HORA-REG-HC
               MOVE ORIGEM-INF            TO ORIGEM-HC
               MOVE OPERADOR              TO OPERADOR-HC
               WRITE REG-HCONS
               MOVE OPCAO-INF(IDX-CANAL)  TO OPCAO-CONS(IDX-CANAL)
               MOVE DATA-INF              TO DATA-CONS(IDX-CANAL)
               MOVE ORIGEM-INF            TO ORIGEM-CONS(IDX-CANAL)
           END-IF.

      *HISTORICO: TODAS AS MUDANCAS DO CPF, DO BALCAO E DO CRM, NA
      *ORDEM EM QUE FORAM REGISTRADAS
       HISTORICO-CONSENTIMENTO.
           PERFORM ACEITA-CPF.
           PERFORM MOSTRA-CLIENTE.
           MOVE 0 TO QTD-HIST.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT HISTCONS.
           PERFORM UNTIL FIM-HIST = "SIM"
               READ HISTCONS
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       IF CPF-HC = CPF-PEDIDO
                           ADD 1 TO QTD-HIST
                           PERFORM MOSTRA-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTCONS.
           IF QTD-HIST = 0
               DISPLAY "NENHUMA MUDANCA REGISTRADA PARA O CPF"
           END-IF.

       MOSTRA-HISTORICO.
           MOVE OPCAO-ANT-HC TO OPCAO-ATUAL.
           IF OPCAO-ATUAL = SPACE
               MOVE "-" TO OPCAO-ATUAL
           END-IF.
           DISPLAY DATA-REG-HC " " HORA-REG-HC " "
               NOME-CANAL(CANAL-HC) " " OPCAO-ATUAL " > "
               OPCAO-NOVA-HC " EM " DATA-CONS-HC " "
               ORIGEM-HC " " OPERADOR-HC.

       FIM.
           CLOSE ARQCONS CADOK.

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
           MOVE "MANUCONS" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
