      *              MOVIMENTO TIPO "B" NO DIARIO ARQMOVTO.DAT E
      *              IMPRIMINDO RECIBO NUMERADO (SEQUENCIA EM
      *              ARQRECCT.DAT). NO FECHAMENTO, IMPRIME EM
      *              RELCAIXA O MOVIMENTO DO CAIXA DA SESSAO E
      *              ACRESCENTA O TOTAL DA SESSAO EM ARQFECCX.DAT,
      *              O DEPOSITO ESPERADO QUE O CONCBANC PROCURA NO
      *              EXTRATO DO BANCO. CADA RECIBO EMITIDO FICA NO
      *              REGISTRO ARQCXREC.DAT COM O OPERADOR QUE O
      *              RECEBEU, LIDO PELA REVISAO DE ACESSOS (REVACESS).
      *              RECEBIMENTO ACIMA DO LIMITE DO PARAMAPR.DAT
      *              (PADRAO 1.000,00) NAO E LANCADO: VAI PARA O
      *              ARQPEND.DAT AGUARDANDO A SEGUNDA APROVACAO NO
      *              APROVSOC, QUE LANCA O PAGAMENTO E EMITE O RECIBO.
      *              O NUMERO DO RECIBO E RESERVADO NO ARQRECCT.DAT A
      *              CADA EMISSAO, POIS O APROVSOC USA A MESMA
      *              SEQUENCIA. O MOVIMENTO LEVA O OPERADOR DO CAIXA.
      *              CADA RECEBIMENTO DEIXA O EVENTO CONTABIL
      *              "RECBALC" EM ARQLANCP.DAT PARA O EXPCONT.

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
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQRECCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FECHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQFECCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCXREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PEND
           FILE STATUS IS FS-PEND.
           SELECT OPTIONAL ARQPNDCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRECIB ASSIGN TO DISK.
           SELECT RELCAIXA ASSIGN TO DISK.

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

       FD CADSOCM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADSOCM.DAT".
           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Controle da numeracao dos recibos, compartilhado com o
      *APROVSOC
       FD ARQRECCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQRECCT.DAT".
       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Totais de fechamento do caixa, um registro por sessao com
      *recebimento: deposito esperado na conta para a conciliacao
      *bancaria (CONCBANC)
       FD ARQFECCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFECCX.DAT".

       01 REG-FECCX.
           02 DATA-FC     PIC 9(08).
           02 HORA-FC     PIC 9(06).
           02 OPERADOR-FC PIC X(08).
           02 QTD-FC      PIC 9(06).
           02 TOTAL-FC    PIC 9(11)V9(02).

      *Registro dos recibos emitidos, um por recebimento, com o
      *operador do caixa
       FD ARQCXREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCXREC.DAT".

       01 REG-CXREC.
           02 DATA-CR     PIC 9(08).
           02 HORA-CR     PIC 9(06).
           02 OPERADOR-CR PIC X(08).
           02 RECIBO-CR   PIC 9(08).
           02 SOCIO-CR    PIC 9(06).
           02 VALOR-CR    PIC 9(09)V9(02).

      *Limite da dupla aprovacao, mantido pelo MANUPARM (as horas
      *de pendencia so sao usadas pelo PENDAPRO)
       FD PARAMAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAPR.DAT".

       01 REG-PARAM-APR.
           02 PARM-VALOR-APR  PIC 9(07)V9(02).
           02 PARM-HORAS-PEND PIC 9(03).

      *Operacoes aguardando a segunda aprovacao (APROVSOC): tipo B
      *recebimento de caixa acima do limite, X cancelamento de
      *acordo, R estorno do lote manual; situacao P pendente, A
      *aprovada e aplicada, R rejeitada (com o motivo)
       FD ARQPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPEND.DAT".

       01 REG-PEND.
           02 NUM-PEND       PIC 9(08).
           02 TIPO-PEND      PIC X(01).
           02 ORIGEM-PEND    PIC X(08).
           02 SOCIO-PEND     PIC 9(06).
           02 NOME-PEND      PIC X(30).
           02 VALOR-PEND     PIC 9(09)V9(02).
           02 OPERADOR-PEND  PIC X(08).
           02 DATA-PEND      PIC 9(08).
           02 HORA-PEND      PIC 9(06).
           02 SITUACAO-PEND  PIC X(01).
           02 APROVADOR-PEND PIC X(08).
           02 DATA-DEC-PEND  PIC 9(08).
           02 HORA-DEC-PEND  PIC 9(06).
           02 MOTIVO-PEND    PIC X(40).
           02 RECIBO-PEND    PIC 9(08).

      *Controle da numeracao das pendencias, compartilhado pelos
      *programas que as geram
       FD ARQPNDCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPNDCT.DAT".

       01 REG-PNDCT.
           02 ULT-PEND PIC 9(08).

      *Recibos numerados impressos na sessao
       FD RELRECIB
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

       77 FS-CADSOCM   PIC X(02) VALUE "00".
       77 CAIXA-ABERTO PIC X(03) VALUE "NAO".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 VALOR-RECEB  PIC 9(09)V9(02) VALUE 0.
       77 NUM-RECIBO   PIC 9(08) VALUE 0.
       77 CT-RECEBIDOS PIC 9(06) VALUE 0.
       77 CT-PENDENTES PIC 9(06) VALUE 0.
       77 LIMITE-APR   PIC 9(07)V9(02) VALUE 1000.
       77 FS-PEND      PIC X(02) VALUE "00".
       77 GRAVOU-PEND  PIC X(03) VALUE "NAO".
       77 TOTAL-CAIXA  PIC 9(11)V9(02) VALUE 0.
       77 SALDO-FMT    PIC -ZZZ.ZZZ.ZZ9,99.
       77 VALOR-FMT    PIC ZZZ.ZZZ.ZZ9,99.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM VERIFICA-PERIODO-FECHADO.
           PERFORM LE-LIMITE-APROVACAO.
           OPEN I-O CADSOCM.
      *SEM O CADASTRO MESTRE NAO HA ONDE LANCAR O PAGAMENTO: AVISA
      *O OPERADOR E ENCERRA EM VEZ DE ABENDAR NO PRIMEIRO LANCAMENTO
           ELSE
               MOVE "SIM" TO CAIXA-ABERTO
               OPEN EXTEND ARQMOVTO
               OPEN EXTEND ARQLANCP
               OPEN EXTEND ARQCXREC
               OPEN OUTPUT RELRECIB
               OPEN OUTPUT RELCAIXA
               PERFORM CABECALHO-CAIXA
               STOP RUN
           END-IF.

       LE-LIMITE-APROVACAO.
           OPEN INPUT PARAMAPR.
           READ PARAMAPR
               AT END CONTINUE
               NOT AT END
                   IF PARM-VALOR-APR IS NUMERIC AND
                      PARM-VALOR-APR > 0
                       MOVE PARM-VALOR-APR TO LIMITE-APR
                   END-IF
           END-READ.
           CLOSE PARAMAPR.

      *O NUMERO E RESERVADO NA HORA DA EMISSAO E GRAVADO DE VOLTA NO
      *CONTROLE, PARA O APROVSOC NUNCA REPETIR UM RECIBO DO CAIXA
       OBTEM-NUMERO-RECIBO.
           OPEN INPUT ARQRECCT.
           READ ARQRECCT
               AT END MOVE 0 TO ULT-RECIBO
           END-READ.
           CLOSE ARQRECCT.
           ADD 1 TO ULT-RECIBO.
           MOVE ULT-RECIBO TO NUM-RECIBO.
           OPEN OUTPUT ARQRECCT.
           WRITE REG-RECCT.
           CLOSE ARQRECCT.

       PRINCIPAL.

      *MESMAS REGRAS DA ALTERACAO DO MANUTSOC: ABATE O SALDO, SALDO
      *AINDA POSITIVO CONTA MAIS UM ATRASO, E O PAGAMENTO QUE ZERA O
      *DEBITO DE UM SOCIO SUSPENSO REATIVA A SITUACAO. ACIMA DO
      *LIMITE DA DUPLA APROVACAO O PAGAMENTO SO FICA PENDENTE
       LANCA-PAGAMENTO.
           MOVE NUM-PEDIDO TO NUM-SOCIOM.
           READ CADSOCM
                   DISPLAY "SOCIO " NUM-PEDIDO " NAO ENCONTRADO NO "
                       "CADASTRO MESTRE"
               NOT INVALID KEY
                   IF VALOR-RECEB > LIMITE-APR
                       PERFORM RETEM-PAGAMENTO
                   ELSE
                       PERFORM APLICA-PAGAMENTO
                   END-IF
           END-READ.

       APLICA-PAGAMENTO.
           SUBTRACT VALOR-RECEB FROM SALDO-SOCM.
           IF SALDO-SOCM > 0
               ADD 1 TO QTD-ATRASOS
           END-IF.
           MOVE DATA-EXEC TO DATA-ULT-MOV.
           IF STATUS-SOCM = "S" AND SALDO-SOCM <= 0
               MOVE "A"       TO STATUS-SOCM
               MOVE DATA-EXEC TO DATA-STATUS
               MOVE "PAGAMENTO REGULARIZ."
                 TO MOTIVO-STATUS
               DISPLAY "SOCIO REATIVADO APOS QUITACAO"
               PERFORM GRAVA-MOVTO-REATIVACAO
           END-IF.
           REWRITE REG-SOCM.
           PERFORM GRAVA-MOVTO-CAIXA.
           PERFORM EMITE-RECIBO.
           PERFORM GRAVA-REGISTRO-RECIBO.
           PERFORM IMPRIME-LINHA-CAIXA.

      *O DINHEIRO FICA SEPARADO NO CAIXA ATE A DECISAO: NAO ENTRA NO
      *TOTAL DA SESSAO NEM NO DEPOSITO ESPERADO; APROVADO, O
      *APROVSOC LANCA, EMITE O RECIBO E INFORMA O DEPOSITO
       RETEM-PAGAMENTO.
           PERFORM NUMERA-PENDENCIA.
           MOVE "B"          TO TIPO-PEND.
           MOVE "CAIXASOC"   TO ORIGEM-PEND.
           MOVE NUM-SOCIOM   TO SOCIO-PEND.
           MOVE NOME-SOCIOM  TO NOME-PEND.
           MOVE VALOR-RECEB  TO VALOR-PEND.
           MOVE OPERADOR     TO OPERADOR-PEND.
           MOVE DATA-EXEC    TO DATA-PEND.
           ACCEPT HORA-PEND FROM TIME.
           MOVE "P"          TO SITUACAO-PEND.
           MOVE SPACES       TO APROVADOR-PEND MOTIVO-PEND.
           MOVE 0            TO DATA-DEC-PEND HORA-DEC-PEND
                                RECIBO-PEND.
           PERFORM GRAVA-PENDENCIA.
           IF GRAVOU-PEND = "SIM"
               ADD 1 TO CT-PENDENTES
               MOVE VALOR-RECEB TO VALOR-FMT
               DISPLAY "VALOR " VALOR-FMT " ACIMA DO LIMITE - "
                   "PENDENTE DE APROVACAO NO. " NUM-PEND
               DISPLAY "O RECIBO SAI NA APROVACAO (APROVSOC); "
                   "GUARDE O DINHEIRO SEPARADO"
               MOVE "PENDENCIA" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
           END-IF.

      *NUMERO DA PENDENCIA RESERVADO NO CONTROLE NA HORA, COMO O
      *RECIBO: OUTROS PROGRAMAS TAMBEM GERAM PENDENCIAS
       NUMERA-PENDENCIA.
           OPEN INPUT ARQPNDCT.
           READ ARQPNDCT
               AT END MOVE 0 TO ULT-PEND
           END-READ.
           CLOSE ARQPNDCT.
           ADD 1 TO ULT-PEND.
           MOVE ULT-PEND TO NUM-PEND.
           OPEN OUTPUT ARQPNDCT.
           WRITE REG-PNDCT.
           CLOSE ARQPNDCT.

      *ARQPEND AUSENTE E CRIADO VAZIO; NUMERO JA USADO (CONTROLE
      *RESTAURADO) PEGA O PROXIMO
       GRAVA-PENDENCIA.
           MOVE "NAO" TO GRAVOU-PEND.
           OPEN I-O ARQPEND.
           IF FS-PEND = "35"
               OPEN OUTPUT ARQPEND
               CLOSE ARQPEND
               OPEN I-O ARQPEND
           END-IF.
           IF FS-PEND NOT = "00" AND FS-PEND NOT = "05"
               DISPLAY "ARQPEND.DAT INDISPONIVEL (STATUS " FS-PEND
                   ") - PAGAMENTO NAO REGISTRADO"
           ELSE
               PERFORM UNTIL GRAVOU-PEND = "SIM"
                   WRITE REG-PEND
                       INVALID KEY
                           PERFORM NUMERA-PENDENCIA
                       NOT INVALID KEY
                           MOVE "SIM" TO GRAVOU-PEND
                   END-WRITE
               END-PERFORM
               CLOSE ARQPEND
           END-IF.

       GRAVA-MOVTO-CAIXA.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE DATA-EXEC   TO DATA-MOV.
           MOVE "B"         TO TIPO-MOV.
           MOVE VALOR-RECEB TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           MOVE OPERADOR    TO OPERADOR-MV.
           MOVE SPACES      TO APROVADOR-MV.
           WRITE REG-MOVTO.
           PERFORM GRAVA-LANCTO-CAIXA.

      *O RECEBIMENTO ENTRA NO CAIXA CONTRA A CARTEIRA DE SOCIOS
       GRAVA-LANCTO-CAIXA.
           MOVE DATA-EXEC   TO DATA-LP.
           MOVE "RECBALC"   TO EVENTO-LP.
           MOVE VALOR-RECEB TO VALOR-LP.
           MOVE SPACES      TO HISTORICO-LP.
           STRING "RECEB.BALCAO " NUM-SOCIOM DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           WRITE REG-LANCP.

       GRAVA-MOVTO-REATIVACAO.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE "V"         TO TIPO-MOV.
           MOVE 0           TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           MOVE OPERADOR    TO OPERADOR-MV.
           MOVE SPACES      TO APROVADOR-MV.
           WRITE REG-MOVTO.

       EMITE-RECIBO.
           PERFORM OBTEM-NUMERO-RECIBO.
           ADD 1 TO CT-RECEBIDOS.
           ADD VALOR-RECEB TO TOTAL-CAIXA.
           MOVE NUM-RECIBO  TO NUM-REC-REL.
           DISPLAY "RECIBO " NUM-RECIBO " EMITIDO - VALOR "
               VALOR-FMT.

       GRAVA-REGISTRO-RECIBO.
           MOVE DATA-EXEC   TO DATA-CR.
           ACCEPT HORA-CR FROM TIME.
           MOVE OPERADOR    TO OPERADOR-CR.
           MOVE NUM-RECIBO  TO RECIBO-CR.
           MOVE NUM-SOCIOM  TO SOCIO-CR.
           MOVE VALOR-RECEB TO VALOR-CR.
           WRITE REG-CXREC.

       IMPRIME-LINHA-CAIXA.
           MOVE NUM-RECIBO  TO REC-CX-REL.
           MOVE NUM-SOCIOM  TO NUM-CX-REL.
           MOVE TOTAL-CAIXA  TO TOTAL-CX-ROD.
           WRITE REG-CAIXA FROM RODAPE-CAIXA AFTER ADVANCING 3 LINES.

      *O TOTAL DA SESSAO SO VAI PARA A CONCILIACAO BANCARIA QUANDO A
      *SESSAO EMITIU AO MENOS UM RECIBO
       FIM.
           IF CAIXA-ABERTO = "SIM"
               PERFORM RODAPE-CAIXA-IMPRIME
               CLOSE CADSOCM ARQMOVTO ARQLANCP ARQCXREC RELRECIB
                     RELCAIXA
               IF CT-RECEBIDOS > 0
                   PERFORM GRAVA-FECHAMENTO-CAIXA
               END-IF
           END-IF.
           DISPLAY "CAIXASOC: " CT-RECEBIDOS " RECEBIMENTO(S) NA "
               "SESSAO".
           IF CT-PENDENTES > 0
               DISPLAY "CAIXASOC: " CT-PENDENTES " PAGAMENTO(S) "
                   "PENDENTE(S) DE APROVACAO"
           END-IF.

       GRAVA-FECHAMENTO-CAIXA.
           MOVE DATA-EXEC    TO DATA-FC.
           ACCEPT HORA-FC FROM TIME.
           MOVE OPERADOR     TO OPERADOR-FC.
           MOVE CT-RECEBIDOS TO QTD-FC.
           MOVE TOTAL-CAIXA  TO TOTAL-FC.
           OPEN EXTEND ARQFECCX.
           WRITE REG-FECCX.
           CLOSE ARQFECCX.

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
