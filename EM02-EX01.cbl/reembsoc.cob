       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REEMBSOC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REEMBOLSO DO SALDO CREDOR DO SOCIO (SALDO
      *              NEGATIVO NO CADSOCM, DEIXADO POR PAGAMENTO A
      *              MAIOR, ESTORNO OU PAGAMENTO DIVERGENTE), APROVADO
      *              NA TELA POR SUPERVISOR (NIVEL 3): MOSTRA O
      *              CREDITO, ACEITA O VALOR A DEVOLVER (ZERO DEVOLVE
      *              TUDO), OS DADOS BANCARIOS DO FAVORECIDO E O
      *              MOTIVO. O REEMBOLSO GRAVA A ORDEM DE PAGAMENTO
      *              NUMERADA EM ARQORDPG.DAT (SEQUENCIA EM
      *              ARQOPGCT.DAT) PARA A TESOURARIA PAGAR, O
      *              MOVIMENTO TIPO "P" NO DIARIO ARQMOVTO.DAT (DEBITO
      *              QUE LEVA O SALDO NA DIRECAO DE ZERO) E DEIXA O
      *              EVENTO CONTABIL "REEMBOLS" EM ARQLANCP.DAT PARA
      *              O EXPCONT DA NOITE. AS ORDENS DA SESSAO SAEM
      *              IMPRESSAS EM RELORDPG.

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
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQORDPG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQOPGCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FECHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELORDPG ASSIGN TO DISK.

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

      *Diario de movimentos do cadastro mestre; o reembolso entra
      *com o TIPO "P" (debito que consome o credito do socio)
       FD ARQMOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQMOVTO.DAT".

       01 REG-MOVTO.
           02 NUM-SOCIO-MV  PIC 9(06).
           02 DATA-MOV      PIC 9(08).
           02 TIPO-MOV      PIC X(01).
           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.

      *Ordens de pagamento de reembolso a socio, para a tesouraria:
      *situacao "E" (emitida) ate o pagamento ser efetuado
       FD ARQORDPG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQORDPG.DAT".

       01 REG-ORDPG.
           02 NUM-ORDEM-OP   PIC 9(08).
           02 DATA-EMISSAO-OP PIC 9(08).
           02 NUM-SOCIO-OP   PIC 9(06).
           02 NOME-SOCIO-OP  PIC X(30).
           02 VALOR-OP       PIC 9(09)V9(02).
           02 BANCO-OP       PIC 9(03).
           02 AGENCIA-OP     PIC 9(05).
           02 CONTA-OP       PIC X(12).
           02 OPERADOR-OP    PIC X(08).
           02 MOTIVO-OP      PIC X(30).
           02 SITUACAO-OP    PIC X(01).

      *Controle da numeracao das ordens de pagamento entre sessoes
       FD ARQOPGCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQOPGCT.DAT".

       01 REG-OPGCT.
           02 ULT-ORDEM PIC 9(08).

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Ultimo periodo fechado pelo FECHAMES: nao ha reembolso num
      *mes que a tesouraria ja fechou
       FD FECHCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "FECHCTL.DAT".

       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Ordens de pagamento emitidas na sessao
       FD RELORDPG
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

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

       77 FS-CADSOCM    PIC X(02) VALUE "00".
       77 SESSAO-ABERTA PIC X(03) VALUE "NAO".
       77 OPCAO         PIC X(01) VALUE SPACES.
       77 RESPOSTA      PIC X(01) VALUE SPACES.
       77 DATA-EXEC     PIC 9(08).
       77 MES-EXEC      PIC 9(06) VALUE 0.
       77 NUM-PEDIDO    PIC 9(06) VALUE ZEROES.
       77 ENTRADA-DIG   PIC X(11) VALUE SPACES.
       77 VALOR-DIG     PIC 9(11) VALUE 0.
       77 BANCO-DIG     PIC X(03) VALUE SPACES.
       77 AGENCIA-DIG   PIC X(05) VALUE SPACES.
       77 CONTA-DIG     PIC X(12) VALUE SPACES.
       77 MOTIVO-DIG    PIC X(30) VALUE SPACES.
       77 CREDITO-DISP  PIC 9(09)V9(02) VALUE 0.
       77 VALOR-REEMB   PIC 9(09)V9(02) VALUE 0.
       77 NUM-ORDEM     PIC 9(08) VALUE 0.
       77 CT-ORDENS     PIC 9(06) VALUE 0.
       77 TOTAL-ORDENS  PIC 9(11)V9(02) VALUE 0.
       77 DADOS-OK      PIC X(03) VALUE "NAO".
       77 SALDO-FMT     PIC -ZZZ.ZZZ.ZZ9,99.
       77 VALOR-FMT     PIC ZZZ.ZZZ.ZZ9,99.

      *Linhas da ordem de pagamento
       01 ORDEM-SEP.
           02 FILLER  PIC X(80) VALUE ALL "=".

       01 ORDEM-TITULO.
           02 FILLER      PIC X(24) VALUE SPACES.
           02 FILLER      PIC X(24) VALUE "ORDEM DE PAGAMENTO NO.  ".
           02 NUM-ORD-REL PIC 9(08).
           02 FILLER      PIC X(24) VALUE SPACES.

       01 ORDEM-FAVOR.
           02 FILLER      PIC X(18) VALUE "PAGUE-SE A        ".
           02 NOME-ORD    PIC X(30).
           02 FILLER      PIC X(10) VALUE "  (SOCIO: ".
           02 NUM-ORD     PIC 9(06).
           02 FILLER      PIC X(01) VALUE ")".
           02 FILLER      PIC X(15) VALUE SPACES.

       01 ORDEM-VALOR.
           02 FILLER      PIC X(21)
                          VALUE "A IMPORTANCIA DE     ".
           02 VALOR-ORD   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(14) VALUE ", EM          ".
           02 DATA-ORD.
               03 DIA-ORD PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 MES-ORD PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 ANO-ORD PIC 9(04).
           02 FILLER      PIC X(21) VALUE SPACES.

       01 ORDEM-BANCO.
           02 FILLER      PIC X(21)
                          VALUE "CREDITO EM CONTA:    ".
           02 FILLER      PIC X(07) VALUE "BANCO ".
           02 BANCO-ORD   PIC 9(03).
           02 FILLER      PIC X(10) VALUE "  AGENCIA ".
           02 AGENCIA-ORD PIC 9(05).
           02 FILLER      PIC X(08) VALUE "  CONTA ".
           02 CONTA-ORD   PIC X(12).
           02 FILLER      PIC X(14) VALUE SPACES.

       01 ORDEM-MOTIVO.
           02 FILLER      PIC X(21)
                          VALUE "REFERENTE A:         ".
           02 FILLER      PIC X(25)
                          VALUE "REEMBOLSO DE CREDITO -   ".
           02 MOTIVO-ORD  PIC X(30).
           02 FILLER      PIC X(04) VALUE SPACES.

       01 ORDEM-SALDO.
           02 FILLER      PIC X(21)
                          VALUE "SALDO APOS REEMBOLSO:".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-ORD   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(08) VALUE SPACES.
           02 FILLER      PIC X(13) VALUE "APROVADO POR ".
           02 OPER-ORD    PIC X(08).
           02 FILLER      PIC X(14) VALUE SPACES.

       01 RODAPE-ORDENS.
           02 FILLER       PIC X(20)
                           VALUE "ORDENS DA SESSAO:   ".
           02 QTD-OP-ROD   PIC ZZZ.ZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(15) VALUE "TOTAL A PAGAR: ".
           02 TOTAL-OP-ROD PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       REEMBOLSO-SOCIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM VERIFICA-PERIODO-FECHADO.
           PERFORM LE-CONTROLE-ORDEM.
           OPEN I-O CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - REEMBOLSO NAO ABERTO"
               MOVE "F" TO OPCAO
           ELSE
               MOVE "SIM" TO SESSAO-ABERTA
               OPEN EXTEND ARQMOVTO
               OPEN EXTEND ARQORDPG
               OPEN EXTEND ARQLANCP
               OPEN OUTPUT RELORDPG
           END-IF.

      *REEMBOLSO EM MES JA FECHADO PELO FECHAMES E RECUSADO
       VERIFICA-PERIODO-FECHADO.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           OPEN INPUT FECHCTL.
           READ FECHCTL
               AT END MOVE 0 TO ULT-MES-FECHADO
           END-READ.
           CLOSE FECHCTL.
           IF MES-EXEC <= ULT-MES-FECHADO
               DISPLAY "REEMBSOC: MES " MES-EXEC " JA FECHADO PELO "
                   "FECHAMES - REEMBOLSO NAO ABERTO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-CONTROLE-ORDEM.
           OPEN INPUT ARQOPGCT.
           READ ARQOPGCT
               AT END MOVE 0 TO ULT-ORDEM
           END-READ.
           MOVE ULT-ORDEM TO NUM-ORDEM.
           CLOSE ARQOPGCT.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== REEMBOLSO DE CREDITO (CADSOCM) =====".
           DISPLAY "R - REEMBOLSA UM SOCIO   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "R" PERFORM ANALISA-SOCIO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *MOSTRA O SOCIO AO SUPERVISOR E SO SEGUE PARA O REEMBOLSO
      *QUANDO HA SALDO CREDOR (SALDO NEGATIVO NO CADSOCM)
       ANALISA-SOCIO.
           DISPLAY "NUMERO DO SOCIO: " WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.
           MOVE NUM-PEDIDO TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   DISPLAY "SOCIO " NUM-PEDIDO " NAO ENCONTRADO NO "
                       "CADASTRO MESTRE"
               NOT INVALID KEY
                   MOVE SALDO-SOCM TO SALDO-FMT
                   DISPLAY "NOME......: " NOME-SOCIOM
                   DISPLAY "SALDO.....: " SALDO-FMT
                   DISPLAY "SITUACAO..: " STATUS-SOCM "  DESDE: "
                       DATA-STATUS "  " MOTIVO-STATUS
                   IF SALDO-SOCM NOT < 0
                       DISPLAY "SOCIO SEM SALDO CREDOR - NADA A "
                           "REEMBOLSAR"
                   ELSE
                       COMPUTE CREDITO-DISP = 0 - SALDO-SOCM
                       PERFORM INFORMA-VALOR
                   END-IF
           END-READ.

      *VALOR A DEVOLVER: ZERO DEVOLVE TODO O CREDITO; ACIMA DO
      *CREDITO DISPONIVEL E RECUSADO
       INFORMA-VALOR.
           MOVE CREDITO-DISP TO VALOR-FMT.
           DISPLAY "CREDITO DISPONIVEL: " VALOR-FMT.
           DISPLAY "VALOR A REEMBOLSAR (11 DIGITOS, ULTIMOS 2 SAO "
               "CENTAVOS; ZERO = TOTAL): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO: " ENTRADA-DIG
           ELSE
               MOVE ENTRADA-DIG TO VALOR-DIG
               COMPUTE VALOR-REEMB = VALOR-DIG / 100
               IF VALOR-REEMB = 0
                   MOVE CREDITO-DISP TO VALOR-REEMB
               END-IF
               IF VALOR-REEMB > CREDITO-DISP
                   DISPLAY "VALOR ACIMA DO CREDITO DO SOCIO - "
                       "REEMBOLSO RECUSADO"
               ELSE
                   PERFORM INFORMA-DADOS-BANCARIOS
               END-IF
           END-IF.

       INFORMA-DADOS-BANCARIOS.
           MOVE "NAO" TO DADOS-OK.
           DISPLAY "BANCO (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT BANCO-DIG.
           DISPLAY "AGENCIA (5 DIGITOS): " WITH NO ADVANCING.
           ACCEPT AGENCIA-DIG.
           DISPLAY "CONTA: " WITH NO ADVANCING.
           ACCEPT CONTA-DIG.
           EVALUATE TRUE
               WHEN BANCO-DIG IS NOT NUMERIC
                   DISPLAY "BANCO INVALIDO: " BANCO-DIG
               WHEN AGENCIA-DIG IS NOT NUMERIC
                   DISPLAY "AGENCIA INVALIDA: " AGENCIA-DIG
               WHEN CONTA-DIG = SPACES
                   DISPLAY "CONTA OBRIGATORIA"
               WHEN OTHER
                   MOVE "SIM" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               PERFORM CONFIRMA-REEMBOLSO
           ELSE
               DISPLAY "REEMBOLSO NAO EFETUADO"
           END-IF.

       CONFIRMA-REEMBOLSO.
           DISPLAY "MOTIVO DO REEMBOLSO: " WITH NO ADVANCING.
           ACCEPT MOTIVO-DIG.
           IF MOTIVO-DIG = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - REEMBOLSO NAO EFETUADO"
           ELSE
               MOVE VALOR-REEMB TO VALOR-FMT
               DISPLAY "CONFIRMA O REEMBOLSO DE " VALOR-FMT
                   " (S/N)? " WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   PERFORM EFETUA-REEMBOLSO
               ELSE
                   DISPLAY "REEMBOLSO NAO EFETUADO"
               END-IF
           END-IF.

      *CONSOME O CREDITO NO CADSOCM E GRAVA O MOVIMENTO DO DIARIO,
      *A ORDEM DE PAGAMENTO E O EVENTO CONTABIL PENDENTE
       EFETUA-REEMBOLSO.
           ADD VALOR-REEMB TO SALDO-SOCM.
           MOVE DATA-EXEC  TO DATA-ULT-MOV.
           REWRITE REG-SOCM.
           PERFORM GRAVA-MOVTO-REEMBOLSO.
           ADD 1 TO NUM-ORDEM.
           PERFORM GRAVA-ORDEM.
           PERFORM GRAVA-LANCTO-REEMBOLSO.
           PERFORM IMPRIME-ORDEM.
           ADD 1 TO CT-ORDENS.
           ADD VALOR-REEMB TO TOTAL-ORDENS.
           MOVE "REEMBOLSO" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "ORDEM DE PAGAMENTO " NUM-ORDEM " EMITIDA - VALOR "
               VALOR-FMT.

       GRAVA-MOVTO-REEMBOLSO.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE DATA-EXEC   TO DATA-MOV.
           MOVE "P"         TO TIPO-MOV.
           MOVE VALOR-REEMB TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           WRITE REG-MOVTO.

       GRAVA-ORDEM.
           MOVE NUM-ORDEM   TO NUM-ORDEM-OP.
           MOVE DATA-EXEC   TO DATA-EMISSAO-OP.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-OP.
           MOVE NOME-SOCIOM TO NOME-SOCIO-OP.
           MOVE VALOR-REEMB TO VALOR-OP.
           MOVE BANCO-DIG   TO BANCO-OP.
           MOVE AGENCIA-DIG TO AGENCIA-OP.
           MOVE CONTA-DIG   TO CONTA-OP.
           MOVE OPERADOR    TO OPERADOR-OP.
           MOVE MOTIVO-DIG  TO MOTIVO-OP.
           MOVE "E"         TO SITUACAO-OP.
           WRITE REG-ORDPG.

       GRAVA-LANCTO-REEMBOLSO.
           MOVE DATA-EXEC   TO DATA-LP.
           MOVE "REEMBOLS"  TO EVENTO-LP.
           MOVE VALOR-REEMB TO VALOR-LP.
           MOVE SPACES      TO HISTORICO-LP.
           STRING "REEMBOLSO OP " NUM-ORDEM(3:6) DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           WRITE REG-LANCP.

       IMPRIME-ORDEM.
           MOVE NUM-ORDEM   TO NUM-ORD-REL.
           MOVE NOME-SOCIOM TO NOME-ORD.
           MOVE NUM-SOCIOM  TO NUM-ORD.
           MOVE VALOR-REEMB TO VALOR-ORD.
           MOVE DATA-EXEC(7:2) TO DIA-ORD.
           MOVE DATA-EXEC(5:2) TO MES-ORD.
           MOVE DATA-EXEC(1:4) TO ANO-ORD.
           MOVE BANCO-OP    TO BANCO-ORD.
           MOVE AGENCIA-OP  TO AGENCIA-ORD.
           MOVE CONTA-OP    TO CONTA-ORD.
           MOVE MOTIVO-DIG  TO MOTIVO-ORD.
           MOVE SALDO-SOCM  TO SALDO-ORD.
           MOVE OPERADOR    TO OPER-ORD.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM ORDEM-SEP    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM ORDEM-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM ORDEM-SEP    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM ORDEM-FAVOR  AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM ORDEM-VALOR  AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM ORDEM-BANCO  AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM ORDEM-MOTIVO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM ORDEM-SALDO  AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM ORDEM-SEP    AFTER ADVANCING 2 LINES.

      *A SEQUENCIA DE ORDENS SO AVANCA QUANDO A SESSAO EMITIU AO
      *MENOS UMA ORDEM
       FIM.
           IF SESSAO-ABERTA = "SIM"
               MOVE CT-ORDENS    TO QTD-OP-ROD
               MOVE TOTAL-ORDENS TO TOTAL-OP-ROD
               WRITE REG-REL FROM RODAPE-ORDENS
                   AFTER ADVANCING 3 LINES
               CLOSE CADSOCM ARQMOVTO ARQORDPG ARQLANCP RELORDPG
               IF CT-ORDENS > 0
                   MOVE NUM-ORDEM TO ULT-ORDEM
                   OPEN OUTPUT ARQOPGCT
                   WRITE REG-OPGCT
                   CLOSE ARQOPGCT
               END-IF
           END-IF.
           DISPLAY "REEMBSOC: " CT-ORDENS " ORDEM(NS) DE PAGAMENTO "
               "NA SESSAO".

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
           MOVE "REEMBSOC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
