       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PERDASOC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      BAIXA PARA PERDA DO SALDO DEVEDOR INCOBRAVEL,
      *              APROVADA NA TELA POR SUPERVISOR (NIVEL 3): MOSTRA
      *              O SALDO, A SITUACAO E A FAIXA DE ATRASO DO SOCIO
      *              (AS MESMAS DO PROVPDD), EXIGE MOTIVO E CONFIRMACAO
      *              E SO ACEITA SOCIO SUSPENSO OU CANCELADO COM SALDO
      *              DEVEDOR. A BAIXA ZERA O SALDO NO CADSOCM, CANCELA
      *              O SOCIO, GRAVA O MOVIMENTO TIPO "W" NO DIARIO
      *              ARQMOVTO.DAT, REGISTRA O SOCIO NO CADASTRO DE
      *              CREDITOS BAIXADOS ARQPERDA.DAT (BASE PARA O
      *              PROVPDD RECONHECER RECUPERACOES FUTURAS) E DEIXA
      *              O EVENTO CONTABIL "PERDA" EM ARQLANCP.DAT PARA O
      *              EXPCONT DA NOITE. A SESSAO SAI LISTADA EM
      *              RELPERDA.

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
           SELECT OPTIONAL ARQPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FECHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPERDA ASSIGN TO DISK.

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

      *Diario de movimentos do cadastro mestre; a baixa para perda
      *entra com o TIPO "W" (credito que zera o saldo) e o
      *cancelamento do socio com o TIPO "C"
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

      *Cadastro dos creditos baixados para perda: valor baixado,
      *quem aprovou e o que ja foi recuperado (atualizado pelo
      *PROVPDD ate a data DATA-RECUP-PD)
       FD ARQPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPERDA.DAT".

       01 REG-PERDA.
           02 NUM-SOCIO-PD   PIC 9(06).
           02 NOME-SOCIO-PD  PIC X(30).
           02 DATA-BAIXA-PD  PIC 9(08).
           02 VALOR-BAIXA-PD PIC 9(09)V9(02).
           02 DIAS-ATRASO-PD PIC 9(05).
           02 OPERADOR-PD    PIC X(08).
           02 MOTIVO-PD      PIC X(30).
           02 VALOR-RECUP-PD PIC 9(09)V9(02).
           02 DATA-RECUP-PD  PIC 9(08).

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Ultimo periodo fechado pelo FECHAMES: nao ha baixa num mes
      *que a tesouraria ja fechou
       FD FECHCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "FECHCTL.DAT".

       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Baixas aprovadas na sessao
       FD RELPERDA
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
       77 MOTIVO-DIG    PIC X(30) VALUE SPACES.
       77 VALOR-PERDA   PIC 9(09)V9(02) VALUE 0.
       77 CT-BAIXAS     PIC 9(06) VALUE 0.
       77 TOTAL-BAIXAS  PIC 9(11)V9(02) VALUE 0.
       77 SALDO-FMT     PIC -ZZZ.ZZZ.ZZ9,99.

      *Estimativa dos dias de atraso pelas mesmas regras do
      *PROVPDD: o maior entre 30 dias por atraso registrado, os
      *dias desde o ultimo movimento e, para o suspenso, 90 dias
      *mais o tempo de suspensao
       77 INT-EXEC      PIC 9(07) VALUE 0.
       77 DIAS-ATRASO   PIC 9(05) VALUE 0.
       77 DIAS-CALC     PIC 9(05) VALUE 0.
       77 FAIXA-PDD     PIC 9(01) VALUE 0.
       77 IDX-FX        PIC 9(01).
       01 TAB-LIMITES-FX.
           02 FILLER PIC 9(05) VALUE 30.
           02 FILLER PIC 9(05) VALUE 60.
           02 FILLER PIC 9(05) VALUE 90.
           02 FILLER PIC 9(05) VALUE 180.
           02 FILLER PIC 9(05) VALUE 360.
       01 TAB-LIMITES-R REDEFINES TAB-LIMITES-FX.
           02 LIMITE-FX PIC 9(05) OCCURS 5 TIMES.

      *Cabecalho e linhas da listagem da sessao
       01 CAB-PERDA.
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(37)
                      VALUE "BAIXAS PARA PERDA APROVADAS NA SESSAO".
           02 FILLER  PIC X(21) VALUE SPACES.

       01 CAB-PERDA-OPER.
           02 FILLER    PIC X(12) VALUE "APROVADOR: ".
           02 OPER-CAB  PIC X(08).
           02 FILLER    PIC X(08) VALUE "  DATA: ".
           02 DATA-CAB.
               03 DIA-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 MES-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 ANO-CAB PIC 9(04).
           02 FILLER    PIC X(42) VALUE SPACES.

       01 CAB-PERDA-COL.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "DIAS".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(02) VALUE "FX".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "VALOR BAIXADO".
           02 FILLER  PIC X(13) VALUE SPACES.

       01 DETALHE-PERDA.
           02 NUM-PD-REL   PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-PD-REL  PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIAS-PD-REL  PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FAIXA-PD-REL PIC 9(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 VALOR-PD-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(15) VALUE SPACES.

       01 MOTIVO-PERDA.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 FILLER       PIC X(08) VALUE "MOTIVO: ".
           02 MOTIVO-PD-REL PIC X(30).
           02 FILLER       PIC X(34) VALUE SPACES.

       01 RODAPE-PERDA.
           02 FILLER       PIC X(20)
                           VALUE "BAIXAS DA SESSAO:   ".
           02 QTD-PD-ROD   PIC ZZZ.ZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE "TOTAL BAIXADO:".
           02 TOTAL-PD-ROD PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       BAIXA-PERDA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM VERIFICA-PERIODO-FECHADO.
           OPEN I-O CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - BAIXA NAO ABERTA"
               MOVE "F" TO OPCAO
           ELSE
               MOVE "SIM" TO SESSAO-ABERTA
               OPEN EXTEND ARQMOVTO
               OPEN EXTEND ARQPERDA
               OPEN EXTEND ARQLANCP
               OPEN OUTPUT RELPERDA
               PERFORM CABECALHO-PERDA
           END-IF.

      *BAIXA EM MES JA FECHADO PELO FECHAMES E RECUSADA
       VERIFICA-PERIODO-FECHADO.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           OPEN INPUT FECHCTL.
           READ FECHCTL
               AT END MOVE 0 TO ULT-MES-FECHADO
           END-READ.
           CLOSE FECHCTL.
           IF MES-EXEC <= ULT-MES-FECHADO
               DISPLAY "PERDASOC: MES " MES-EXEC " JA FECHADO PELO "
                   "FECHAMES - BAIXA NAO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== BAIXA PARA PERDA (CADSOCM) =====".
           DISPLAY "B - BAIXA UM SOCIO   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "B" PERFORM ANALISA-SOCIO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *MOSTRA O SOCIO AO SUPERVISOR E SO SEGUE PARA A BAIXA COM
      *SALDO DEVEDOR DE SOCIO SUSPENSO OU CANCELADO
       ANALISA-SOCIO.
           DISPLAY "NUMERO DO SOCIO: " WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.
           MOVE NUM-PEDIDO TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   DISPLAY "SOCIO " NUM-PEDIDO " NAO ENCONTRADO NO "
                       "CADASTRO MESTRE"
               NOT INVALID KEY
                   PERFORM CALCULA-ATRASO
                   MOVE SALDO-SOCM TO SALDO-FMT
                   DISPLAY "NOME......: " NOME-SOCIOM
                   DISPLAY "SALDO.....: " SALDO-FMT
                   DISPLAY "SITUACAO..: " STATUS-SOCM "  DESDE: "
                       DATA-STATUS "  " MOTIVO-STATUS
                   DISPLAY "ATRASOS...: " QTD-ATRASOS
                       "  DIAS ESTIMADOS: " DIAS-ATRASO
                       "  FAIXA PDD: " FAIXA-PDD
                   EVALUATE TRUE
                       WHEN SALDO-SOCM NOT > 0
                           DISPLAY "SOCIO SEM SALDO DEVEDOR - NADA "
                               "A BAIXAR"
                       WHEN STATUS-SOCM NOT = "S" AND
                            STATUS-SOCM NOT = "C"
                           DISPLAY "SOCIO ATIVO - A BAIXA SO VALE "
                               "PARA SUSPENSO OU CANCELADO"
                       WHEN OTHER
                           PERFORM CONFIRMA-BAIXA
                   END-EVALUATE
           END-READ.

       CONFIRMA-BAIXA.
           DISPLAY "MOTIVO DA BAIXA: " WITH NO ADVANCING.
           ACCEPT MOTIVO-DIG.
           IF MOTIVO-DIG = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - BAIXA NAO EFETUADA"
           ELSE
               DISPLAY "CONFIRMA A BAIXA PARA PERDA DE " SALDO-FMT
                   " (S/N)? " WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   PERFORM EFETUA-BAIXA
               ELSE
                   DISPLAY "BAIXA NAO EFETUADA"
               END-IF
           END-IF.

      *ZERA O SALDO E CANCELA O SOCIO (SE AINDA SUSPENSO); O VALOR
      *BAIXADO VAI PARA O DIARIO, O CADASTRO DE PERDAS E O EVENTO
      *CONTABIL PENDENTE
       EFETUA-BAIXA.
           MOVE SALDO-SOCM TO VALOR-PERDA.
           MOVE 0          TO SALDO-SOCM.
           MOVE DATA-EXEC  TO DATA-ULT-MOV.
           PERFORM GRAVA-MOVTO-PERDA.
           IF STATUS-SOCM NOT = "C"
               MOVE "C"       TO STATUS-SOCM
               MOVE DATA-EXEC TO DATA-STATUS
               MOVE "BAIXADO P/ PERDA" TO MOTIVO-STATUS
               PERFORM GRAVA-MOVTO-CANCELAMENTO
           END-IF.
           REWRITE REG-SOCM.
           PERFORM GRAVA-PERDA.
           PERFORM GRAVA-LANCTO-PERDA.
           PERFORM IMPRIME-BAIXA.
           ADD 1 TO CT-BAIXAS.
           ADD VALOR-PERDA TO TOTAL-BAIXAS.
           MOVE "BAIXA-PDD" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "BAIXA EFETUADA - SOCIO " NUM-SOCIOM
               " CANCELADO COM SALDO ZERO".

      *DIAS ESTIMADOS DE ATRASO E FAIXA DA PROVISAO; CANCELADO VAI
      *SEMPRE PARA A ULTIMA FAIXA
       CALCULA-ATRASO.
           COMPUTE DIAS-ATRASO = QTD-ATRASOS * 30.
           IF DATA-ULT-MOV > 0
               COMPUTE DIAS-CALC = INT-EXEC -
                   FUNCTION INTEGER-OF-DATE(DATA-ULT-MOV)
               IF DIAS-CALC > DIAS-ATRASO
                   MOVE DIAS-CALC TO DIAS-ATRASO
               END-IF
           END-IF.
           IF STATUS-SOCM = "S" AND DATA-STATUS > 0
               COMPUTE DIAS-CALC = INT-EXEC + 90 -
                   FUNCTION INTEGER-OF-DATE(DATA-STATUS)
               IF DIAS-CALC > DIAS-ATRASO
                   MOVE DIAS-CALC TO DIAS-ATRASO
               END-IF
           END-IF.
           MOVE 6 TO FAIXA-PDD.
           IF STATUS-SOCM NOT = "C"
               PERFORM VARYING IDX-FX FROM 5 BY -1 UNTIL IDX-FX < 1
                   IF DIAS-ATRASO <= LIMITE-FX(IDX-FX)
                       MOVE IDX-FX TO FAIXA-PDD
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-MOVTO-PERDA.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE DATA-EXEC   TO DATA-MOV.
           MOVE "W"         TO TIPO-MOV.
           MOVE VALOR-PERDA TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           WRITE REG-MOVTO.

       GRAVA-MOVTO-CANCELAMENTO.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE DATA-EXEC   TO DATA-MOV.
           MOVE "C"         TO TIPO-MOV.
           MOVE 0           TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           WRITE REG-MOVTO.

       GRAVA-PERDA.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-PD.
           MOVE NOME-SOCIOM TO NOME-SOCIO-PD.
           MOVE DATA-EXEC   TO DATA-BAIXA-PD.
           MOVE VALOR-PERDA TO VALOR-BAIXA-PD.
           MOVE DIAS-ATRASO TO DIAS-ATRASO-PD.
           MOVE OPERADOR    TO OPERADOR-PD.
           MOVE MOTIVO-DIG  TO MOTIVO-PD.
           MOVE 0           TO VALOR-RECUP-PD.
           MOVE DATA-EXEC   TO DATA-RECUP-PD.
           WRITE REG-PERDA.

       GRAVA-LANCTO-PERDA.
           MOVE DATA-EXEC   TO DATA-LP.
           MOVE "PERDA"     TO EVENTO-LP.
           MOVE VALOR-PERDA TO VALOR-LP.
           MOVE SPACES      TO HISTORICO-LP.
           STRING "PERDA SOCIO " NUM-SOCIOM DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           WRITE REG-LANCP.

       IMPRIME-BAIXA.
           MOVE NUM-SOCIOM  TO NUM-PD-REL.
           MOVE NOME-SOCIOM TO NOME-PD-REL.
           MOVE DIAS-ATRASO TO DIAS-PD-REL.
           MOVE FAIXA-PDD   TO FAIXA-PD-REL.
           MOVE VALOR-PERDA TO VALOR-PD-REL.
           MOVE MOTIVO-DIG  TO MOTIVO-PD-REL.
           WRITE REG-REL FROM DETALHE-PERDA AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM MOTIVO-PERDA AFTER ADVANCING 1 LINE.

       CABECALHO-PERDA.
           MOVE OPERADOR TO OPER-CAB.
           MOVE DATA-EXEC(7:2) TO DIA-CAB.
           MOVE DATA-EXEC(5:2) TO MES-CAB.
           MOVE DATA-EXEC(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-PERDA AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PERDA-OPER AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-PERDA-COL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.

       FIM.
           IF SESSAO-ABERTA = "SIM"
               MOVE CT-BAIXAS    TO QTD-PD-ROD
               MOVE TOTAL-BAIXAS TO TOTAL-PD-ROD
               WRITE REG-REL FROM RODAPE-PERDA
                   AFTER ADVANCING 3 LINES
               CLOSE CADSOCM ARQMOVTO ARQPERDA ARQLANCP RELPERDA
           END-IF.
           DISPLAY "PERDASOC: " CT-BAIXAS " BAIXA(S) PARA PERDA NA "
               "SESSAO".

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
           MOVE "PERDASOC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
