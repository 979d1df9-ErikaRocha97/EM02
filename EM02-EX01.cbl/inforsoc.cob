       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INFORSOC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      INFORME ANUAL DE PAGAMENTOS DOS SOCIOS PARA A
      *              DECLARACAO DE IMPOSTO DE RENDA: PARA O ANO-BASE
      *              INFORMADO LE OS ARQUIVOS MENSAIS ARQMOVTO.AAAAMM
      *              GRAVADOS PELO FECHAMES E O DIARIO CORRENTE
      *              ARQMOVTO.DAT, ORDENA OS MOVIMENTOS DO ANO POR
      *              SOCIO E DATA E IMPRIME EM RELINFO UM INFORME POR
      *              SOCIO (UMA PAGINA CADA) COM OS PAGAMENTOS MES A
      *              MES - RECEBIMENTO NO BALCAO (B), CREDITO
      *              BANCARIO (L) E OUTROS CREDITOS (A, LIQUIDOS DOS
      *              ESTORNOS R) -, OS REEMBOLSOS FEITOS AO SOCIO
      *              (P), OS JUROS LANCADOS (J) E O SALDO EM 31/12.
      *              SOCIO 0 EMITE PARA TODOS OS QUE TIVERAM
      *              PAGAMENTO, REEMBOLSO OU JUROS NO ANO E FECHA COM
      *              O TOTAL DE CONTROLE CONTRA OS RECEBIMENTOS
      *              CONTABILIZADOS NO ANO (ARQUIVOS MENSAIS
      *              ARQCONTB.AAAAMM GUARDADOS PELO EXPCONT),
      *              CONFERIDO COMPONENTE A COMPONENTE: BALCAO (B),
      *              BANCO (L), MANUTENCAO (A), AGENCIA DE COBRANCA
      *              (G E M) E ESTORNOS (R), CADA UM CONTRA OS
      *              DEBITOS DO SEU PROPRIO LANCAMENTO CONTABIL.

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
           SELECT OPTIONAL CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMENSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCTBMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTMOV ASSIGN TO "SRTMOV".
           SELECT RELINFO  ASSIGN TO DISK.

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

      *Cadastro mestre, so para o nome do socio no informe
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

      *Arquivo mensal do razao (ARQMOVTO.AAAAMM) gravado pelo
      *FECHAMES; mes ainda nao fechado simplesmente nao existe
       FD ARQMENSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MENSAL-NOME.

       01 REG-MENSAL.
           02 NUM-SOCIO-MS  PIC 9(06).
           02 DATA-MOV-MS   PIC 9(08).
           02 TIPO-MOV-MS   PIC X(01).
           02 VALOR-MOV-MS  PIC 9(09)V9(02).
           02 SALDO-APOS-MS PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MS   PIC X(08).
           02 APROVADOR-MS  PIC X(08).

      *Diario corrente, com os movimentos dos meses ainda abertos
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
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

      *Lancamentos contabeis do mes (ARQCONTB.AAAAMM) acumulados
      *pelo EXPCONT; os recebimentos sao os debitos de historico
      *"RECEBIMENTOS AAAAMM"
       FD ARQCTBMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-CTB-NOME.

       01 REG-CONTB.
           02 DATA-CTB      PIC 9(08).
           02 CONTA-CTB     PIC X(08).
           02 DC-CTB        PIC X(01).
           02 VALOR-CTB     PIC 9(11)V9(02).
           02 HISTORICO-CTB PIC X(20).

      *Arquivo de trabalho da ordenacao por socio e data; a
      *sequencia de leitura desempata movimentos do mesmo dia
       SD SORTMOV.
       01 REG-SORT-MOV.
           02 NUM-SOCIO-ST  PIC 9(06).
           02 DATA-MOV-ST   PIC 9(08).
           02 SEQ-ST        PIC 9(08).
           02 TIPO-MOV-ST   PIC X(01).
           02 VALOR-MOV-ST  PIC 9(09)V9(02).
           02 SALDO-APOS-ST PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.

       FD RELINFO
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 1.
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

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-SORT       PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 DATA-EXEC      PIC 9(08).
       77 ANO-EXEC       PIC 9(04).
       77 ANO-BASE       PIC 9(04) VALUE 0.
       77 NUM-PEDIDO     PIC 9(06) VALUE ZEROES.
       77 IDX-MES        PIC 9(02).
       77 SEQ-LEITURA    PIC 9(08) VALUE 0.
       77 CT-MESES-RAZAO PIC 9(02) VALUE 0.
       77 CT-MESES-CTB   PIC 9(02) VALUE 0.
       77 ACHOU-MES      PIC X(03) VALUE "NAO".
       77 CT-INFORMES    PIC 9(06) VALUE 0.
       77 CT-SEM-PAGTO   PIC 9(06) VALUE 0.

      *Nomes dos arquivos mensais do razao e da contabilidade
       01 ARQ-MENSAL-NOME.
           02 FILLER          PIC X(09) VALUE "ARQMOVTO.".
           02 ARQ-MENSAL-MES  PIC 9(06).

       01 ARQ-CTB-NOME.
           02 FILLER          PIC X(09) VALUE "ARQCONTB.".
           02 ARQ-CTB-MES     PIC 9(06).

      *Acumulados do socio em processamento
       77 SOCIO-ATUAL    PIC 9(06) VALUE 0.
       77 TEM-SOCIO      PIC X(03) VALUE "NAO".
       77 JUROS-SOC      PIC 9(09)V9(02) VALUE 0.
       77 REEMB-SOC      PIC 9(09)V9(02) VALUE 0.
       77 SALDO-FIM-SOC  PIC S9(09)V9(02) VALUE 0.
       77 PAGO-SOC       PIC S9(11)V9(02) VALUE 0.
       77 LIQUIDO-SOC    PIC S9(11)V9(02) VALUE 0.
       77 TOTAL-MES-WRK  PIC S9(11)V9(02) VALUE 0.
       01 TAB-MESES-SOC.
           02 MES-SOC-ENT OCCURS 12 TIMES.
               03 BALCAO-MES  PIC 9(09)V9(02).
               03 BANCO-MES   PIC 9(09)V9(02).
               03 OUTROS-MES  PIC S9(09)V9(02).
       01 TOT-SOC.
           02 BALCAO-TOT-SOC  PIC 9(11)V9(02).
           02 BANCO-TOT-SOC   PIC 9(11)V9(02).
           02 OUTROS-TOT-SOC  PIC S9(11)V9(02).
           02 MANUT-TOT-SOC   PIC 9(11)V9(02).
           02 AGENC-TOT-SOC   PIC 9(11)V9(02).
           02 ESTORNO-TOT-SOC PIC 9(11)V9(02).

      *Totais de controle da emissao para todos os socios
       77 TOT-BALCAO     PIC 9(13)V9(02) VALUE 0.
       77 TOT-BANCO      PIC 9(13)V9(02) VALUE 0.
       77 TOT-OUTROS     PIC S9(13)V9(02) VALUE 0.
       77 TOT-PAGO       PIC S9(13)V9(02) VALUE 0.
       77 TOT-REEMB      PIC 9(13)V9(02) VALUE 0.
       77 TOT-JUROS      PIC 9(13)V9(02) VALUE 0.
       77 TOT-MANUT      PIC 9(13)V9(02) VALUE 0.
       77 TOT-AGENCIA    PIC 9(13)V9(02) VALUE 0.
       77 TOT-ESTORNO    PIC 9(13)V9(02) VALUE 0.
       77 TOT-CONTABIL   PIC S9(13)V9(02) VALUE 0.
       77 TOT-DIFERENCA  PIC S9(13)V9(02) VALUE 0.
       77 CT-DIVERGE     PIC 9(02) VALUE 0.
       77 RAZAO-COMP     PIC S9(13)V9(02) VALUE 0.
       77 CONTB-COMP     PIC S9(13)V9(02) VALUE 0.

      *Debitos contabilizados no ano por componente, reconhecidos
      *pelo historico gravado por quem lancou o recebimento
       77 CTB-BALCAO     PIC 9(13)V9(02) VALUE 0.
       77 CTB-BANCO      PIC 9(13)V9(02) VALUE 0.
       77 CTB-MANUT      PIC 9(13)V9(02) VALUE 0.
       77 CTB-AGENCIA    PIC 9(13)V9(02) VALUE 0.
       77 CTB-ESTORNO    PIC 9(13)V9(02) VALUE 0.

      *Nomes dos meses para as linhas do informe
       01 TAB-NOMES-MES.
           02 FILLER PIC X(36)
              VALUE "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01 TAB-NOMES-MES-R REDEFINES TAB-NOMES-MES.
           02 NOME-MES-TAB PIC X(03) OCCURS 12 TIMES.

      *Cabecalho do informe de cada socio
       01 CAB-01.
           02 FILLER      PIC X(12) VALUE SPACES.
           02 FILLER      PIC X(39)
                 VALUE "INFORME ANUAL DE PAGAMENTOS - ANO-BASE ".
           02 ANO-CAB     PIC 9(04).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 PARCIAL-CAB PIC X(09) VALUE SPACES.
           02 FILLER      PIC X(15) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 CAB-02.
           02 FILLER      PIC X(07) VALUE "SOCIO: ".
           02 NUM-CAB     PIC 9(06).
           02 FILLER      PIC X(03) VALUE " - ".
           02 NOME-CAB    PIC X(30).
           02 FILLER      PIC X(34) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(08) VALUE "MES     ".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "        BALCAO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "CRED. BANCARIO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(15) VALUE "OUTROS CREDITOS".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(15) VALUE "   TOTAL DO MES".
           02 FILLER  PIC X(06) VALUE SPACES.

      *Linha de pagamentos de um mes (e do total do ano)
       01 DETALHE-MES.
           02 MES-REL.
               03 NOME-MES-REL PIC X(03).
               03 FILLER       PIC X(01) VALUE "/".
               03 ANO-MES-REL  PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 BALCAO-REL      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 BANCO-REL       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 OUTROS-REL      PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TOTAL-MES-REL   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(06) VALUE SPACES.

      *Linhas de resumo do informe e do total de controle
       01 LINHA-VALOR.
           02 ROTULO-VLR      PIC X(40).
           02 VALOR-VLR       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 SIT-VLR         PIC X(10).
           02 FILLER          PIC X(07) VALUE SPACES.

       01 LINHA-QTD.
           02 ROTULO-QTD      PIC X(40).
           02 FILLER          PIC X(13) VALUE SPACES.
           02 QTD-LIN         PIC ZZZ.ZZ9.
           02 FILLER          PIC X(20) VALUE SPACES.

       01 CAB-COMP.
           02 FILLER  PIC X(24) VALUE "COMPONENTE".
           02 FILLER  PIC X(19) VALUE "      RAZAO SOCIOS".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(19) VALUE "      CONTABILIZADO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "SITUACAO".

       01 LINHA-COMP.
           02 ROTULO-CMP      PIC X(24).
           02 RAZAO-CMP       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CONTB-CMP       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 SIT-CMP         PIC X(10).
           02 FILLER          PIC X(04) VALUE SPACES.

       01 ROTULO-SALDO.
           02 FILLER          PIC X(12) VALUE "SALDO EM 31/".
           02 FILLER          PIC X(03) VALUE "12/".
           02 ANO-ROT-SALDO   PIC 9(04).
           02 FILLER          PIC X(21) VALUE SPACES.

       01 CAB-CONTROLE.
           02 FILLER      PIC X(14) VALUE SPACES.
           02 FILLER      PIC X(43)
                 VALUE "INFORME ANUAL - TOTAL DE CONTROLE ANO-BASE ".
           02 ANO-CTL-CAB PIC 9(04).
           02 FILLER      PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       INFORME-ANUAL.
           PERFORM INICIO.
           PERFORM ORDENA-MOVIMENTOS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           MOVE DATA-EXEC(1:4) TO ANO-EXEC.
           DISPLAY "ANO-BASE (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-BASE.
           IF ANO-BASE = 0 OR ANO-BASE > ANO-EXEC
               DISPLAY "INFORSOC: ANO-BASE INVALIDO: " ANO-BASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ANO-BASE = ANO-EXEC
               DISPLAY "INFORSOC: ANO-BASE EM CURSO - INFORME PARCIAL"
               MOVE "(PARCIAL)" TO PARCIAL-CAB
           END-IF.
           DISPLAY "NUMERO DO SOCIO (0 PARA TODOS): "
               WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.
           MOVE "INFORME" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           OPEN INPUT CADSOCM.
           OPEN OUTPUT RELINFO.

      *ORDENA OS MOVIMENTOS DO ANO POR SOCIO, DATA E ORDEM DE
      *LEITURA: O ULTIMO MOVIMENTO DE CADA SOCIO DA O SALDO EM 31/12
       ORDENA-MOVIMENTOS.
           SORT SORTMOV
               ON ASCENDING KEY NUM-SOCIO-ST
               ON ASCENDING KEY DATA-MOV-ST
               ON ASCENDING KEY SEQ-ST
               INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS EMITE-INFORMES.

      *MESES FECHADOS DO ANO NOS ARQUIVOS MENSAIS E, PARA OS MESES
      *AINDA ABERTOS, O DIARIO CORRENTE
       SELECIONA-MOVIMENTOS.
           PERFORM LE-MES-ARQUIVADO
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > 12.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQMOVTO.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQMOVTO
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       PERFORM LIBERA-MOVTO-DIARIO
               END-READ
           END-PERFORM.
           CLOSE ARQMOVTO.

       LE-MES-ARQUIVADO.
           COMPUTE ARQ-MENSAL-MES = ANO-BASE * 100 + IDX-MES.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "NAO" TO ACHOU-MES.
           OPEN INPUT ARQMENSAL.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQMENSAL
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE "SIM" TO ACHOU-MES
                       MOVE REG-MENSAL TO REG-MOVTO
                       PERFORM LIBERA-MOVTO-DIARIO
               END-READ
           END-PERFORM.
           CLOSE ARQMENSAL.
           IF ACHOU-MES = "SIM"
               ADD 1 TO CT-MESES-RAZAO
           END-IF.

       LIBERA-MOVTO-DIARIO.
           IF DATA-MOV(1:4) = ANO-BASE AND
              (NUM-PEDIDO = 0 OR NUM-SOCIO-MV = NUM-PEDIDO)
               ADD 1 TO SEQ-LEITURA
               MOVE NUM-SOCIO-MV  TO NUM-SOCIO-ST
               MOVE DATA-MOV      TO DATA-MOV-ST
               MOVE SEQ-LEITURA   TO SEQ-ST
               MOVE TIPO-MOV      TO TIPO-MOV-ST
               MOVE VALOR-MOV     TO VALOR-MOV-ST
               MOVE SALDO-APOS-MV TO SALDO-APOS-ST
               RELEASE REG-SORT-MOV
           END-IF.

      *QUEBRA POR SOCIO: CADA SOCIO FECHADO GERA O SEU INFORME
       EMITE-INFORMES.
           RETURN SORTMOV AT END MOVE "SIM" TO FIM-SORT.
           PERFORM UNTIL FIM-SORT = "SIM"
               IF TEM-SOCIO = "NAO" OR NUM-SOCIO-ST NOT = SOCIO-ATUAL
                   IF TEM-SOCIO = "SIM"
                       PERFORM FECHA-SOCIO
                   END-IF
                   PERFORM INICIA-SOCIO
               END-IF
               PERFORM ACUMULA-MOVIMENTO
               RETURN SORTMOV AT END MOVE "SIM" TO FIM-SORT
           END-PERFORM.
           IF TEM-SOCIO = "SIM"
               PERFORM FECHA-SOCIO
           END-IF.

       INICIA-SOCIO.
           MOVE "SIM"        TO TEM-SOCIO.
           MOVE NUM-SOCIO-ST TO SOCIO-ATUAL.
           INITIALIZE TAB-MESES-SOC TOT-SOC.
           MOVE 0 TO JUROS-SOC REEMB-SOC SALDO-FIM-SOC.

      *B = BALCAO, L = CREDITO BANCARIO, A = OUTROS CREDITOS (O
      *ESTORNO R DESFAZ UM "A"; G E M SAO O PAGO A AGENCIA DE
      *COBRANCA), P = REEMBOLSO AO SOCIO, J = JUROS;
      *OS DEMAIS TIPOS SO ATUALIZAM O SALDO
       ACUMULA-MOVIMENTO.
           MOVE DATA-MOV-ST(5:2) TO IDX-MES.
           EVALUATE TIPO-MOV-ST
               WHEN "B"
                   ADD VALOR-MOV-ST TO BALCAO-MES(IDX-MES)
               WHEN "L"
                   ADD VALOR-MOV-ST TO BANCO-MES(IDX-MES)
               WHEN "A"
                   ADD VALOR-MOV-ST TO OUTROS-MES(IDX-MES)
                   ADD VALOR-MOV-ST TO MANUT-TOT-SOC
               WHEN "G"
               WHEN "M"
                   ADD VALOR-MOV-ST TO OUTROS-MES(IDX-MES)
                   ADD VALOR-MOV-ST TO AGENC-TOT-SOC
               WHEN "R"
                   SUBTRACT VALOR-MOV-ST FROM OUTROS-MES(IDX-MES)
                   ADD VALOR-MOV-ST TO ESTORNO-TOT-SOC
               WHEN "P"
                   ADD VALOR-MOV-ST TO REEMB-SOC
               WHEN "J"
                   ADD VALOR-MOV-ST TO JUROS-SOC
           END-EVALUATE.
           MOVE SALDO-APOS-ST TO SALDO-FIM-SOC.

      *NA EMISSAO PARA TODOS, SOCIO SEM PAGAMENTO, REEMBOLSO OU
      *JUROS NO ANO NAO RECEBE INFORME, MAS O QUE MOVIMENTOU ENTRA
      *NOS TOTAIS DE CONTROLE (UM RECEBIMENTO ESTORNADO NO ANO FOI
      *CONTABILIZADO NOS DOIS SENTIDOS)
       FECHA-SOCIO.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               ADD BALCAO-MES(IDX-MES) TO BALCAO-TOT-SOC
               ADD BANCO-MES(IDX-MES)  TO BANCO-TOT-SOC
               ADD OUTROS-MES(IDX-MES) TO OUTROS-TOT-SOC
           END-PERFORM.
           COMPUTE PAGO-SOC =
               BALCAO-TOT-SOC + BANCO-TOT-SOC + OUTROS-TOT-SOC.
           ADD BALCAO-TOT-SOC  TO TOT-BALCAO.
           ADD BANCO-TOT-SOC   TO TOT-BANCO.
           ADD OUTROS-TOT-SOC  TO TOT-OUTROS.
           ADD MANUT-TOT-SOC   TO TOT-MANUT.
           ADD AGENC-TOT-SOC   TO TOT-AGENCIA.
           ADD ESTORNO-TOT-SOC TO TOT-ESTORNO.
           ADD REEMB-SOC       TO TOT-REEMB.
           ADD JUROS-SOC       TO TOT-JUROS.
           IF NUM-PEDIDO = 0 AND PAGO-SOC = 0 AND
              REEMB-SOC = 0 AND JUROS-SOC = 0
               ADD 1 TO CT-SEM-PAGTO
           ELSE
               PERFORM IMPRIME-INFORME
               ADD 1              TO CT-INFORMES
           END-IF.

       IMPRIME-INFORME.
           MOVE SOCIO-ATUAL TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   MOVE "NAO CONSTA NO CADASTRO MESTRE" TO NOME-CAB
               NOT INVALID KEY
                   MOVE NOME-SOCIOM TO NOME-CAB
           END-READ.
           MOVE SOCIO-ATUAL TO NUM-CAB.
           PERFORM CABECALHO.
           PERFORM IMPRIME-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > 12.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE "TOTAL"        TO MES-REL.
           MOVE BALCAO-TOT-SOC TO BALCAO-REL.
           MOVE BANCO-TOT-SOC  TO BANCO-REL.
           MOVE OUTROS-TOT-SOC TO OUTROS-REL.
           MOVE PAGO-SOC       TO TOTAL-MES-REL.
           WRITE REG-REL FROM DETALHE-MES AFTER ADVANCING 1 LINE.
           COMPUTE LIQUIDO-SOC = PAGO-SOC - REEMB-SOC.
           MOVE SPACES TO SIT-VLR.
           MOVE "TOTAL PAGO NO ANO" TO ROTULO-VLR.
           MOVE PAGO-SOC TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 3 LINES.
           MOVE "(-) REEMBOLSOS FEITOS AO SOCIO" TO ROTULO-VLR.
           MOVE REEMB-SOC TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           MOVE "TOTAL LIQUIDO PAGO NO ANO" TO ROTULO-VLR.
           MOVE LIQUIDO-SOC TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           MOVE "JUROS E MULTAS LANCADOS NO ANO" TO ROTULO-VLR.
           MOVE JUROS-SOC TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 2 LINES.
           MOVE ANO-BASE TO ANO-ROT-SALDO.
           MOVE ROTULO-SALDO TO ROTULO-VLR.
           MOVE SALDO-FIM-SOC TO VALOR-VLR.
           EVALUATE TRUE
               WHEN SALDO-FIM-SOC > 0
                   MOVE "(DEVEDOR)" TO SIT-VLR
               WHEN SALDO-FIM-SOC < 0
                   MOVE "(CREDOR)"  TO SIT-VLR
               WHEN OTHER
                   MOVE "(QUITADO)" TO SIT-VLR
           END-EVALUATE.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.

       IMPRIME-MES.
           MOVE NOME-MES-TAB(IDX-MES) TO NOME-MES-REL.
           MOVE "/"                   TO MES-REL(4:1).
           MOVE ANO-BASE              TO ANO-MES-REL.
           MOVE BALCAO-MES(IDX-MES)   TO BALCAO-REL.
           MOVE BANCO-MES(IDX-MES)    TO BANCO-REL.
           MOVE OUTROS-MES(IDX-MES)   TO OUTROS-REL.
           COMPUTE TOTAL-MES-WRK = BALCAO-MES(IDX-MES) +
               BANCO-MES(IDX-MES) + OUTROS-MES(IDX-MES).
           MOVE TOTAL-MES-WRK         TO TOTAL-MES-REL.
           WRITE REG-REL FROM DETALHE-MES AFTER ADVANCING 1 LINE.

       CABECALHO.
           MOVE ANO-BASE TO ANO-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03    AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.

      *RECEBIMENTOS CONTABILIZADOS NO ANO: DEBITOS DOS ARQUIVOS
      *MENSAIS DO ARQCONTB PELO HISTORICO DE CADA LANCAMENTO -
      *RECBALC (CAIXASOC/APROVSOC), RECBANCO (PROCRET), RECMANUT
      *(MANUTSOC), RECUPAGE E COMISAGE (RETAGENC) E ESTORREC
       SOMA-CONTABIL.
           PERFORM LE-MES-CONTABIL
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > 12.

       LE-MES-CONTABIL.
           COMPUTE ARQ-CTB-MES = ANO-BASE * 100 + IDX-MES.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "NAO" TO ACHOU-MES.
           OPEN INPUT ARQCTBMES.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQCTBMES
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE "SIM" TO ACHOU-MES
                       IF DC-CTB = "D" AND
                          DATA-CTB(1:4) = ANO-BASE
                           PERFORM CLASSIFICA-CONTABIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCTBMES.
           IF ACHOU-MES = "SIM"
               ADD 1 TO CT-MESES-CTB
           END-IF.

       CLASSIFICA-CONTABIL.
           EVALUATE TRUE
               WHEN HISTORICO-CTB(1:12) = "RECEB.BALCAO"
                   ADD VALOR-CTB TO CTB-BALCAO
               WHEN HISTORICO-CTB(1:10) = "CRED.BANCO"
                   ADD VALOR-CTB TO CTB-BANCO
               WHEN HISTORICO-CTB(1:11) = "RECEB.MANUT"
                   ADD VALOR-CTB TO CTB-MANUT
               WHEN HISTORICO-CTB(1:8) = "AGENCIA "
                   ADD VALOR-CTB TO CTB-AGENCIA
               WHEN HISTORICO-CTB(1:13) = "ESTORNO RECEB"
                   ADD VALOR-CTB TO CTB-ESTORNO
           END-EVALUATE.

      *PAGINA FINAL DA EMISSAO PARA TODOS: TOTAIS DOS INFORMES E,
      *COMPONENTE A COMPONENTE, O RAZAO CONTRA O CONTABILIZADO NO
      *ANO (O ESTORNO ENTRA SUBTRAINDO NO TOTAL)
       IMPRIME-CONTROLE.
           PERFORM SOMA-CONTABIL.
           COMPUTE TOT-PAGO = TOT-BALCAO + TOT-BANCO + TOT-OUTROS.
           COMPUTE TOT-CONTABIL = CTB-BALCAO + CTB-BANCO +
               CTB-MANUT + CTB-AGENCIA - CTB-ESTORNO.
           COMPUTE TOT-DIFERENCA = TOT-PAGO - TOT-CONTABIL.
           MOVE ANO-BASE TO ANO-CTL-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-CONTROLE AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR    AFTER ADVANCING 1 LINE.
           MOVE "INFORMES EMITIDOS" TO ROTULO-QTD.
           MOVE CT-INFORMES TO QTD-LIN.
           WRITE REG-REL FROM LINHA-QTD AFTER ADVANCING 2 LINES.
           MOVE "SOCIOS SEM PAGAMENTO NO ANO" TO ROTULO-QTD.
           MOVE CT-SEM-PAGTO TO QTD-LIN.
           WRITE REG-REL FROM LINHA-QTD AFTER ADVANCING 1 LINE.
           MOVE "MESES DO RAZAO ARQUIVADOS LIDOS" TO ROTULO-QTD.
           MOVE CT-MESES-RAZAO TO QTD-LIN.
           WRITE REG-REL FROM LINHA-QTD AFTER ADVANCING 1 LINE.
           MOVE "MESES CONTABEIS LIDOS" TO ROTULO-QTD.
           MOVE CT-MESES-CTB TO QTD-LIN.
           WRITE REG-REL FROM LINHA-QTD AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SIT-VLR.
           MOVE "RECEBIMENTOS NO BALCAO" TO ROTULO-VLR.
           MOVE TOT-BALCAO TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 2 LINES.
           MOVE "CREDITOS BANCARIOS" TO ROTULO-VLR.
           MOVE TOT-BANCO TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           MOVE "OUTROS CREDITOS" TO ROTULO-VLR.
           MOVE TOT-OUTROS TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           MOVE "TOTAL PAGO PELOS SOCIOS" TO ROTULO-VLR.
           MOVE TOT-PAGO TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-COMP AFTER ADVANCING 2 LINES.
           MOVE "BALCAO (B)" TO ROTULO-CMP.
           MOVE TOT-BALCAO   TO RAZAO-COMP.
           MOVE CTB-BALCAO   TO CONTB-COMP.
           PERFORM IMPRIME-COMPONENTE.
           MOVE "CREDITO BANCARIO (L)" TO ROTULO-CMP.
           MOVE TOT-BANCO    TO RAZAO-COMP.
           MOVE CTB-BANCO    TO CONTB-COMP.
           PERFORM IMPRIME-COMPONENTE.
           MOVE "MANUTENCAO (A)" TO ROTULO-CMP.
           MOVE TOT-MANUT    TO RAZAO-COMP.
           MOVE CTB-MANUT    TO CONTB-COMP.
           PERFORM IMPRIME-COMPONENTE.
           MOVE "AGENCIA (G + M)" TO ROTULO-CMP.
           MOVE TOT-AGENCIA  TO RAZAO-COMP.
           MOVE CTB-AGENCIA  TO CONTB-COMP.
           PERFORM IMPRIME-COMPONENTE.
           MOVE "(-) ESTORNOS (R)" TO ROTULO-CMP.
           MOVE TOT-ESTORNO  TO RAZAO-COMP.
           MOVE CTB-ESTORNO  TO CONTB-COMP.
           PERFORM IMPRIME-COMPONENTE.
           MOVE "TOTAL" TO ROTULO-CMP.
           MOVE TOT-PAGO     TO RAZAO-CMP.
           MOVE TOT-CONTABIL TO CONTB-CMP.
           IF TOT-DIFERENCA = 0
               MOVE "CONFERE"    TO SIT-CMP
           ELSE
               MOVE "DIVERGENTE" TO SIT-CMP
           END-IF.
           WRITE REG-REL FROM LINHA-COMP AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SIT-VLR.
           MOVE "REEMBOLSOS FEITOS AOS SOCIOS" TO ROTULO-VLR.
           MOVE TOT-REEMB TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 2 LINES.
           MOVE "JUROS E MULTAS LANCADOS" TO ROTULO-VLR.
           MOVE TOT-JUROS TO VALOR-VLR.
           WRITE REG-REL FROM LINHA-VALOR AFTER ADVANCING 1 LINE.
           IF CT-DIVERGE > 0 OR TOT-DIFERENCA NOT = 0
               DISPLAY "INFORSOC: TOTAL DOS INFORMES DIFERE DOS "
                   "RECEBIMENTOS CONTABILIZADOS - CONFIRA O RELINFO"
           END-IF.

       IMPRIME-COMPONENTE.
           MOVE RAZAO-COMP TO RAZAO-CMP.
           MOVE CONTB-COMP TO CONTB-CMP.
           IF RAZAO-COMP = CONTB-COMP
               MOVE "CONFERE"    TO SIT-CMP
           ELSE
               MOVE "DIVERGENTE" TO SIT-CMP
               ADD 1 TO CT-DIVERGE
           END-IF.
           WRITE REG-REL FROM LINHA-COMP AFTER ADVANCING 1 LINE.

       FIM.
           IF NUM-PEDIDO = 0
               PERFORM IMPRIME-CONTROLE
           ELSE
               IF CT-INFORMES = 0
                   MOVE NUM-PEDIDO TO NUM-CAB
                   MOVE "NAO CONSTA NO RAZAO DO ANO" TO NOME-CAB
                   PERFORM CABECALHO
                   MOVE "NENHUM MOVIMENTO DO SOCIO NO ANO-BASE"
                       TO REG-REL
                   WRITE REG-REL AFTER ADVANCING 2 LINES
               END-IF
           END-IF.
           CLOSE CADSOCM RELINFO.
           DISPLAY "INFORSOC: " CT-INFORMES " INFORME(S) EMITIDO(S) - "
               "ANO-BASE " ANO-BASE.

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
           MOVE "INFORSOC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
