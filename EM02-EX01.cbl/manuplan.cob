       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUPLAN.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DOS PLANOS DE SOCIO: A TABELA DE
      *              PLANOS TABPLANO.DAT (CODIGO, DESCRICAO, VALOR
      *              BASE, VALOR POR DEPENDENTE E VIGENCIA) E O PLANO
      *              DE CADA SOCIO EM CADPLSOC.DAT (UM REGISTRO POR
      *              NUMERO DE SOCIO: CODIGO DO PLANO E QUANTIDADE DE
      *              DEPENDENTES), LIDOS PELO GERASOC1 NO FATURAMENTO.
      *              UMA MUDANCA DE VALOR ENTRA COMO NOVA VIGENCIA DO
      *              MESMO CODIGO, ENCERRANDO A ANTERIOR NA VESPERA;
      *              A TABELA SO E ALTERADA POR OPERADOR NIVEL 3 E E
      *              REGRAVADA AO ENCERRAR, NO MESMO MOLDE DO MANUFER.
      *              A ATRIBUICAO DO PLANO AO SOCIO E FEITA PELO
      *              BALCAO (NIVEL 2), NO MOLDE DO MANUCONT.

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
           SELECT OPTIONAL TABPLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPLSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-PS
           FILE STATUS IS FS-CADPLSOC.
           SELECT CADSOCM  ASSIGN TO DISK
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

      *Tabela de planos: uma linha por vigencia de cada codigo;
      *DATA-FIM-PL zero e vigencia em aberto
       FD TABPLANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "TABPLANO.DAT".

       01 REG-PLANO.
           02 COD-PLANO-PL   PIC X(03).
           02 DESC-PLANO-PL  PIC X(20).
           02 VALOR-BASE-PL  PIC 9(07)V9(02).
           02 VALOR-DEP-PL   PIC 9(07)V9(02).
           02 DATA-INI-PL    PIC 9(08).
           02 DATA-FIM-PL    PIC 9(08).

      *Plano e dependentes de cada socio, com a ultima alteracao
       FD CADPLSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADPLSOC.DAT".

       01 REG-PLSOC.
           02 NUM-SOCIO-PS  PIC 9(06).
           02 COD-PLANO-PS  PIC X(03).
           02 QTD-DEPEND-PS PIC 9(02).
           02 DATA-ALT-PS   PIC 9(08).
           02 OPERADOR-PS   PIC X(08).

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
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 2.
       77 NIVEL-TABELA   PIC 9(01) VALUE 3.
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

       77 FS-CADPLSOC   PIC X(02) VALUE "00".
       77 FS-CADSOCM    PIC X(02) VALUE "00".
       77 CADSOCM-ABERTO PIC X(03) VALUE "NAO".
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 OPCAO         PIC X(01) VALUE SPACES.
       77 ALTEROU       PIC X(03) VALUE "NAO".
       77 DADOS-OK      PIC X(03) VALUE "SIM".
       77 DATA-EXEC     PIC 9(08).
       77 NUM-PEDIDO    PIC 9(06) VALUE ZEROES.
       77 COD-INF       PIC X(03) VALUE SPACES.
       77 DESC-INF      PIC X(20) VALUE SPACES.
       77 ENTRADA-DIG   PIC X(09) VALUE SPACES.
       77 VALOR-DIG     PIC 9(09) VALUE 0.
       77 BASE-INF      PIC 9(07)V9(02) VALUE 0.
       77 DEP-INF       PIC 9(07)V9(02) VALUE 0.
       77 DATA-INF      PIC 9(08) VALUE 0.
       77 MES-INF       PIC 9(02) VALUE 0.
       77 DIA-INF       PIC 9(02) VALUE 0.
       77 DEPEND-DIG    PIC X(02) VALUE SPACES.
       77 QTD-DEPEND    PIC 9(02) VALUE 0.
       77 INT-DATA      PIC 9(07) VALUE 0.
       77 VALOR-SOCIO   PIC 9(09)V9(02) VALUE 0.
       77 VALOR-FMT     PIC ZZZ.ZZZ.ZZ9,99.

      *Tabela de planos em memoria; o arquivo e regravado por
      *inteiro ao encerrar quando houve alteracao
       77 QTD-PLANOS    PIC 9(03) VALUE 0.
       77 PLANO-MAX     PIC 9(03) VALUE 200.
       77 IDX-PLANO     PIC 9(03).
       77 POS-PLANO     PIC 9(03) VALUE 0.
       01 TAB-PLANOS.
           02 PLANO-ENT OCCURS 200 TIMES.
               03 COD-TAB   PIC X(03).
               03 DESC-TAB  PIC X(20).
               03 BASE-TAB  PIC 9(07)V9(02).
               03 DEP-TAB   PIC 9(07)V9(02).
               03 INI-TAB   PIC 9(08).
               03 FIM-TAB   PIC 9(08).

      *Linha da listagem da tabela na tela
       01 LINHA-PLANO.
           02 COD-LIN    PIC X(03).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DESC-LIN   PIC X(20).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 BASE-LIN   PIC Z.ZZZ.ZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DEP-LIN    PIC Z.ZZZ.ZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 INI-LIN    PIC 9(08).
           02 FILLER     PIC X(03) VALUE " A ".
           02 FIM-LIN    PIC X(08).

       PROCEDURE DIVISION.

       MANUTENCAO-PLANOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGA-PLANOS.
           DISPLAY "MANUPLAN: " QTD-PLANOS " VIGENCIA(S) DE PLANO "
               "CARREGADA(S)".
           OPEN I-O CADPLSOC.
           IF FS-CADPLSOC = "35"
               OPEN OUTPUT CADPLSOC
               CLOSE CADPLSOC
               OPEN I-O CADPLSOC
           END-IF.
           OPEN INPUT CADSOCM.
           IF FS-CADSOCM = "00"
               MOVE "SIM" TO CADSOCM-ABERTO
           ELSE
               DISPLAY "CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - ATRIBUICAO DE PLANO BLOQUEADA"
           END-IF.

       CARREGA-PLANOS.
           OPEN INPUT TABPLANO
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ TABPLANO
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF QTD-PLANOS < PLANO-MAX
                           ADD 1 TO QTD-PLANOS
                           MOVE COD-PLANO-PL  TO COD-TAB(QTD-PLANOS)
                           MOVE DESC-PLANO-PL TO DESC-TAB(QTD-PLANOS)
                           MOVE VALOR-BASE-PL TO BASE-TAB(QTD-PLANOS)
                           MOVE VALOR-DEP-PL  TO DEP-TAB(QTD-PLANOS)
                           MOVE DATA-INI-PL   TO INI-TAB(QTD-PLANOS)
                           MOVE DATA-FIM-PL   TO FIM-TAB(QTD-PLANOS)
                       ELSE
                           DISPLAY "TAB-PLANOS CHEIA (" PLANO-MAX
                               ") - TABELA NAO PODE SER ALTERADA"
                           MOVE 0 TO NIVEL-TABELA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABPLANO.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== PLANOS DE SOCIO (TABPLANO/CADPLSOC) =====".
           DISPLAY "L - LISTA PLANOS   V - NOVA VIGENCIA   "
               "E - ENCERRA PLANO".
           DISPLAY "C - CONSULTA SOCIO   A - ATRIBUI PLANO AO SOCIO   "
               "F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "L" PERFORM LISTA-PLANOS
               WHEN "V" PERFORM NOVA-VIGENCIA
               WHEN "E" PERFORM ENCERRA-PLANO
               WHEN "C" PERFORM CONSULTA-SOCIO
               WHEN "A" PERFORM ATRIBUI-PLANO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       LISTA-PLANOS.
           IF QTD-PLANOS = 0
               DISPLAY "NENHUM PLANO CADASTRADO"
           ELSE
               DISPLAY "COD DESCRICAO            VALOR BASE"
                   "  POR DEPEND. VIGENCIA"
           END-IF.
           PERFORM MOSTRA-PLANO
               VARYING IDX-PLANO FROM 1 BY 1
               UNTIL IDX-PLANO > QTD-PLANOS.

       MOSTRA-PLANO.
           MOVE COD-TAB(IDX-PLANO)  TO COD-LIN.
           MOVE DESC-TAB(IDX-PLANO) TO DESC-LIN.
           MOVE BASE-TAB(IDX-PLANO) TO BASE-LIN.
           MOVE DEP-TAB(IDX-PLANO)  TO DEP-LIN.
           MOVE INI-TAB(IDX-PLANO)  TO INI-LIN.
           IF FIM-TAB(IDX-PLANO) = 0
               MOVE "ABERTA" TO FIM-LIN
           ELSE
               MOVE FIM-TAB(IDX-PLANO) TO FIM-LIN
           END-IF.
           DISPLAY LINHA-PLANO.

      *ULTIMA VIGENCIA CADASTRADA DO CODIGO INFORMADO (A DE MAIOR
      *DATA DE INICIO); POS-PLANO ZERO QUANDO O CODIGO NAO EXISTE
       PROCURA-ULTIMA-VIGENCIA.
           MOVE 0 TO POS-PLANO.
           PERFORM VARYING IDX-PLANO FROM 1 BY 1
                   UNTIL IDX-PLANO > QTD-PLANOS
               IF COD-TAB(IDX-PLANO) = COD-INF
                   IF POS-PLANO = 0
                       MOVE IDX-PLANO TO POS-PLANO
                   ELSE
                       IF INI-TAB(IDX-PLANO) > INI-TAB(POS-PLANO)
                           MOVE IDX-PLANO TO POS-PLANO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *VIGENCIA DO CODIGO EM VIGOR NA DATA DATA-INF
       PROCURA-VIGENCIA-DATA.
           MOVE 0 TO POS-PLANO.
           PERFORM VARYING IDX-PLANO FROM 1 BY 1
                   UNTIL IDX-PLANO > QTD-PLANOS
               IF COD-TAB(IDX-PLANO) = COD-INF AND
                  INI-TAB(IDX-PLANO) <= DATA-INF AND
                  (FIM-TAB(IDX-PLANO) = 0 OR
                   FIM-TAB(IDX-PLANO) >= DATA-INF)
                   MOVE IDX-PLANO TO POS-PLANO
               END-IF
           END-PERFORM.

       VERIFICA-NIVEL-TABELA.
           IF NIVEL-SESSAO < NIVEL-TABELA
               DISPLAY "ALTERACAO DA TABELA DE PLANOS EXIGE NIVEL "
                   "3 (OPERADOR NIVEL " NIVEL-SESSAO ")"
               MOVE "NAO" TO DADOS-OK
           ELSE
               MOVE "SIM" TO DADOS-OK
           END-IF.

       ACEITA-DATA.
           ACCEPT DATA-INF.
           MOVE DATA-INF(5:2) TO MES-INF.
           MOVE DATA-INF(7:2) TO DIA-INF.
           EVALUATE TRUE
               WHEN DATA-INF < 19000101
                   DISPLAY "DATA INVALIDA: " DATA-INF
                   MOVE "NAO" TO DADOS-OK
               WHEN MES-INF < 1 OR MES-INF > 12
                   DISPLAY "MES INVALIDO: " MES-INF
                   MOVE "NAO" TO DADOS-OK
               WHEN DIA-INF < 1 OR DIA-INF > 31
                   DISPLAY "DIA INVALIDO: " DIA-INF
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.

       ACEITA-VALOR.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG IS NOT NUMERIC
               DISPLAY "VALOR INVALIDO: " ENTRADA-DIG
               MOVE "NAO" TO DADOS-OK
               MOVE 0 TO VALOR-DIG
           ELSE
               MOVE ENTRADA-DIG TO VALOR-DIG
           END-IF.

      *NOVA VIGENCIA: CRIA O PLANO OU MUDA O VALOR DE UM PLANO
      *EXISTENTE A PARTIR DE UMA DATA. A NOVA VIGENCIA TEM DE
      *COMECAR DEPOIS DA ULTIMA JA CADASTRADA, QUE E ENCERRADA NA
      *VESPERA; DESCRICAO EM BRANCO REPETE A DA VIGENCIA ANTERIOR
       NOVA-VIGENCIA.
           PERFORM VERIFICA-NIVEL-TABELA.
           IF DADOS-OK = "SIM"
               PERFORM ACEITA-VIGENCIA
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM PROCURA-ULTIMA-VIGENCIA
               IF POS-PLANO > 0
                   IF INI-TAB(POS-PLANO) NOT < DATA-INF
                       DISPLAY "A NOVA VIGENCIA DEVE COMECAR DEPOIS "
                           "DE " INI-TAB(POS-PLANO)
                       MOVE "NAO" TO DADOS-OK
                   END-IF
               END-IF
           END-IF.
           IF DADOS-OK = "SIM" AND QTD-PLANOS NOT < PLANO-MAX
               DISPLAY "TAB-PLANOS CHEIA (" PLANO-MAX
                   ") - INCLUSAO RECUSADA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM GRAVA-VIGENCIA
           ELSE
               DISPLAY "VIGENCIA NAO INCLUIDA"
           END-IF.

       ACEITA-VIGENCIA.
           DISPLAY "CODIGO DO PLANO (3 POSICOES): " WITH NO ADVANCING.
           ACCEPT COD-INF.
           IF COD-INF = SPACES
               DISPLAY "CODIGO OBRIGATORIO"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "DESCRICAO: " WITH NO ADVANCING
               ACCEPT DESC-INF
               DISPLAY "VALOR BASE (9 DIGITOS, ULTIMOS 2 SAO "
                   "CENTAVOS): " WITH NO ADVANCING
               PERFORM ACEITA-VALOR
               COMPUTE BASE-INF = VALOR-DIG / 100
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "VALOR POR DEPENDENTE (9 DIGITOS, ULTIMOS 2 "
                   "SAO CENTAVOS): " WITH NO ADVANCING
               PERFORM ACEITA-VALOR
               COMPUTE DEP-INF = VALOR-DIG / 100
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
                   WITH NO ADVANCING
               PERFORM ACEITA-DATA
           END-IF.
           IF DADOS-OK = "SIM" AND BASE-INF = 0
               DISPLAY "VALOR BASE ZERADO - PLANO RECUSADO"
               MOVE "NAO" TO DADOS-OK
           END-IF.

       GRAVA-VIGENCIA.
           IF POS-PLANO > 0
               IF DESC-INF = SPACES
                   MOVE DESC-TAB(POS-PLANO) TO DESC-INF
               END-IF
               IF FIM-TAB(POS-PLANO) = 0 OR
                  FIM-TAB(POS-PLANO) NOT < DATA-INF
                   COMPUTE INT-DATA =
                       FUNCTION INTEGER-OF-DATE(DATA-INF) - 1
                   COMPUTE FIM-TAB(POS-PLANO) =
                       FUNCTION DATE-OF-INTEGER(INT-DATA)
                   DISPLAY "VIGENCIA ANTERIOR ENCERRADA EM "
                       FIM-TAB(POS-PLANO)
               END-IF
           END-IF.
           ADD 1 TO QTD-PLANOS.
           MOVE COD-INF   TO COD-TAB(QTD-PLANOS).
           MOVE DESC-INF  TO DESC-TAB(QTD-PLANOS).
           MOVE BASE-INF  TO BASE-TAB(QTD-PLANOS).
           MOVE DEP-INF   TO DEP-TAB(QTD-PLANOS).
           MOVE DATA-INF  TO INI-TAB(QTD-PLANOS).
           MOVE 0         TO FIM-TAB(QTD-PLANOS).
           MOVE "SIM" TO ALTEROU.
           MOVE "VIGENCIA" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "VIGENCIA INCLUIDA".

      *ENCERRA A ULTIMA VIGENCIA DO PLANO NUMA DATA (O PLANO DEIXA
      *DE SER FATURADO COM VENCIMENTO APOS ELA); SOCIOS AINDA
      *ATRIBUIDOS A ELE PASSAM A SAIR PELA MENSALIDADE PADRAO
       ENCERRA-PLANO.
           PERFORM VERIFICA-NIVEL-TABELA.
           IF DADOS-OK = "SIM"
               DISPLAY "CODIGO DO PLANO: " WITH NO ADVANCING
               ACCEPT COD-INF
               PERFORM PROCURA-ULTIMA-VIGENCIA
               IF POS-PLANO = 0
                   DISPLAY "PLANO " COD-INF " NAO CADASTRADO"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "FIM DA VIGENCIA (AAAAMMDD): "
                   WITH NO ADVANCING
               PERFORM ACEITA-DATA
               IF DATA-INF < INI-TAB(POS-PLANO)
                   DISPLAY "FIM ANTERIOR AO INICIO DA VIGENCIA ("
                       INI-TAB(POS-PLANO) ")"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "SIM"
               MOVE DATA-INF TO FIM-TAB(POS-PLANO)
               MOVE "SIM" TO ALTEROU
               MOVE "ENCERRA-PL" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "PLANO " COD-INF " ENCERRADO EM " DATA-INF
           ELSE
               DISPLAY "PLANO NAO ENCERRADO"
           END-IF.

       CONSULTA-SOCIO.
           DISPLAY "NUMERO DO SOCIO: " WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.
           IF CADSOCM-ABERTO = "SIM"
               MOVE NUM-PEDIDO TO NUM-SOCIOM
               READ CADSOCM
                   INVALID KEY
                       DISPLAY "SOCIO " NUM-PEDIDO " NAO ENCONTRADO "
                           "NO CADASTRO MESTRE"
                   NOT INVALID KEY
                       DISPLAY "NOME......: " NOME-SOCIOM
                           "  SITUACAO: " STATUS-SOCM
               END-READ
           END-IF.
           MOVE NUM-PEDIDO TO NUM-SOCIO-PS.
           READ CADPLSOC
               INVALID KEY
                   DISPLAY "SOCIO SEM PLANO ATRIBUIDO - FATURADO "
                       "PELA MENSALIDADE PADRAO (PARAMFAT)"
               NOT INVALID KEY
                   DISPLAY "PLANO.....: " COD-PLANO-PS
                       "  DEPENDENTES: " QTD-DEPEND-PS
                   DISPLAY "ALTERADO EM " DATA-ALT-PS " POR "
                       OPERADOR-PS
                   MOVE COD-PLANO-PS  TO COD-INF
                   MOVE QTD-DEPEND-PS TO QTD-DEPEND
                   PERFORM MOSTRA-VALOR-SOCIO
           END-READ.

      *VALOR DA MENSALIDADE DO SOCIO PELO PLANO EM VIGOR HOJE
       MOSTRA-VALOR-SOCIO.
           MOVE DATA-EXEC TO DATA-INF.
           PERFORM PROCURA-VIGENCIA-DATA.
           IF POS-PLANO = 0
               DISPLAY "PLANO SEM VIGENCIA HOJE - FATURADO PELA "
                   "MENSALIDADE PADRAO (PARAMFAT)"
           ELSE
               COMPUTE VALOR-SOCIO = BASE-TAB(POS-PLANO) +
                   DEP-TAB(POS-PLANO) * QTD-DEPEND
               MOVE VALOR-SOCIO TO VALOR-FMT
               DISPLAY "MENSALIDADE PELO PLANO: " VALOR-FMT
                   "  (" DESC-TAB(POS-PLANO) ")"
           END-IF.

      *ATRIBUICAO: SOCIO EXISTENTE E NAO CANCELADO, PLANO EM VIGOR
      *HOJE OU COM VIGENCIA FUTURA, DEPENDENTES DE 0 A 99
       ATRIBUI-PLANO.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "NUMERO DO SOCIO: " WITH NO ADVANCING.
           ACCEPT NUM-PEDIDO.
           IF CADSOCM-ABERTO = "NAO"
               DISPLAY "CADSOCM.DAT INDISPONIVEL - ATRIBUICAO "
                   "BLOQUEADA"
               MOVE "NAO" TO DADOS-OK
           ELSE
               MOVE NUM-PEDIDO TO NUM-SOCIOM
               READ CADSOCM
                   INVALID KEY
                       DISPLAY "SOCIO " NUM-PEDIDO " NAO ENCONTRADO "
                           "NO CADASTRO MESTRE"
                       MOVE "NAO" TO DADOS-OK
                   NOT INVALID KEY
                       DISPLAY "NOME......: " NOME-SOCIOM
                       IF STATUS-SOCM = "C"
                           DISPLAY "SOCIO CANCELADO - NAO E FATURADO"
                           MOVE "NAO" TO DADOS-OK
                       END-IF
               END-READ
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "CODIGO DO PLANO: " WITH NO ADVANCING
               ACCEPT COD-INF
               PERFORM PROCURA-ULTIMA-VIGENCIA
               EVALUATE TRUE
                   WHEN POS-PLANO = 0
                       DISPLAY "PLANO " COD-INF " NAO CADASTRADO"
                       MOVE "NAO" TO DADOS-OK
                   WHEN FIM-TAB(POS-PLANO) NOT = 0 AND
                        FIM-TAB(POS-PLANO) < DATA-EXEC
                       DISPLAY "PLANO " COD-INF " ENCERRADO EM "
                           FIM-TAB(POS-PLANO)
                       MOVE "NAO" TO DADOS-OK
               END-EVALUATE
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "QUANTIDADE DE DEPENDENTES (00 A 99): "
                   WITH NO ADVANCING
               ACCEPT DEPEND-DIG
               IF DEPEND-DIG IS NOT NUMERIC
                   DISPLAY "QUANTIDADE INVALIDA: " DEPEND-DIG
                   MOVE "NAO" TO DADOS-OK
               ELSE
                   MOVE DEPEND-DIG TO QTD-DEPEND
                   IF QTD-DEPEND > 0 AND DEP-TAB(POS-PLANO) = 0
                       DISPLAY "ATENCAO: PLANO " COD-INF " NAO "
                           "COBRA POR DEPENDENTE"
                   END-IF
               END-IF
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM GRAVA-PLANO-SOCIO
           ELSE
               DISPLAY "PLANO NAO ATRIBUIDO"
           END-IF.

       GRAVA-PLANO-SOCIO.
           MOVE NUM-PEDIDO TO NUM-SOCIO-PS.
           READ CADPLSOC
               INVALID KEY
                   PERFORM MONTA-PLANO-SOCIO
                   WRITE REG-PLSOC
                   DISPLAY "INCLUIDO"
               NOT INVALID KEY
                   DISPLAY "PLANO ANTERIOR: " COD-PLANO-PS
                       "  DEPENDENTES: " QTD-DEPEND-PS
                   PERFORM MONTA-PLANO-SOCIO
                   REWRITE REG-PLSOC
                   DISPLAY "ALTERADO"
           END-READ.
           MOVE "PLANO-SOC" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.

       MONTA-PLANO-SOCIO.
           MOVE NUM-PEDIDO TO NUM-SOCIO-PS.
           MOVE COD-INF    TO COD-PLANO-PS.
           MOVE QTD-DEPEND TO QTD-DEPEND-PS.
           MOVE DATA-EXEC  TO DATA-ALT-PS.
           MOVE OPERADOR   TO OPERADOR-PS.

       FIM.
           CLOSE CADPLSOC.
           IF CADSOCM-ABERTO = "SIM"
               CLOSE CADSOCM
           END-IF.
           IF ALTEROU = "SIM"
               OPEN OUTPUT TABPLANO
               PERFORM REGRAVA-PLANO
                   VARYING IDX-PLANO FROM 1 BY 1
                   UNTIL IDX-PLANO > QTD-PLANOS
               CLOSE TABPLANO
               DISPLAY "TABPLANO.DAT REGRAVADO COM " QTD-PLANOS
                   " VIGENCIA(S)"
           ELSE
               DISPLAY "TABELA DE PLANOS SEM ALTERACAO - ARQUIVO "
                   "MANTIDO"
           END-IF.

       REGRAVA-PLANO.
           MOVE COD-TAB(IDX-PLANO)  TO COD-PLANO-PL.
           MOVE DESC-TAB(IDX-PLANO) TO DESC-PLANO-PL.
           MOVE BASE-TAB(IDX-PLANO) TO VALOR-BASE-PL.
           MOVE DEP-TAB(IDX-PLANO)  TO VALOR-DEP-PL.
           MOVE INI-TAB(IDX-PLANO)  TO DATA-INI-PL.
           MOVE FIM-TAB(IDX-PLANO)  TO DATA-FIM-PL.
           WRITE REG-PLANO.

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
           MOVE "MANUPLAN" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
