       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROVPDD.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD)
      *              SOBRE O SALDO DEVEDOR DO CADSOCM. CADA SOCIO
      *              DEVEDOR E CLASSIFICADO NUMA DAS SEIS FAIXAS DE
      *              ATRASO PELOS DIAS ESTIMADOS - O MAIOR ENTRE 30
      *              DIAS POR ATRASO REGISTRADO (QTD-ATRASOS), OS DIAS
      *              DESDE O ULTIMO MOVIMENTO (DATA-ULT-MOV) E, PARA O
      *              SUSPENSO, 90 DIAS MAIS O TEMPO DE SUSPENSAO
      *              (DATA-STATUS); CANCELADO VAI PARA A ULTIMA FAIXA.
      *              O PERCENTUAL DE CADA FAIXA VEM DE PARAMPDD.DAT
      *              (MANUPARM). O RELPDD LISTA OS SOCIOS E RESUME A
      *              PROVISAO POR FAIXA; A DIFERENCA PARA O SALDO
      *              CONTABIL DA PROVISAO (ULTIMA PROVISAO DO HISTPDD
      *              MENOS AS BAIXAS PARA PERDA DO PERIODO) SAI COMO
      *              EVENTO PDDCONST OU PDDREVER EM ARQLANCP.DAT PARA O
      *              EXPCONT. ANTES DISSO, OS PAGAMENTOS DO MES (A, B,
      *              L, G, M) DE SOCIOS COM CREDITO BAIXADO NO
      *              ARQPERDA - NO ARQMOVTO.DAT E NOS ARQUIVOS
      *              MENSAIS ARQMOVTO.AAAAMM JA FECHADOS DESDE A
      *              ULTIMA APURACAO - SAO
      *              RECONHECIDOS COMO RECUPERACAO: O VALOR, LIMITADO
      *              AO AINDA NAO RECUPERADO, VOLTA AO SALDO PELO
      *              MOVIMENTO "U" (O PAGAMENTO NAO VIRA CREDITO DO
      *              SOCIO) E SAI COMO EVENTO RECUPPDD; O RELBXPDD
      *              LISTA OS CREDITOS BAIXADOS E O RECUPERADO. UMA
      *              SEGUNDA EXECUCAO NO MESMO MES E RECUSADA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMENSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMPDD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTPDD  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPDD   ASSIGN TO DISK.
           SELECT RELBXPDD ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

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

      *Diario de movimentos do cadastro mestre; a recuperacao de
      *credito baixado entra com o TIPO "U" (debito)
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

      *Movimentos ja arquivados pelo FECHAMES (ARQMOVTO.AAAAMM)
       FD ARQMENSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MENSAL-NOME.

       01 REG-MENSAL.
           02 NUM-SOCIO-MM  PIC 9(06).
           02 DATA-MM       PIC 9(08).
           02 TIPO-MM       PIC X(01).
           02 VALOR-MM      PIC 9(09)V9(02).
           02 FILLER        PIC X(28).

      *Cadastro dos creditos baixados para perda (PERDASOC)
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

      *Percentuais da provisao por faixa de atraso (MANUPARM)
       FD PARAMPDD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMPDD.DAT".

       01 REG-PARAM-PDD.
           02 PARM-PERC-PDD PIC 9(03)V9(02) OCCURS 6 TIMES.

      *Historico das provisoes: uma linha por mes com a provisao
      *exigida, a carteira devedora e o total ja baixado para perda
      *naquela data (base do ajuste do mes seguinte)
       FD HISTPDD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTPDD.DAT".

       01 REG-HISTPDD.
           02 MES-HPDD      PIC 9(06).
           02 DATA-HPDD     PIC 9(08).
           02 CARTEIRA-HPDD PIC 9(11)V9(02).
           02 PROVISAO-HPDD PIC 9(11)V9(02).
           02 BAIXADO-HPDD  PIC 9(11)V9(02).

       FD RELPDD
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       FD RELBXPDD
           LABEL RECORD IS OMITTED.

       01 REG-BX PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-MOV        PIC X(03) VALUE "NAO".
       77 FIM-AUX        PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 CT-LIN-BX      PIC 9(02) VALUE 30.
       77 CT-PAG-BX      PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 MES-EXEC       PIC 9(06).
       77 INT-EXEC       PIC 9(07) VALUE 0.

      *Dias estimados de atraso e faixa do socio corrente
       77 DIAS-ATRASO    PIC 9(05) VALUE 0.
       77 DIAS-CALC      PIC 9(05) VALUE 0.
       77 FAIXA-PDD      PIC 9(01) VALUE 0.
       77 IDX-FX         PIC 9(01).
       77 PROV-SOCIO     PIC 9(09)V9(02) VALUE 0.
       01 TAB-LIMITES-FX.
           02 FILLER PIC 9(05) VALUE 30.
           02 FILLER PIC 9(05) VALUE 60.
           02 FILLER PIC 9(05) VALUE 90.
           02 FILLER PIC 9(05) VALUE 180.
           02 FILLER PIC 9(05) VALUE 360.
       01 TAB-LIMITES-R REDEFINES TAB-LIMITES-FX.
           02 LIMITE-FX PIC 9(05) OCCURS 5 TIMES.
       01 TAB-DESCR-FX.
           02 FILLER PIC X(20) VALUE "ATE 30 DIAS".
           02 FILLER PIC X(20) VALUE "31 A 60 DIAS".
           02 FILLER PIC X(20) VALUE "61 A 90 DIAS".
           02 FILLER PIC X(20) VALUE "91 A 180 DIAS".
           02 FILLER PIC X(20) VALUE "181 A 360 DIAS".
           02 FILLER PIC X(20) VALUE "+360 DIAS/CANCELADO".
       01 TAB-DESCR-R REDEFINES TAB-DESCR-FX.
           02 DESCR-FX PIC X(20) OCCURS 6 TIMES.

      *Percentual e acumulados de cada faixa
       01 TAB-FAIXAS.
           02 FAIXA-ENT OCCURS 6 TIMES.
               03 PERC-FX  PIC 9(03)V9(02).
               03 QTD-FX   PIC 9(06).
               03 SALDO-FX PIC 9(11)V9(02).
               03 PROV-FX  PIC 9(11)V9(02).

      *Totais da provisao e do ajuste contabil do mes
       77 TOT-CARTEIRA   PIC 9(11)V9(02) VALUE 0.
       77 TOT-PROVISAO   PIC 9(11)V9(02) VALUE 0.
       77 TOT-DEVEDORES  PIC 9(06) VALUE 0.
       77 PROV-ANTERIOR  PIC 9(11)V9(02) VALUE 0.
       77 BAIXADO-ANT    PIC 9(11)V9(02) VALUE 0.
       77 MES-ANTERIOR   PIC 9(06) VALUE 0.
       77 TOT-BAIXADO    PIC 9(11)V9(02) VALUE 0.
       77 BAIXAS-PERIODO PIC S9(11)V9(02) VALUE 0.
       77 SALDO-CONTABIL PIC S9(11)V9(02) VALUE 0.
       77 AJUSTE-PDD     PIC S9(11)V9(02) VALUE 0.

      *Creditos baixados carregados do ARQPERDA, com o recuperado
      *reconhecido nesta execucao
       77 QTD-PERDAS     PIC 9(04) VALUE 0.
       77 PERDAS-MAX     PIC 9(04) VALUE 3000.
       77 IDX-PD         PIC 9(04).
       77 POS-PD         PIC 9(04).
       77 A-RECUPERAR    PIC 9(09)V9(02) VALUE 0.
       77 SOCIO-PAG      PIC 9(06).
       77 DATA-PAG       PIC 9(08).
       77 VALOR-PAG      PIC 9(09)V9(02).
       77 MES-VARRIDO    PIC 9(06).
       77 ANO-VARRIDO    PIC 9(04).
       77 MM-VARRIDO     PIC 9(02).
       77 VALOR-RECUP    PIC 9(09)V9(02) VALUE 0.
       77 CT-RECUPERADOS PIC 9(06) VALUE 0.
       77 TOT-RECUP-MES  PIC 9(11)V9(02) VALUE 0.
       77 TOT-RECUP-ACUM PIC 9(11)V9(02) VALUE 0.
       01 TAB-PERDAS.
           02 PERDA-ENT OCCURS 3000 TIMES.
               03 SOCIO-PD-TAB   PIC 9(06).
               03 NOME-PD-TAB    PIC X(30).
               03 DATA-BX-TAB    PIC 9(08).
               03 VALOR-BX-TAB   PIC 9(09)V9(02).
               03 DIAS-PD-TAB    PIC 9(05).
               03 OPER-PD-TAB    PIC X(08).
               03 MOTIVO-PD-TAB  PIC X(30).
               03 RECUP-PD-TAB   PIC 9(09)V9(02).
               03 DATA-REC-TAB   PIC 9(08).
               03 RECUP-MES-TAB  PIC 9(09)V9(02).

      *Nome do arquivo mensal varrido (ARQMOVTO.AAAAMM)
       01 ARQ-MENSAL-NOME.
           02 FILLER          PIC X(09) VALUE "ARQMOVTO.".
           02 ARQ-MENSAL-MES  PIC 9(06).

      *Cabecalhos do relatorio da provisao
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(38)
                      VALUE "PROVISAO PARA DEVEDORES DUVIDOSOS - ".
           02 MES-CAB.
               03 MM-CAB  PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 AA-CAB  PIC 9(04).
           02 FILLER  PIC X(19) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(01) VALUE "S".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "DIAS".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(01) VALUE "F".
           02 FILLER  PIC X(09) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SALDO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PERC%".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PROVISAO".
           02 FILLER  PIC X(04) VALUE SPACES.

       01 DETALHE-PDD.
           02 NUM-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-REL     PIC X(24).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 STATUS-REL   PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIAS-REL     PIC ZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FAIXA-REL    PIC 9(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SALDO-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PERC-REL     PIC ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PROV-REL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.

      *Resumo por faixa e fechamento do ajuste contabil
       01 CAB-RESUMO.
           02 FILLER  PIC X(15) VALUE "FAIXA DE ATRASO".
           02 FILLER  PIC X(09) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "QTDE".
           02 FILLER  PIC X(11) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SALDO".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PERC%".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PROVISAO".
           02 FILLER  PIC X(12) VALUE SPACES.

       01 RESUMO-FX.
           02 DESCR-RES    PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-RES      PIC ZZZ.ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SALDO-RES    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PERC-RES     PIC ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PROV-RES     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(12) VALUE SPACES.

       01 RODAPE-VLR.
           02 ROTULO-ROD   PIC X(32).
           02 VALOR-ROD    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(30) VALUE SPACES.

      *Cabecalhos da listagem dos creditos baixados
       01 CAB-BX-02.
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(35)
                      VALUE "CREDITOS BAIXADOS PARA PERDA - ".
           02 MES-BX-CAB.
               03 MM-BX-CAB PIC 9(02).
               03 FILLER    PIC X(01) VALUE "/".
               03 AA-BX-CAB PIC 9(04).
           02 FILLER  PIC X(19) VALUE SPACES.

       01 CAB-BX-03.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER  PIC X(09) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "BAIXA".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "BAIXADO".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "RECUPERADO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(11) VALUE "A RECUPERAR".

       01 DETALHE-BX.
           02 NUM-BX-REL     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-BX-REL    PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-BX-REL.
               03 DIA-BX-REL PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 MES-BX-REL PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 ANO-BX-REL PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BAIXADO-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RECUP-REL      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ARECUP-REL     PIC ZZ.ZZZ.ZZ9,99.

       01 RECUP-MES-LINHA.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 FILLER         PIC X(25)
                             VALUE "RECUPERADO NESTE MES:    ".
           02 RECUP-MES-REL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       PROVISAO-PDD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM VERIFICA-HISTORICO.
           PERFORM LE-PARAMETROS-PDD.
           PERFORM CARREGA-PERDAS.
           OPEN I-O CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "PROVPDD: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - PROVISAO NAO CALCULADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQLANCP.
           PERFORM APURA-RECUPERACOES.
           PERFORM LANCA-RECUPERACOES.
           CLOSE CADSOCM.
           OPEN INPUT CADSOCM.
           OPEN OUTPUT RELPDD.
           PERFORM LEITURA.

      *A ULTIMA LINHA DO HISTPDD DA A PROVISAO ANTERIOR E O TOTAL
      *BAIXADO NAQUELA DATA; MES JA PROVISIONADO E RECUSADO, POIS O
      *AJUSTE SAIRIA EM DOBRO NO ARQLANCP
       VERIFICA-HISTORICO.
           OPEN INPUT HISTPDD.
           PERFORM UNTIL FIM-AUX = "SIM"
               READ HISTPDD
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       MOVE MES-HPDD      TO MES-ANTERIOR
                       MOVE PROVISAO-HPDD TO PROV-ANTERIOR
                       MOVE BAIXADO-HPDD  TO BAIXADO-ANT
               END-READ
           END-PERFORM.
           CLOSE HISTPDD.
           IF MES-ANTERIOR = MES-EXEC
               DISPLAY "PROVPDD: PROVISAO DO MES " MES-EXEC " JA "
                   "CALCULADA - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PADRAO POR FAIXA IGUAL AO DO MANUPARM QUANDO PARAMPDD FALTA
       LE-PARAMETROS-PDD.
           MOVE 1   TO PERC-FX(1).
           MOVE 3   TO PERC-FX(2).
           MOVE 10  TO PERC-FX(3).
           MOVE 30  TO PERC-FX(4).
           MOVE 70  TO PERC-FX(5).
           MOVE 100 TO PERC-FX(6).
           OPEN INPUT PARAMPDD.
           READ PARAMPDD
               AT END CONTINUE
               NOT AT END
                   PERFORM VARYING IDX-FX FROM 1 BY 1
                           UNTIL IDX-FX > 6
                       IF PARM-PERC-PDD(IDX-FX) IS NUMERIC
                           MOVE PARM-PERC-PDD(IDX-FX)
                             TO PERC-FX(IDX-FX)
                       END-IF
                   END-PERFORM
           END-READ.
           CLOSE PARAMPDD.
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 6
               MOVE 0 TO QTD-FX(IDX-FX) SALDO-FX(IDX-FX)
                         PROV-FX(IDX-FX)
           END-PERFORM.

      *O ARQPERDA INTEIRO PRECISA CABER NA TABELA, POIS E REGRAVADO
      *A PARTIR DELA NO FIM; SE NAO COUBER, NADA E ALTERADO
       CARREGA-PERDAS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQPERDA.
           PERFORM UNTIL FIM-AUX = "SIM"
               READ ARQPERDA
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF QTD-PERDAS < PERDAS-MAX
                           PERFORM GUARDA-PERDA
                       ELSE
                           DISPLAY "TAB-PERDAS CHEIA (" PERDAS-MAX
                               ") - PROVISAO NAO CALCULADA"
                           CLOSE ARQPERDA
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQPERDA.

       GUARDA-PERDA.
           ADD 1 TO QTD-PERDAS.
           MOVE NUM-SOCIO-PD   TO SOCIO-PD-TAB(QTD-PERDAS).
           MOVE NOME-SOCIO-PD  TO NOME-PD-TAB(QTD-PERDAS).
           MOVE DATA-BAIXA-PD  TO DATA-BX-TAB(QTD-PERDAS).
           MOVE VALOR-BAIXA-PD TO VALOR-BX-TAB(QTD-PERDAS).
           MOVE DIAS-ATRASO-PD TO DIAS-PD-TAB(QTD-PERDAS).
           MOVE OPERADOR-PD    TO OPER-PD-TAB(QTD-PERDAS).
           MOVE MOTIVO-PD      TO MOTIVO-PD-TAB(QTD-PERDAS).
           MOVE VALOR-RECUP-PD TO RECUP-PD-TAB(QTD-PERDAS).
           MOVE DATA-RECUP-PD  TO DATA-REC-TAB(QTD-PERDAS).
           MOVE 0              TO RECUP-MES-TAB(QTD-PERDAS).
           ADD VALOR-BAIXA-PD  TO TOT-BAIXADO.

      *PAGAMENTOS (A, B, L E OS G/M DA AGENCIA DE COBRANCA)
      *POSTERIORES A ULTIMA APURACAO DE CADA CREDITO BAIXADO CONTAM
      *COMO RECUPERACAO, ATE O LIMITE AINDA NAO RECUPERADO. COMO O
      *FECHAMES TIRA DO DIARIO OS MESES FECHADOS, SAO LIDOS ANTES OS
      *ARQUIVOS MENSAIS DESDE O MES DA APURACAO MAIS ANTIGA
       APURA-RECUPERACOES.
           MOVE MES-EXEC TO MES-VARRIDO.
           PERFORM VARYING IDX-PD FROM 1 BY 1
                   UNTIL IDX-PD > QTD-PERDAS
               IF VALOR-BX-TAB(IDX-PD) > RECUP-PD-TAB(IDX-PD) AND
                  DATA-REC-TAB(IDX-PD) > 0 AND
                  DATA-REC-TAB(IDX-PD) / 100 < MES-VARRIDO
                   COMPUTE MES-VARRIDO = DATA-REC-TAB(IDX-PD) / 100
               END-IF
           END-PERFORM.
           PERFORM VARRE-UM-MES
               UNTIL MES-VARRIDO > MES-EXEC.
           OPEN INPUT ARQMOVTO.
           PERFORM UNTIL FIM-MOV = "SIM"
               READ ARQMOVTO
                   AT END MOVE "SIM" TO FIM-MOV
                   NOT AT END
                       IF TIPO-MOV = "A" OR TIPO-MOV = "B" OR
                          TIPO-MOV = "L" OR TIPO-MOV = "G" OR
                          TIPO-MOV = "M"
                           MOVE NUM-SOCIO-MV TO SOCIO-PAG
                           MOVE DATA-MOV     TO DATA-PAG
                           MOVE VALOR-MOV    TO VALOR-PAG
                           PERFORM CASA-PAGAMENTO-PERDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMOVTO.

       VARRE-UM-MES.
           MOVE MES-VARRIDO TO ARQ-MENSAL-MES.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQMENSAL.
           PERFORM UNTIL FIM-AUX = "SIM"
               READ ARQMENSAL
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF TIPO-MM = "A" OR TIPO-MM = "B" OR
                          TIPO-MM = "L" OR TIPO-MM = "G" OR
                          TIPO-MM = "M"
                           MOVE NUM-SOCIO-MM TO SOCIO-PAG
                           MOVE DATA-MM      TO DATA-PAG
                           MOVE VALOR-MM     TO VALOR-PAG
                           PERFORM CASA-PAGAMENTO-PERDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMENSAL.
           MOVE MES-VARRIDO(1:4) TO ANO-VARRIDO.
           MOVE MES-VARRIDO(5:2) TO MM-VARRIDO.
           IF MM-VARRIDO = 12
               ADD 1 TO ANO-VARRIDO
               MOVE 1 TO MM-VARRIDO
           ELSE
               ADD 1 TO MM-VARRIDO
           END-IF.
           COMPUTE MES-VARRIDO = ANO-VARRIDO * 100 + MM-VARRIDO.

       CASA-PAGAMENTO-PERDA.
           MOVE 0 TO POS-PD.
           PERFORM VARYING IDX-PD FROM 1 BY 1
                   UNTIL IDX-PD > QTD-PERDAS OR POS-PD > 0
               IF SOCIO-PD-TAB(IDX-PD) = SOCIO-PAG AND
                  DATA-PAG > DATA-REC-TAB(IDX-PD)
                   COMPUTE A-RECUPERAR = VALOR-BX-TAB(IDX-PD) -
                       RECUP-PD-TAB(IDX-PD) - RECUP-MES-TAB(IDX-PD)
                   IF A-RECUPERAR > 0
                       MOVE IDX-PD TO POS-PD
                   END-IF
               END-IF
           END-PERFORM.
           IF POS-PD > 0
               IF VALOR-PAG < A-RECUPERAR
                   ADD VALOR-PAG TO RECUP-MES-TAB(POS-PD)
               ELSE
                   ADD A-RECUPERAR TO RECUP-MES-TAB(POS-PD)
               END-IF
           END-IF.

      *O VALOR RECUPERADO VOLTA AO SALDO DO SOCIO (MOVIMENTO "U"),
      *ANULANDO O CREDITO QUE O PAGAMENTO DEIXOU, E VAI PARA A
      *CONTABILIDADE COMO RECUPERACAO; TODO CREDITO BAIXADO FICA
      *APURADO ATE A DATA DESTA EXECUCAO
       LANCA-RECUPERACOES.
           OPEN EXTEND ARQMOVTO.
           PERFORM LANCA-RECUPERACAO
               VARYING IDX-PD FROM 1 BY 1
               UNTIL IDX-PD > QTD-PERDAS.
           CLOSE ARQMOVTO.

       LANCA-RECUPERACAO.
           IF RECUP-MES-TAB(IDX-PD) > 0
               MOVE RECUP-MES-TAB(IDX-PD) TO VALOR-RECUP
               MOVE SOCIO-PD-TAB(IDX-PD)  TO NUM-SOCIOM
               READ CADSOCM
                   INVALID KEY
                       DISPLAY "PROVPDD: SOCIO " NUM-SOCIOM
                           " RECUPERADO MAS FORA DO CADSOCM"
                   NOT INVALID KEY
                       ADD VALOR-RECUP TO SALDO-SOCM
                       MOVE DATA-EXEC  TO DATA-ULT-MOV
                       REWRITE REG-SOCM
                       PERFORM GRAVA-MOVTO-RECUPERACAO
               END-READ
               ADD VALOR-RECUP TO RECUP-PD-TAB(IDX-PD)
               ADD VALOR-RECUP TO TOT-RECUP-MES
               ADD 1 TO CT-RECUPERADOS
               MOVE DATA-EXEC  TO DATA-LP
               MOVE "RECUPPDD" TO EVENTO-LP
               MOVE VALOR-RECUP TO VALOR-LP
               MOVE SPACES     TO HISTORICO-LP
               STRING "RECUPERACAO " SOCIO-PD-TAB(IDX-PD)
                   DELIMITED BY SIZE INTO HISTORICO-LP
               END-STRING
               WRITE REG-LANCP
           END-IF.
           MOVE DATA-EXEC TO DATA-REC-TAB(IDX-PD).
           ADD RECUP-PD-TAB(IDX-PD) TO TOT-RECUP-ACUM.

       GRAVA-MOVTO-RECUPERACAO.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-MV.
           MOVE DATA-EXEC   TO DATA-MOV.
           MOVE "U"         TO TIPO-MOV.
           MOVE VALOR-RECUP TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           MOVE SPACES TO OPERADOR-MV APROVADOR-MV.
           WRITE REG-MOVTO.

       LEITURA.
           READ CADSOCM NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

      *SO SALDO DEVEDOR ENTRA NA PROVISAO
       PRINCIPAL.
           IF SALDO-SOCM > 0
               PERFORM CALCULA-ATRASO
               COMPUTE PROV-SOCIO ROUNDED =
                   SALDO-SOCM * PERC-FX(FAIXA-PDD) / 100
               ADD 1           TO QTD-FX(FAIXA-PDD)
               ADD SALDO-SOCM  TO SALDO-FX(FAIXA-PDD)
               ADD PROV-SOCIO  TO PROV-FX(FAIXA-PDD)
               ADD 1           TO TOT-DEVEDORES
               ADD SALDO-SOCM  TO TOT-CARTEIRA
               ADD PROV-SOCIO  TO TOT-PROVISAO
               PERFORM IMPRIME-DETALHE
           END-IF.
           PERFORM LEITURA.

      *DIAS ESTIMADOS DE ATRASO: O MAIOR ENTRE 30 DIAS POR ATRASO
      *REGISTRADO, OS DIAS DESDE O ULTIMO MOVIMENTO E, PARA O
      *SUSPENSO (SUSPENSAO NA FAIXA 90+), 90 DIAS MAIS O TEMPO DE
      *SUSPENSAO; CANCELADO VAI SEMPRE PARA A ULTIMA FAIXA
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

       IMPRIME-DETALHE.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE NUM-SOCIOM         TO NUM-REL.
           MOVE NOME-SOCIOM        TO NOME-REL.
           MOVE STATUS-SOCM        TO STATUS-REL.
           MOVE DIAS-ATRASO        TO DIAS-REL.
           MOVE FAIXA-PDD          TO FAIXA-REL.
           MOVE SALDO-SOCM         TO SALDO-REL.
           MOVE PERC-FX(FAIXA-PDD) TO PERC-REL.
           MOVE PROV-SOCIO         TO PROV-REL.
           WRITE REG-REL FROM DETALHE-PDD AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-EXEC(5:2) TO MM-CAB.
           MOVE DATA-EXEC(1:4) TO AA-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *RESUMO POR FAIXA E AJUSTE: O SALDO CONTABIL DA PROVISAO E A
      *ULTIMA PROVISAO MENOS AS BAIXAS PARA PERDA DESDE ENTAO (QUE
      *CONSUMIRAM A PROVISAO); A DIFERENCA PARA A PROVISAO EXIGIDA
      *E CONSTITUIDA (PDDCONST) OU REVERTIDA (PDDREVER)
       RODAPE.
           IF CT-LIN GREATER THAN 16
               PERFORM CABECALHO
           END-IF.
           WRITE REG-REL FROM CAB-RESUMO AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-RESUMO-FX
               VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 6.
           MOVE "TOTAL"        TO DESCR-RES.
           MOVE TOT-DEVEDORES  TO QTD-RES.
           MOVE TOT-CARTEIRA   TO SALDO-RES.
           MOVE 0              TO PERC-RES.
           MOVE TOT-PROVISAO   TO PROV-RES.
           WRITE REG-REL FROM RESUMO-FX AFTER ADVANCING 2 LINES.
           COMPUTE BAIXAS-PERIODO = TOT-BAIXADO - BAIXADO-ANT.
           COMPUTE SALDO-CONTABIL = PROV-ANTERIOR - BAIXAS-PERIODO.
           COMPUTE AJUSTE-PDD = TOT-PROVISAO - SALDO-CONTABIL.
           MOVE "PROVISAO ANTERIOR:" TO ROTULO-ROD.
           MOVE PROV-ANTERIOR TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 3 LINES.
           MOVE "BAIXAS PARA PERDA NO PERIODO:" TO ROTULO-ROD.
           MOVE BAIXAS-PERIODO TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           MOVE "SALDO CONTABIL DA PROVISAO:" TO ROTULO-ROD.
           MOVE SALDO-CONTABIL TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           MOVE "PROVISAO EXIGIDA:" TO ROTULO-ROD.
           MOVE TOT-PROVISAO TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           IF AJUSTE-PDD < 0
               MOVE "REVERSAO DA PROVISAO:" TO ROTULO-ROD
           ELSE
               MOVE "CONSTITUICAO DA PROVISAO:" TO ROTULO-ROD
           END-IF.
           MOVE AJUSTE-PDD TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           MOVE "RECUPERADO DE CREDITOS BAIXADOS:" TO ROTULO-ROD.
           MOVE TOT-RECUP-MES TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-VLR AFTER ADVANCING 1 LINE.

       IMPRIME-RESUMO-FX.
           MOVE DESCR-FX(IDX-FX) TO DESCR-RES.
           MOVE QTD-FX(IDX-FX)   TO QTD-RES.
           MOVE SALDO-FX(IDX-FX) TO SALDO-RES.
           MOVE PERC-FX(IDX-FX)  TO PERC-RES.
           MOVE PROV-FX(IDX-FX)  TO PROV-RES.
           WRITE REG-REL FROM RESUMO-FX AFTER ADVANCING 1 LINE.

       GRAVA-AJUSTE.
           IF AJUSTE-PDD NOT = 0
               MOVE DATA-EXEC TO DATA-LP
               MOVE SPACES    TO HISTORICO-LP
               IF AJUSTE-PDD > 0
                   MOVE "PDDCONST" TO EVENTO-LP
                   MOVE AJUSTE-PDD TO VALOR-LP
                   STRING "CONSTITUICAO PDD " MES-EXEC(5:2)
                       DELIMITED BY SIZE INTO HISTORICO-LP
                   END-STRING
               ELSE
                   MOVE "PDDREVER" TO EVENTO-LP
                   COMPUTE VALOR-LP = 0 - AJUSTE-PDD
                   STRING "REVERSAO PDD " MES-EXEC(5:2)
                       DELIMITED BY SIZE INTO HISTORICO-LP
                   END-STRING
               END-IF
               WRITE REG-LANCP
           END-IF.

       GRAVA-HISTORICO.
           MOVE MES-EXEC     TO MES-HPDD.
           MOVE DATA-EXEC    TO DATA-HPDD.
           MOVE TOT-CARTEIRA TO CARTEIRA-HPDD.
           MOVE TOT-PROVISAO TO PROVISAO-HPDD.
           MOVE TOT-BAIXADO  TO BAIXADO-HPDD.
           OPEN EXTEND HISTPDD.
           WRITE REG-HISTPDD.
           CLOSE HISTPDD.

      *LISTAGEM DOS CREDITOS BAIXADOS COM O RECUPERADO ACUMULADO
       LISTA-BAIXADOS.
           OPEN OUTPUT RELBXPDD.
           PERFORM IMPRIME-BAIXADO
               VARYING IDX-PD FROM 1 BY 1
               UNTIL IDX-PD > QTD-PERDAS.
           IF CT-LIN-BX GREATER THAN 25
               PERFORM CABECALHO-BX
           END-IF.
           MOVE "TOTAL BAIXADO PARA PERDA:" TO ROTULO-ROD.
           MOVE TOT-BAIXADO TO VALOR-ROD.
           WRITE REG-BX FROM RODAPE-VLR AFTER ADVANCING 3 LINES.
           MOVE "TOTAL RECUPERADO:" TO ROTULO-ROD.
           MOVE TOT-RECUP-ACUM TO VALOR-ROD.
           WRITE REG-BX FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           MOVE "RECUPERADO NESTE MES:" TO ROTULO-ROD.
           MOVE TOT-RECUP-MES TO VALOR-ROD.
           WRITE REG-BX FROM RODAPE-VLR AFTER ADVANCING 1 LINE.
           CLOSE RELBXPDD.

       IMPRIME-BAIXADO.
           IF CT-LIN-BX GREATER THAN 29
               PERFORM CABECALHO-BX
           END-IF.
           MOVE SOCIO-PD-TAB(IDX-PD)     TO NUM-BX-REL.
           MOVE NOME-PD-TAB(IDX-PD)      TO NOME-BX-REL.
           MOVE DATA-BX-TAB(IDX-PD)(7:2) TO DIA-BX-REL.
           MOVE DATA-BX-TAB(IDX-PD)(5:2) TO MES-BX-REL.
           MOVE DATA-BX-TAB(IDX-PD)(1:4) TO ANO-BX-REL.
           MOVE VALOR-BX-TAB(IDX-PD)     TO BAIXADO-REL.
           MOVE RECUP-PD-TAB(IDX-PD)     TO RECUP-REL.
           COMPUTE ARECUP-REL =
               VALOR-BX-TAB(IDX-PD) - RECUP-PD-TAB(IDX-PD).
           WRITE REG-BX FROM DETALHE-BX AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-BX.
           IF RECUP-MES-TAB(IDX-PD) > 0
               MOVE RECUP-MES-TAB(IDX-PD) TO RECUP-MES-REL
               WRITE REG-BX FROM RECUP-MES-LINHA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN-BX
           END-IF.

       CABECALHO-BX.
           ADD 1          TO CT-PAG-BX.
           MOVE CT-PAG-BX TO VAR-PAG.
           MOVE DATA-EXEC(5:2) TO MM-BX-CAB.
           MOVE DATA-EXEC(1:4) TO AA-BX-CAB.
           MOVE SPACES TO REG-BX.
           WRITE REG-BX AFTER ADVANCING PAGE.
           WRITE REG-BX FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-BX FROM CAB-BX-02 AFTER ADVANCING 3 LINES.
           WRITE REG-BX FROM CAB-BX-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-BX
           WRITE REG-BX AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN-BX.

      *REGRAVA O ARQPERDA COM O RECUPERADO E A DATA DE APURACAO
       REGRAVA-PERDAS.
           OPEN OUTPUT ARQPERDA.
           PERFORM VARYING IDX-PD FROM 1 BY 1
                   UNTIL IDX-PD > QTD-PERDAS
               MOVE SOCIO-PD-TAB(IDX-PD)  TO NUM-SOCIO-PD
               MOVE NOME-PD-TAB(IDX-PD)   TO NOME-SOCIO-PD
               MOVE DATA-BX-TAB(IDX-PD)   TO DATA-BAIXA-PD
               MOVE VALOR-BX-TAB(IDX-PD)  TO VALOR-BAIXA-PD
               MOVE DIAS-PD-TAB(IDX-PD)   TO DIAS-ATRASO-PD
               MOVE OPER-PD-TAB(IDX-PD)   TO OPERADOR-PD
               MOVE MOTIVO-PD-TAB(IDX-PD) TO MOTIVO-PD
               MOVE RECUP-PD-TAB(IDX-PD)  TO VALOR-RECUP-PD
               MOVE DATA-REC-TAB(IDX-PD)  TO DATA-RECUP-PD
               WRITE REG-PERDA
           END-PERFORM.
           CLOSE ARQPERDA.

       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM RELPDD.
           PERFORM GRAVA-AJUSTE.
           CLOSE ARQLANCP.
           PERFORM GRAVA-HISTORICO.
           PERFORM REGRAVA-PERDAS.
           PERFORM LISTA-BAIXADOS.
           DISPLAY "PROVPDD: " TOT-DEVEDORES " DEVEDOR(ES), "
               "PROVISAO DO MES " MES-EXEC " CALCULADA; "
               CT-RECUPERADOS " RECUPERACAO(OES)".
