       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONCBANC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CONCILIACAO BANCARIA DOS RECEBIMENTOS: LE O
      *              EXTRATO DIARIO DO BANCO (EXTBANCO.DAT) E CASA
      *              CADA CREDITO COM O DINHEIRO QUE OS LIVROS DIZEM
      *              TER ENTRADO - OS TOTAIS DE FECHAMENTO DE CADA
      *              SESSAO DO CAIXASOC (ARQFECCX.DAT), O TOTAL DO
      *              RELRECEB DE CADA CICLO DO EX01 (PAGAMENTOS COM
      *              COD-PAG1 = 1, GUARDADO NO ARQKPI.DAT) E AS
      *              LIQUIDACOES DO PROCRET POR DATA DE PAGAMENTO
      *              (ARQLIQRT.DAT). O CASAMENTO E PELO VALOR, COM AS
      *              DATAS A NO MAXIMO N DIAS UMA DA OUTRA (N EM
      *              PARAMCBC.DAT, PADRAO 3); AS SESSOES DO CAIXA DE
      *              UM MESMO DIA TAMBEM CASAM COM UM DEPOSITO UNICO
      *              PELA SOMA DO DIA. O RELCONCB TRAZ OS ITENS
      *              CONCILIADOS, OS CREDITOS DO BANCO SEM
      *              EXPLICACAO E OS RECEBIMENTOS SEM CREDITO NO
      *              BANCO HA MAIS DE N DIAS. TODO ITEM NAO CASADO,
      *              DE UM LADO OU DE OUTRO, E REGRAVADO NA LISTA DE
      *              PENDENCIAS ARQPENCB.DAT E VOLTA NA EXECUCAO
      *              SEGUINTE ATE SER CONCILIADO. O CONTROLE
      *              ARQCBCTL.DAT GUARDA A PRIMEIRA DATA DOS LIVROS
      *              AINDA NAO APURADA (CADA DIA SO ENTRA QUANDO JA
      *              TERMINOU, NA EXECUCAO DO DIA SEGUINTE) E A
      *              ASSINATURA DO ULTIMO EXTRATO, RECUSANDO O MESMO
      *              EXTRATO CONCILIADO DUAS VEZES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTBANCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQFECCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQKPI   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLIQRT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQPENCB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCBCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCBC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONCB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Extrato diario do banco: um registro por lancamento na conta,
      *credito ("C") ou debito ("D"); so os creditos sao conciliados
       FD EXTBANCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "EXTBANCO.DAT".

       01 REG-EXTB.
           02 DATA-EB  PIC 9(08).
           02 DOC-EB   PIC X(10).
           02 HIST-EB  PIC X(30).
           02 NATUR-EB PIC X(01).
           02 VALOR-EB PIC 9(09)V9(02).

      *Totais de fechamento de cada sessao do CAIXASOC
       FD ARQFECCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFECCX.DAT".

       01 REG-FECCX.
           02 DATA-FC     PIC 9(08).
           02 HORA-FC     PIC 9(06).
           02 OPERADOR-FC PIC X(08).
           02 QTD-FC      PIC 9(06).
           02 TOTAL-FC    PIC 9(11)V9(02).

      *Indicadores de cada ciclo real do EX01: o total recebido e o
      *rodape do RELRECEB (COD-PAG1 = 1)
       FD ARQKPI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQKPI.DAT".

       01 REG-KPI.
           02 DATA-KPI       PIC 9(08).
           02 QTD-ATR-KPI-1  PIC 9(06).
           02 VLR-ATR-KPI-1  PIC 9(09)V9(02).
           02 QTD-ATR-KPI-2  PIC 9(06).
           02 VLR-ATR-KPI-2  PIC 9(09)V9(02).
           02 QTD-ATR-KPI-3  PIC 9(06).
           02 VLR-ATR-KPI-3  PIC 9(09)V9(02).
           02 QTD-ATR-KPI-4  PIC 9(06).
           02 VLR-ATR-KPI-4  PIC 9(09)V9(02).
           02 QTD-RECEB-KPI  PIC 9(06).
           02 VLR-RECEB-KPI  PIC 9(09)V9(02).
           02 QTD-AV-KPI-1   PIC 9(06).
           02 QTD-AV-KPI-2   PIC 9(06).
           02 QTD-AV-KPI-3   PIC 9(06).
           02 QTD-AV-KPI-4   PIC 9(06).
           02 QTD-PRIOR-KPI  PIC 9(04).
           02 VLR-PRIOR-KPI  PIC 9(11)V9(02).

      *Liquidacoes do PROCRET totalizadas por data de pagamento
       FD ARQLIQRT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLIQRT.DAT".

       01 REG-LIQRT.
           02 DATA-PROC-LQ PIC 9(08).
           02 DATA-PAG-LQ  PIC 9(08).
           02 QTD-LQ       PIC 9(06).
           02 VALOR-LQ     PIC 9(11)V9(02).

      *Pendencias da conciliacao levadas de uma execucao para a
      *outra. ORIGEM-PC: "C" sessao do caixa, "R" recebimentos do
      *EX01, "T" liquidacao do retorno bancario, "B" credito do
      *banco sem explicacao. DATA-INC-PC e a data em que o item
      *entrou na lista
       FD ARQPENCB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPENCB.DAT".

       01 REG-PENCB.
           02 ORIGEM-PC   PIC X(01).
           02 DATA-PC     PIC 9(08).
           02 REF-PC      PIC X(10).
           02 VALOR-PC    PIC 9(11)V9(02).
           02 DATA-INC-PC PIC 9(08).

      *Primeira data dos livros ainda nao apurada e assinatura
      *(quantidade, soma dos valores e primeiro documento) do ultimo
      *extrato conciliado
       FD ARQCBCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCBCTL.DAT".

       01 REG-CBCTL.
           02 CBCTL-DATA      PIC 9(08).
           02 CBCTL-REGISTROS PIC 9(08).
           02 CBCTL-VALOR     PIC 9(13)V9(02).
           02 CBCTL-DOC1      PIC X(10).

      *Tolerancia em dias entre o recebimento e o credito no banco
       FD PARAMCBC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMCBC.DAT".

       01 REG-PARAM-CBC.
           02 PARM-DIAS-CBC  PIC 9(02).

       FD RELCONCB
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 DIAS-EXEC      PIC 9(08) VALUE 0.
       77 TOLERANCIA     PIC 9(02) VALUE 3.
       77 DATA-CORTE     PIC 9(08) VALUE 0.

      *Assinatura do extrato corrente
       77 ASS-REGISTROS  PIC 9(08) VALUE 0.
       77 ASS-VALOR      PIC 9(13)V9(02) VALUE 0.
       77 ASS-DOC1       PIC X(10) VALUE SPACES.

      *Apoio da critica de data e do casamento
       77 DATA-WRK       PIC 9(08) VALUE 0.
       77 DATA-OK        PIC X(03) VALUE "NAO".
       77 DIFER-DIAS     PIC S9(08) VALUE 0.
       77 IDX-LIV        PIC 9(04).
       77 IDX-BCO        PIC 9(04).
       77 IDX-DIA        PIC 9(04).
       77 POS-LIV        PIC 9(04) VALUE 0.
       77 SOMA-DIA       PIC 9(11)V9(02) VALUE 0.
       77 QTD-DIA        PIC 9(04) VALUE 0.
       77 ORIGEM-WRK     PIC X(08) VALUE SPACES.

      *Lado dos livros: pendencias anteriores e recebimentos novos
       77 QTD-LIV        PIC 9(04) VALUE 0.
       77 LIV-TAB-MAX    PIC 9(04) VALUE 3000.
       01 TAB-LIV.
           02 LIV-ENT OCCURS 3000 TIMES.
               03 ORIG-LV  PIC X(01).
               03 DATA-LV  PIC 9(08).
               03 REF-LV   PIC X(10).
               03 VALOR-LV PIC 9(11)V9(02).
               03 INC-LV   PIC 9(08).
               03 DIAS-LV  PIC 9(08).
               03 CASA-LV  PIC X(01).

      *Lado do banco: creditos pendentes e creditos do extrato
       77 QTD-BCO        PIC 9(04) VALUE 0.
       77 BCO-TAB-MAX    PIC 9(04) VALUE 3000.
       01 TAB-BCO.
           02 BCO-ENT OCCURS 3000 TIMES.
               03 DATA-BC  PIC 9(08).
               03 DOC-BC   PIC X(10).
               03 VALOR-BC PIC 9(11)V9(02).
               03 INC-BC   PIC 9(08).
               03 DIAS-BC  PIC 9(08).
               03 CASA-BC  PIC X(01).

      *Contadores da execucao
       77 CT-NOVOS-LIV   PIC 9(06) VALUE 0.
       77 CT-NOVOS-BCO   PIC 9(06) VALUE 0.
       77 CT-DEBITOS     PIC 9(06) VALUE 0.
       77 CT-INVALIDOS   PIC 9(06) VALUE 0.
       77 CT-CASADOS     PIC 9(06) VALUE 0.
       77 VLR-CASADOS    PIC 9(13)V9(02) VALUE 0.
       77 CT-BCO-ABERTO  PIC 9(06) VALUE 0.
       77 VLR-BCO-ABERTO PIC 9(13)V9(02) VALUE 0.
       77 CT-AGUARDA     PIC 9(06) VALUE 0.
       77 VLR-AGUARDA    PIC 9(13)V9(02) VALUE 0.
       77 CT-VENCIDOS    PIC 9(06) VALUE 0.
       77 VLR-VENCIDOS   PIC 9(13)V9(02) VALUE 0.

      *Cabecalhos do relatorio de conciliacao
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40)
                 VALUE "CONCILIACAO BANCARIA DOS RECEBIMENTOS".
           02 FILLER  PIC X(20) VALUE SPACES.

       01 CAB-03.
           02 FILLER       PIC X(30) VALUE SPACES.
           02 FILLER       PIC X(11) VALUE "EXECUCAO:  ".
           02 DIA-CAB      PIC 9(02).
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-CAB      PIC 9(02).
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-CAB      PIC 9(04).
           02 FILLER       PIC X(29) VALUE SPACES.

       01 CAB-SECAO.
           02 SECAO-CAB    PIC X(60).
           02 FILLER       PIC X(20) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(09) VALUE "ORIGEM   ".
           02 FILLER  PIC X(11) VALUE "DATA LIVRO ".
           02 FILLER  PIC X(11) VALUE "REFERENCIA ".
           02 FILLER  PIC X(15) VALUE "          VALOR".
           02 FILLER  PIC X(11) VALUE " DATA BANCO".
           02 FILLER  PIC X(11) VALUE " DOCUMENTO ".
           02 FILLER  PIC X(05) VALUE " DIAS".
           02 FILLER  PIC X(07) VALUE SPACES.

      *Linha de item: DIAS = distancia entre as datas do livro e do
      *banco no item conciliado, idade do item nas pendencias
       01 DETALHE-CB.
           02 ORIGEM-REL    PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DATA-LIV-REL.
               03 DIA-LIV-REL PIC 9(02).
               03 BAR1-LIV    PIC X(01).
               03 MES-LIV-REL PIC 9(02).
               03 BAR2-LIV    PIC X(01).
               03 ANO-LIV-REL PIC 9(04).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 REF-REL       PIC X(10).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DATA-BCO-REL.
               03 DIA-BCO-REL PIC 9(02).
               03 BAR1-BCO    PIC X(01).
               03 MES-BCO-REL PIC 9(02).
               03 BAR2-BCO    PIC X(01).
               03 ANO-BCO-REL PIC 9(04).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DOC-REL       PIC X(10).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DIAS-REL      PIC ZZZ9.
           02 FILLER        PIC X(08) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER        PIC X(34)
                 VALUE "ITENS CONCILIADOS NESTA EXECUCAO :".
           02 QTD-CAS-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VLR-CAS-ROD   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(20) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER        PIC X(34)
                 VALUE "CREDITOS DO BANCO SEM EXPLICACAO :".
           02 QTD-BCO-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VLR-BCO-ROD   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(20) VALUE SPACES.

       01 RODAPE-03.
           02 FILLER        PIC X(34)
                 VALUE "RECEBIMENTOS SEM CREDITO VENCIDOS:".
           02 QTD-VEN-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VLR-VEN-ROD   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(20) VALUE SPACES.

       01 RODAPE-04.
           02 FILLER        PIC X(34)
                 VALUE "RECEBIMENTOS AGUARDANDO CREDITO  :".
           02 QTD-AGU-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VLR-AGU-ROD   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(20) VALUE SPACES.

       01 RODAPE-05.
           02 FILLER        PIC X(34)
                 VALUE "DEBITOS DO EXTRATO (IGNORADOS)   :".
           02 QTD-DEB-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(39) VALUE SPACES.

       01 RODAPE-06.
           02 FILLER        PIC X(34)
                 VALUE "LINHAS DO EXTRATO INVALIDAS      :".
           02 QTD-INV-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(39) VALUE SPACES.

       01 RODAPE-07.
           02 FILLER        PIC X(34)
                 VALUE "TOLERANCIA (DIAS)                :".
           02 TOL-ROD       PIC ZZZ.ZZ9.
           02 FILLER        PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       CONCILIA-BANCO.
           PERFORM INICIO.
           PERFORM CONCILIA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE DIAS-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM LE-PARAMETROS-CBC.
           PERFORM VERIFICA-EXTRATO-REPETIDO.
           PERFORM CARREGA-PENDENCIAS.
           PERFORM CARREGA-CAIXA.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-LIQUIDACOES.
           PERFORM CARREGA-EXTRATO.
           OPEN OUTPUT RELCONCB.
           MOVE DATA-EXEC(7:2) TO DIA-CAB.
           MOVE DATA-EXEC(5:2) TO MES-CAB.
           MOVE DATA-EXEC(1:4) TO ANO-CAB.

       LE-PARAMETROS-CBC.
           OPEN INPUT PARAMCBC.
           READ PARAMCBC
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-CBC IS NUMERIC AND
                      PARM-DIAS-CBC > 0
                       MOVE PARM-DIAS-CBC TO TOLERANCIA
                   END-IF
           END-READ.
           CLOSE PARAMCBC.

      *O MESMO EXTRATO CONCILIADO DUAS VEZES DUPLICARIA OS CREDITOS
      *SEM EXPLICACAO: ARQUIVO COM A MESMA ASSINATURA DO ULTIMO
      *CONCILIADO E RECUSADO COM CODIGO 8. O CONTROLE TAMBEM DIZ A
      *PARTIR DE QUE DATA OS LIVROS AINDA NAO FORAM APURADOS
       VERIFICA-EXTRATO-REPETIDO.
           OPEN INPUT EXTBANCO.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ EXTBANCO
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO ASS-REGISTROS
                       IF ASS-REGISTROS = 1
                           MOVE DOC-EB TO ASS-DOC1
                       END-IF
                       IF VALOR-EB IS NUMERIC
                           ADD VALOR-EB TO ASS-VALOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXTBANCO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQCBCTL.
           READ ARQCBCTL
               AT END MOVE 0 TO CBCTL-DATA CBCTL-REGISTROS
                                CBCTL-VALOR
                      MOVE SPACES TO CBCTL-DOC1
           END-READ.
           CLOSE ARQCBCTL.
           IF ASS-REGISTROS > 0 AND
              ASS-REGISTROS = CBCTL-REGISTROS AND
              ASS-VALOR = CBCTL-VALOR AND
              ASS-DOC1 = CBCTL-DOC1
               DISPLAY "CONCBANC: EXTBANCO IGUAL AO ULTIMO EXTRATO "
                   "CONCILIADO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CBCTL-DATA TO DATA-CORTE.

      *PENDENCIAS DAS EXECUCOES ANTERIORES: CREDITO DO BANCO VOLTA
      *PARA O LADO DO BANCO, O RESTO PARA O LADO DOS LIVROS
       CARREGA-PENDENCIAS.
           OPEN INPUT ARQPENCB.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQPENCB
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF ORIGEM-PC = "B"
                           MOVE DATA-PC  TO DATA-WRK
                           PERFORM INCLUI-BANCO
                           MOVE REF-PC      TO DOC-BC(QTD-BCO)
                           MOVE VALOR-PC    TO VALOR-BC(QTD-BCO)
                           MOVE DATA-INC-PC TO INC-BC(QTD-BCO)
                       ELSE
                           MOVE DATA-PC  TO DATA-WRK
                           PERFORM INCLUI-LIVRO
                           MOVE ORIGEM-PC   TO ORIG-LV(QTD-LIV)
                           MOVE REF-PC      TO REF-LV(QTD-LIV)
                           MOVE VALOR-PC    TO VALOR-LV(QTD-LIV)
                           MOVE DATA-INC-PC TO INC-LV(QTD-LIV)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQPENCB.
           MOVE "NAO" TO FIM-ARQ.

      *SESSOES DO CAIXA DOS DIAS JA ENCERRADOS E AINDA NAO APURADOS
       CARREGA-CAIXA.
           OPEN INPUT ARQFECCX.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQFECCX
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-FC NOT < DATA-CORTE AND
                          DATA-FC < DATA-EXEC AND
                          TOTAL-FC > 0
                           MOVE DATA-FC TO DATA-WRK
                           PERFORM INCLUI-LIVRO
                           MOVE "C"         TO ORIG-LV(QTD-LIV)
                           MOVE OPERADOR-FC TO REF-LV(QTD-LIV)
                           MOVE TOTAL-FC    TO VALOR-LV(QTD-LIV)
                           ADD 1 TO CT-NOVOS-LIV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQFECCX.
           MOVE "NAO" TO FIM-ARQ.

      *TOTAL DO RELRECEB DE CADA CICLO REAL DO EX01 (A SIMULACAO NAO
      *GRAVA O ARQKPI)
       CARREGA-RECEBIMENTOS.
           OPEN INPUT ARQKPI.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQKPI
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-KPI NOT < DATA-CORTE AND
                          DATA-KPI < DATA-EXEC AND
                          VLR-RECEB-KPI > 0
                           MOVE DATA-KPI TO DATA-WRK
                           PERFORM INCLUI-LIVRO
                           MOVE "R"           TO ORIG-LV(QTD-LIV)
                           MOVE "RELRECEB"    TO REF-LV(QTD-LIV)
                           MOVE VLR-RECEB-KPI TO VALOR-LV(QTD-LIV)
                           ADD 1 TO CT-NOVOS-LIV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQKPI.
           MOVE "NAO" TO FIM-ARQ.

      *O PROCRET APURADO NO PERIODO ENTRA PELA DATA DE
      *PROCESSAMENTO, MAS CASA COM O BANCO PELA DATA DE PAGAMENTO
       CARREGA-LIQUIDACOES.
           OPEN INPUT ARQLIQRT.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQLIQRT
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-PROC-LQ NOT < DATA-CORTE AND
                          DATA-PROC-LQ < DATA-EXEC AND
                          VALOR-LQ > 0
                           MOVE DATA-PAG-LQ TO DATA-WRK
                           PERFORM INCLUI-LIVRO
                           MOVE "T"        TO ORIG-LV(QTD-LIV)
                           MOVE "RETBANCO" TO REF-LV(QTD-LIV)
                           MOVE VALOR-LQ   TO VALOR-LV(QTD-LIV)
                           ADD 1 TO CT-NOVOS-LIV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQLIQRT.
           MOVE "NAO" TO FIM-ARQ.

      *SO OS CREDITOS DO EXTRATO ENTRAM NA CONCILIACAO; LINHA COM
      *DATA OU VALOR INVALIDO E APENAS CONTADA
       CARREGA-EXTRATO.
           OPEN INPUT EXTBANCO.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ EXTBANCO
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       PERFORM AVALIA-LINHA-EXTRATO
               END-READ
           END-PERFORM.
           CLOSE EXTBANCO.
           MOVE "NAO" TO FIM-ARQ.

       AVALIA-LINHA-EXTRATO.
           MOVE DATA-EB TO DATA-WRK.
           PERFORM CRITICA-DATA.
           EVALUATE TRUE
               WHEN DATA-OK = "NAO"
                    OR VALOR-EB IS NOT NUMERIC
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "CONCBANC: LINHA DO EXTRATO INVALIDA - "
                       "DOCUMENTO " DOC-EB
               WHEN NATUR-EB = "D"
                   ADD 1 TO CT-DEBITOS
               WHEN NATUR-EB NOT = "C" OR VALOR-EB = 0
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "CONCBANC: LINHA DO EXTRATO INVALIDA - "
                       "DOCUMENTO " DOC-EB
               WHEN OTHER
                   PERFORM INCLUI-BANCO
                   MOVE DOC-EB    TO DOC-BC(QTD-BCO)
                   MOVE VALOR-EB  TO VALOR-BC(QTD-BCO)
                   ADD 1 TO CT-NOVOS-BCO
           END-EVALUATE.

      *NOVA ENTRADA NA TABELA DOS LIVROS PARA A DATA EM DATA-WRK;
      *COM A TABELA CHEIA NADA E GRAVADO, PARA A LISTA DE
      *PENDENCIAS NAO PERDER ITENS
       INCLUI-LIVRO.
           IF QTD-LIV NOT < LIV-TAB-MAX
               DISPLAY "TAB-LIV CHEIA (" LIV-TAB-MAX
                   ") - CONCILIACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CRITICA-DATA.
           ADD 1 TO QTD-LIV.
           MOVE DATA-WRK  TO DATA-LV(QTD-LIV).
           MOVE SPACES    TO REF-LV(QTD-LIV).
           MOVE 0         TO VALOR-LV(QTD-LIV).
           MOVE DATA-EXEC TO INC-LV(QTD-LIV).
           MOVE "N"       TO CASA-LV(QTD-LIV).
           IF DATA-OK = "SIM"
               COMPUTE DIAS-LV(QTD-LIV) =
                   FUNCTION INTEGER-OF-DATE(DATA-WRK)
           ELSE
               MOVE DIAS-EXEC TO DIAS-LV(QTD-LIV)
           END-IF.

       INCLUI-BANCO.
           IF QTD-BCO NOT < BCO-TAB-MAX
               DISPLAY "TAB-BCO CHEIA (" BCO-TAB-MAX
                   ") - CONCILIACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CRITICA-DATA.
           ADD 1 TO QTD-BCO.
           MOVE DATA-WRK  TO DATA-BC(QTD-BCO).
           MOVE SPACES    TO DOC-BC(QTD-BCO).
           MOVE 0         TO VALOR-BC(QTD-BCO).
           MOVE DATA-EXEC TO INC-BC(QTD-BCO).
           MOVE "N"       TO CASA-BC(QTD-BCO).
           IF DATA-OK = "SIM"
               COMPUTE DIAS-BC(QTD-BCO) =
                   FUNCTION INTEGER-OF-DATE(DATA-WRK)
           ELSE
               MOVE DIAS-EXEC TO DIAS-BC(QTD-BCO)
           END-IF.

       CRITICA-DATA.
           MOVE "SIM" TO DATA-OK.
           IF DATA-WRK IS NOT NUMERIC
               MOVE "NAO" TO DATA-OK
           ELSE
               IF DATA-WRK(1:4) < "1601" OR
                  DATA-WRK(5:2) < "01" OR DATA-WRK(5:2) > "12" OR
                  DATA-WRK(7:2) < "01" OR DATA-WRK(7:2) > "31"
                   MOVE "NAO" TO DATA-OK
               END-IF
           END-IF.

      *PRIMEIRO CADA CREDITO DO BANCO PROCURA UM ITEM DOS LIVROS DE
      *MESMO VALOR DENTRO DA TOLERANCIA (O MAIS ANTIGO PRIMEIRO);
      *DEPOIS, O QUE SOBROU PROCURA A SOMA DAS SESSOES DO CAIXA DE
      *UM MESMO DIA DEPOSITADAS JUNTAS
       CONCILIA.
           MOVE "ITENS CONCILIADOS" TO SECAO-CAB.
           PERFORM CABECALHO.
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BCO
               PERFORM CASA-ITEM
           END-PERFORM.
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BCO
               IF CASA-BC(IDX-BCO) = "N"
                   PERFORM CASA-DIA-CAIXA
               END-IF
           END-PERFORM.

       CASA-ITEM.
           MOVE 0 TO POS-LIV.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
                   UNTIL IDX-LIV > QTD-LIV
               IF CASA-LV(IDX-LIV) = "N" AND
                  VALOR-LV(IDX-LIV) = VALOR-BC(IDX-BCO)
                   COMPUTE DIFER-DIAS =
                       DIAS-BC(IDX-BCO) - DIAS-LV(IDX-LIV)
                   IF DIFER-DIAS < 0
                       COMPUTE DIFER-DIAS = 0 - DIFER-DIAS
                   END-IF
                   IF DIFER-DIAS NOT > TOLERANCIA
                       IF POS-LIV = 0
                           MOVE IDX-LIV TO POS-LIV
                       ELSE
                           IF DIAS-LV(IDX-LIV) < DIAS-LV(POS-LIV)
                               MOVE IDX-LIV TO POS-LIV
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF POS-LIV > 0
               MOVE "S" TO CASA-BC(IDX-BCO)
               MOVE "S" TO CASA-LV(POS-LIV)
               PERFORM IMPRIME-CASADO
           END-IF.

      *PARA CADA DIA DE CAIXA DENTRO DA TOLERANCIA, SOMA AS SESSOES
      *AINDA NAO CASADAS DAQUELE DIA; SOMA IGUAL AO CREDITO CASA
      *TODAS ELAS
       CASA-DIA-CAIXA.
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > QTD-LIV
                      OR CASA-BC(IDX-BCO) = "S"
               IF ORIG-LV(IDX-DIA) = "C" AND
                  CASA-LV(IDX-DIA) = "N"
                   COMPUTE DIFER-DIAS =
                       DIAS-BC(IDX-BCO) - DIAS-LV(IDX-DIA)
                   IF DIFER-DIAS < 0
                       COMPUTE DIFER-DIAS = 0 - DIFER-DIAS
                   END-IF
                   IF DIFER-DIAS NOT > TOLERANCIA
                       PERFORM SOMA-DIA-CAIXA
                   END-IF
               END-IF
           END-PERFORM.

       SOMA-DIA-CAIXA.
           MOVE 0 TO SOMA-DIA QTD-DIA.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
                   UNTIL IDX-LIV > QTD-LIV
               IF ORIG-LV(IDX-LIV) = "C" AND
                  CASA-LV(IDX-LIV) = "N" AND
                  DATA-LV(IDX-LIV) = DATA-LV(IDX-DIA)
                   ADD VALOR-LV(IDX-LIV) TO SOMA-DIA
                   ADD 1 TO QTD-DIA
               END-IF
           END-PERFORM.
           IF QTD-DIA > 1 AND SOMA-DIA = VALOR-BC(IDX-BCO)
               MOVE "S" TO CASA-BC(IDX-BCO)
               PERFORM VARYING IDX-LIV FROM 1 BY 1
                       UNTIL IDX-LIV > QTD-LIV
                   IF ORIG-LV(IDX-LIV) = "C" AND
                      CASA-LV(IDX-LIV) = "N" AND
                      DATA-LV(IDX-LIV) = DATA-LV(IDX-DIA)
                       MOVE "S" TO CASA-LV(IDX-LIV)
                       MOVE IDX-LIV TO POS-LIV
                       PERFORM IMPRIME-CASADO
                   END-IF
               END-PERFORM
           END-IF.

      *LINHA DO ITEM CONCILIADO: LIVRO EM POS-LIV, BANCO EM IDX-BCO
       IMPRIME-CASADO.
           PERFORM MONTA-LINHA-LIVRO.
           PERFORM MONTA-DATA-BANCO.
           MOVE VALOR-LV(POS-LIV) TO VALOR-REL.
           COMPUTE DIFER-DIAS = DIAS-BC(IDX-BCO) - DIAS-LV(POS-LIV).
           MOVE DIFER-DIAS TO DIAS-REL.
           PERFORM IMPRIME-LINHA.
           ADD 1 TO CT-CASADOS.
           ADD VALOR-LV(POS-LIV) TO VLR-CASADOS.

       MONTA-LINHA-LIVRO.
           MOVE SPACES TO DETALHE-CB.
           EVALUATE ORIG-LV(POS-LIV)
               WHEN "C" MOVE "CAIXA"    TO ORIGEM-WRK
               WHEN "R" MOVE "RELRECEB" TO ORIGEM-WRK
               WHEN "T" MOVE "RETORNO"  TO ORIGEM-WRK
               WHEN OTHER MOVE "?"      TO ORIGEM-WRK
           END-EVALUATE.
           MOVE ORIGEM-WRK TO ORIGEM-REL.
           MOVE DATA-LV(POS-LIV)(7:2) TO DIA-LIV-REL.
           MOVE DATA-LV(POS-LIV)(5:2) TO MES-LIV-REL.
           MOVE DATA-LV(POS-LIV)(1:4) TO ANO-LIV-REL.
           MOVE "/" TO BAR1-LIV BAR2-LIV.
           MOVE REF-LV(POS-LIV) TO REF-REL.

       MONTA-DATA-BANCO.
           MOVE DATA-BC(IDX-BCO)(7:2) TO DIA-BCO-REL.
           MOVE DATA-BC(IDX-BCO)(5:2) TO MES-BCO-REL.
           MOVE DATA-BC(IDX-BCO)(1:4) TO ANO-BCO-REL.
           MOVE "/" TO BAR1-BCO BAR2-BCO.
           MOVE DOC-BC(IDX-BCO) TO DOC-REL.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           WRITE REG-REL FROM DETALHE-CB AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *CREDITOS DO BANCO QUE NENHUM RECEBIMENTO DOS LIVROS EXPLICA
       LISTA-BANCO-ABERTO.
           MOVE "CREDITOS DO BANCO SEM EXPLICACAO NOS LIVROS"
             TO SECAO-CAB.
           PERFORM CABECALHO.
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BCO
               IF CASA-BC(IDX-BCO) = "N"
                   MOVE SPACES TO DETALHE-CB
                   MOVE "BANCO" TO ORIGEM-REL
                   PERFORM MONTA-DATA-BANCO
                   MOVE VALOR-BC(IDX-BCO) TO VALOR-REL
                   COMPUTE DIAS-REL = DIAS-EXEC - DIAS-BC(IDX-BCO)
                   PERFORM IMPRIME-LINHA
                   ADD 1 TO CT-BCO-ABERTO
                   ADD VALOR-BC(IDX-BCO) TO VLR-BCO-ABERTO
               END-IF
           END-PERFORM.

      *RECEBIMENTOS SEM CREDITO NO BANCO: DENTRO DA TOLERANCIA SO
      *SAO CONTADOS (O CREDITO AINDA PODE CHEGAR); PASSADO O PRAZO
      *SAO LISTADOS PARA A TESOURARIA
       LISTA-LIVRO-ABERTO.
           MOVE "RECEBIMENTOS SEM CREDITO NO BANCO APOS A TOLERANCIA"
             TO SECAO-CAB.
           PERFORM CABECALHO.
           PERFORM VARYING POS-LIV FROM 1 BY 1
                   UNTIL POS-LIV > QTD-LIV
               IF CASA-LV(POS-LIV) = "N"
                   COMPUTE DIFER-DIAS = DIAS-EXEC - DIAS-LV(POS-LIV)
                   IF DIFER-DIAS > TOLERANCIA
                       PERFORM MONTA-LINHA-LIVRO
                       MOVE VALOR-LV(POS-LIV) TO VALOR-REL
                       MOVE DIFER-DIAS TO DIAS-REL
                       PERFORM IMPRIME-LINHA
                       ADD 1 TO CT-VENCIDOS
                       ADD VALOR-LV(POS-LIV) TO VLR-VENCIDOS
                   ELSE
                       ADD 1 TO CT-AGUARDA
                       ADD VALOR-LV(POS-LIV) TO VLR-AGUARDA
                   END-IF
               END-IF
           END-PERFORM.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           MOVE CT-CASADOS     TO QTD-CAS-ROD.
           MOVE VLR-CASADOS    TO VLR-CAS-ROD.
           MOVE CT-BCO-ABERTO  TO QTD-BCO-ROD.
           MOVE VLR-BCO-ABERTO TO VLR-BCO-ROD.
           MOVE CT-VENCIDOS    TO QTD-VEN-ROD.
           MOVE VLR-VENCIDOS   TO VLR-VEN-ROD.
           MOVE CT-AGUARDA     TO QTD-AGU-ROD.
           MOVE VLR-AGUARDA    TO VLR-AGU-ROD.
           MOVE CT-DEBITOS     TO QTD-DEB-ROD.
           MOVE CT-INVALIDOS   TO QTD-INV-ROD.
           MOVE TOLERANCIA     TO TOL-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-07 AFTER ADVANCING 1 LINE.

      *TUDO O QUE NAO CASOU VOLTA PARA A LISTA DE PENDENCIAS, COM A
      *DATA EM QUE ENTROU NELA, ATE SER CONCILIADO
       GRAVA-PENDENCIAS.
           OPEN OUTPUT ARQPENCB.
           PERFORM VARYING IDX-BCO FROM 1 BY 1
                   UNTIL IDX-BCO > QTD-BCO
               IF CASA-BC(IDX-BCO) = "N"
                   MOVE "B"               TO ORIGEM-PC
                   MOVE DATA-BC(IDX-BCO)  TO DATA-PC
                   MOVE DOC-BC(IDX-BCO)   TO REF-PC
                   MOVE VALOR-BC(IDX-BCO) TO VALOR-PC
                   MOVE INC-BC(IDX-BCO)   TO DATA-INC-PC
                   WRITE REG-PENCB
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
                   UNTIL IDX-LIV > QTD-LIV
               IF CASA-LV(IDX-LIV) = "N"
                   MOVE ORIG-LV(IDX-LIV)  TO ORIGEM-PC
                   MOVE DATA-LV(IDX-LIV)  TO DATA-PC
                   MOVE REF-LV(IDX-LIV)   TO REF-PC
                   MOVE VALOR-LV(IDX-LIV) TO VALOR-PC
                   MOVE INC-LV(IDX-LIV)   TO DATA-INC-PC
                   WRITE REG-PENCB
               END-IF
           END-PERFORM.
           CLOSE ARQPENCB.

      *OS LIVROS FICAM APURADOS ATE ONTEM: A PROXIMA EXECUCAO
      *COMECA EM HOJE
       GRAVA-CONTROLE.
           MOVE DATA-EXEC     TO CBCTL-DATA.
           MOVE ASS-REGISTROS TO CBCTL-REGISTROS.
           MOVE ASS-VALOR     TO CBCTL-VALOR.
           MOVE ASS-DOC1      TO CBCTL-DOC1.
           OPEN OUTPUT ARQCBCTL.
           WRITE REG-CBCTL.
           CLOSE ARQCBCTL.

       FIM.
           PERFORM LISTA-BANCO-ABERTO.
           PERFORM LISTA-LIVRO-ABERTO.
           PERFORM RODAPE.
           CLOSE RELCONCB.
           PERFORM GRAVA-PENDENCIAS.
           PERFORM GRAVA-CONTROLE.
           DISPLAY "CONCBANC: " CT-NOVOS-BCO " CREDITO(S) NO EXTRATO, "
               CT-NOVOS-LIV " RECEBIMENTO(S) NOVO(S) NOS LIVROS".
           DISPLAY "CONCBANC: " CT-CASADOS " CONCILIADO(S), "
               CT-BCO-ABERTO " CREDITO(S) SEM EXPLICACAO, "
               CT-VENCIDOS " RECEBIMENTO(S) SEM CREDITO APOS "
               TOLERANCIA " DIA(S)".
