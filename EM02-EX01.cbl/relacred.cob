       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELACRED.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO DOS SOCIOS COM SALDO CREDOR: LISTA EM
      *              RELCRED TODO SOCIO DO CADSOCM COM SALDO NEGATIVO
      *              (O CLUBE DEVE AO SOCIO), COM O VALOR DO CREDITO,
      *              A DATA EM QUE O SOCIO ENTROU EM CREDITO E HA
      *              QUANTOS DIAS, MAIS O RESUMO POR TEMPO EM CREDITO.
      *              A DATA DE ENTRADA FICA GUARDADA EM ARQCRED.DAT
      *              DE UMA NOITE PARA A OUTRA; O SOCIO QUE ENTRA EM
      *              CREDITO PELA PRIMEIRA VEZ TEM A DATA APURADA NO
      *              DIARIO ARQMOVTO.DAT (ULTIMO MOVIMENTO QUE LEVOU O
      *              SALDO DE ZERO OU DEVEDOR PARA CREDOR). O CREDITO
      *              E CONSUMIDO PELO GERASOC1 (ABATIMENTO NA
      *              MENSALIDADE) OU PELO REEMBSOC (REEMBOLSO).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCRED  ASSIGN TO DISK.

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

      *Diario de movimentos do cadastro mestre, usado para datar a
      *entrada em credito de quem ainda nao esta no ARQCRED
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

      *Socios em credito na ultima execucao, com a data em que
      *entraram em credito; regravado a cada noite
       FD ARQCRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCRED.DAT".

       01 REG-CRED.
           02 NUM-SOCIO-CR    PIC 9(06).
           02 DATA-CREDITO-CR PIC 9(08).

       FD RELCRED
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-MOVTO      PIC X(03) VALUE "NAO".
       77 FIM-CRED       PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 INT-EXEC       PIC 9(07) VALUE 0.

       77 VALOR-CREDITO  PIC 9(09)V9(02) VALUE 0.
       77 DATA-ENTRADA   PIC 9(08) VALUE 0.
       77 DIAS-CREDITO   PIC 9(05) VALUE 0.
       77 SALDO-ANTES    PIC S9(09)V9(02) VALUE 0.
       77 CT-CREDORES    PIC 9(06) VALUE 0.
       77 TOTAL-CREDITO  PIC 9(11)V9(02) VALUE 0.

      *Socios em credito na execucao anterior (ARQCRED); a tabela
      *cheia encerra com codigo 8 antes de regravar o arquivo, para
      *nao perder datas de entrada
       77 QTD-ANT        PIC 9(04) VALUE 0.
       77 ANT-MAX        PIC 9(04) VALUE 9999.
       77 IDX-ANT        PIC 9(04).
       77 POS-ANT        PIC 9(04) VALUE 0.
       01 TAB-CRED-ANT.
           02 CRED-ANT-ENT OCCURS 9999 TIMES.
               03 SOCIO-ANT PIC 9(06).
               03 DATA-ANT  PIC 9(08).

      *Entradas em credito encontradas no diario: a ultima passagem
      *de saldo zero ou devedor para credor e, a parte, o saldo ja
      *credor na abertura do mes (registro "O" do FECHAMES)
       77 QTD-ENTR       PIC 9(04) VALUE 0.
       77 ENTR-MAX       PIC 9(04) VALUE 9999.
       77 IDX-ENTR       PIC 9(04).
       77 POS-ENTR       PIC 9(04) VALUE 0.
       01 TAB-ENTRADAS.
           02 ENTR-ENT OCCURS 9999 TIMES.
               03 SOCIO-ENTR     PIC 9(06).
               03 DATA-PASSA-ENTR PIC 9(08).
               03 DATA-ABERT-ENTR PIC 9(08).

      *Resumo por tempo em credito: ate 30, 31 a 90, 91 a 180 e
      *acima de 180 dias
       77 IDX-TEMPO      PIC 9(01).
       01 TAB-TEMPO.
           02 TEMPO-ENT OCCURS 4 TIMES.
               03 QTD-TEMPO   PIC 9(06).
               03 VALOR-TEMPO PIC 9(11)V9(02).
       01 TAB-ROT-TEMPO.
           02 FILLER PIC X(20) VALUE "ATE 30 DIAS         ".
           02 FILLER PIC X(20) VALUE "DE 31 A 90 DIAS     ".
           02 FILLER PIC X(20) VALUE "DE 91 A 180 DIAS    ".
           02 FILLER PIC X(20) VALUE "ACIMA DE 180 DIAS   ".
       01 TAB-ROT-TEMPO-R REDEFINES TAB-ROT-TEMPO.
           02 ROT-TEMPO PIC X(20) OCCURS 4 TIMES.

      *Cabecalhos do relatorio de saldos credores
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(29)
                      VALUE "SOCIOS COM SALDO CREDOR".
           02 FILLER  PIC X(26) VALUE SPACES.

       01 CAB-03.
           02 FILLER      PIC X(13) VALUE "POSICAO EM:  ".
           02 DATA-CAB.
               03 DIA-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 MES-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 ANO-CAB PIC 9(04).
           02 FILLER      PIC X(57) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(06) VALUE "NUMERO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "SIT".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "CREDITO".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "DESDE ".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "DIAS".
           02 FILLER  PIC X(04) VALUE SPACES.

      *Dados do socio em credito
       01 DETALHE-CRED.
           02 NUM-SOCIO-REL PIC 9(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOME-REL      PIC X(30).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 STATUS-REL    PIC X(01).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 CREDITO-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DATA-REL.
               03 DIA-REL   PIC 9(02).
               03 FILLER    PIC X(01) VALUE "/".
               03 MES-REL   PIC 9(02).
               03 FILLER    PIC X(01) VALUE "/".
               03 ANO-REL   PIC 9(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DIAS-REL      PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.

       01 LINHA-TEMPO.
           02 ROT-TEMPO-REL PIC X(20).
           02 FILLER        PIC X(05) VALUE SPACES.
           02 QTD-TEMPO-REL PIC ZZZ.ZZ9.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 VLR-TEMPO-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(26) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER        PIC X(25)
                            VALUE "SOCIOS EM CREDITO        ".
           02 QTD-ROD       PIC ZZZ.ZZ9.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 VALOR-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       RELATORIO-CREDITO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           INITIALIZE TAB-TEMPO.
           PERFORM CARREGA-CREDORES-ANT.
           PERFORM CARREGA-ENTRADAS.
           OPEN INPUT CADSOCM
           OPEN OUTPUT ARQCRED
           OPEN OUTPUT RELCRED.
           PERFORM LEITURA.

      *SOCIOS JA EM CREDITO NA NOITE ANTERIOR, COM A DATA DE ENTRADA
       CARREGA-CREDORES-ANT.
           OPEN INPUT ARQCRED.
           PERFORM UNTIL FIM-CRED = "SIM"
               READ ARQCRED
                   AT END MOVE "SIM" TO FIM-CRED
                   NOT AT END
                       IF QTD-ANT < ANT-MAX
                           ADD 1 TO QTD-ANT
                           MOVE NUM-SOCIO-CR    TO SOCIO-ANT(QTD-ANT)
                           MOVE DATA-CREDITO-CR TO DATA-ANT(QTD-ANT)
                       ELSE
                           DISPLAY "TAB-CRED-ANT CHEIA (" ANT-MAX
                               ") - ARQCRED.DAT NAO REGRAVADO"
                           CLOSE ARQCRED
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCRED.

      *PERCORRE O DIARIO RECONSTRUINDO O SALDO ANTES DE CADA
      *MOVIMENTO (CREDITOS A/B/L/G/M/W SOMAM DE VOLTA, OS DEMAIS
      *SUBTRAEM, COMO NO EXTRSOC): SALDO QUE PASSA DE ZERO OU
      *DEVEDOR PARA CREDOR MARCA A ENTRADA EM CREDITO; NA ABERTURA
      *"O" O SOCIO JA CREDOR ESTA EM CREDITO PELO MENOS DESDE ELA
       CARREGA-ENTRADAS.
           OPEN INPUT ARQMOVTO.
           PERFORM UNTIL FIM-MOVTO = "SIM"
               READ ARQMOVTO
                   AT END MOVE "SIM" TO FIM-MOVTO
                   NOT AT END
                       IF SALDO-APOS-MV < 0
                           PERFORM AVALIA-ENTRADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMOVTO.

       AVALIA-ENTRADA.
           EVALUATE TIPO-MOV
               WHEN "A"
               WHEN "B"
               WHEN "L"
               WHEN "G"
               WHEN "M"
               WHEN "W"
                   COMPUTE SALDO-ANTES = SALDO-APOS-MV + VALOR-MOV
               WHEN OTHER
                   COMPUTE SALDO-ANTES = SALDO-APOS-MV - VALOR-MOV
           END-EVALUATE.
           IF TIPO-MOV = "O" OR SALDO-ANTES NOT < 0
               MOVE NUM-SOCIO-MV TO NUM-SOCIOM
               PERFORM LOCALIZA-ENTRADA
               IF POS-ENTR = 0
                   PERFORM INCLUI-ENTRADA
               END-IF
               IF POS-ENTR > 0
                   IF TIPO-MOV = "O"
                       MOVE DATA-MOV TO DATA-ABERT-ENTR(POS-ENTR)
                   ELSE
                       MOVE DATA-MOV TO DATA-PASSA-ENTR(POS-ENTR)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-ENTRADA.
           MOVE 0 TO POS-ENTR.
           PERFORM VARYING IDX-ENTR FROM 1 BY 1
                   UNTIL IDX-ENTR > QTD-ENTR OR POS-ENTR > 0
               IF SOCIO-ENTR(IDX-ENTR) = NUM-SOCIOM
                   MOVE IDX-ENTR TO POS-ENTR
               END-IF
           END-PERFORM.

      *COM A TABELA CHEIA O SOCIO FICA SEM DATA APURADA NO DIARIO E
      *ENTRA PELA DATA DO ULTIMO MOVIMENTO DO CADSOCM
       INCLUI-ENTRADA.
           IF QTD-ENTR < ENTR-MAX
               ADD 1 TO QTD-ENTR
               MOVE QTD-ENTR TO POS-ENTR
               MOVE NUM-SOCIOM TO SOCIO-ENTR(POS-ENTR)
               MOVE 0 TO DATA-PASSA-ENTR(POS-ENTR)
               MOVE 0 TO DATA-ABERT-ENTR(POS-ENTR)
           ELSE
               DISPLAY "TAB-ENTRADAS CHEIA (" ENTR-MAX ") - SOCIO "
                   NUM-SOCIOM " DATADO PELO ULTIMO MOVIMENTO"
           END-IF.

       LEITURA.
           READ CADSOCM NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           IF SALDO-SOCM < 0
               PERFORM DATA-ENTRADA-CREDITO
               PERFORM GRAVA-CREDOR
               PERFORM IMPRIME-CREDOR
           END-IF.
           PERFORM LEITURA.

      *A DATA GUARDADA NO ARQCRED VALE ENQUANTO O SOCIO SEGUE EM
      *CREDITO; UMA PASSAGEM PARA CREDOR POSTERIOR A ELA SIGNIFICA
      *QUE O CREDITO FOI CONSUMIDO E REFEITO, E A NOVA DATA VALE.
      *SOCIO NOVO NO RELATORIO: PASSAGEM DO DIARIO, SENAO A ABERTURA
      *DO MES, SENAO O ULTIMO MOVIMENTO DO CADASTRO
       DATA-ENTRADA-CREDITO.
           MOVE 0 TO POS-ANT.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANT OR POS-ANT > 0
               IF SOCIO-ANT(IDX-ANT) = NUM-SOCIOM
                   MOVE IDX-ANT TO POS-ANT
               END-IF
           END-PERFORM.
           PERFORM LOCALIZA-ENTRADA.
           MOVE 0 TO DATA-ENTRADA.
           IF POS-ANT > 0
               MOVE DATA-ANT(POS-ANT) TO DATA-ENTRADA
           END-IF.
           IF POS-ENTR > 0
               IF DATA-PASSA-ENTR(POS-ENTR) > DATA-ENTRADA
                   MOVE DATA-PASSA-ENTR(POS-ENTR) TO DATA-ENTRADA
               END-IF
               IF DATA-ENTRADA = 0
                   MOVE DATA-ABERT-ENTR(POS-ENTR) TO DATA-ENTRADA
               END-IF
           END-IF.
           IF DATA-ENTRADA = 0
               MOVE DATA-ULT-MOV TO DATA-ENTRADA
           END-IF.
           IF DATA-ENTRADA = 0 OR DATA-ENTRADA > DATA-EXEC
               MOVE DATA-EXEC TO DATA-ENTRADA
           END-IF.
           COMPUTE DIAS-CREDITO = INT-EXEC -
               FUNCTION INTEGER-OF-DATE(DATA-ENTRADA).
           COMPUTE VALOR-CREDITO = 0 - SALDO-SOCM.

       GRAVA-CREDOR.
           MOVE NUM-SOCIOM   TO NUM-SOCIO-CR.
           MOVE DATA-ENTRADA TO DATA-CREDITO-CR.
           WRITE REG-CRED.

       IMPRIME-CREDOR.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE NUM-SOCIOM     TO NUM-SOCIO-REL.
           MOVE NOME-SOCIOM    TO NOME-REL.
           MOVE STATUS-SOCM    TO STATUS-REL.
           MOVE VALOR-CREDITO  TO CREDITO-REL.
           MOVE DATA-ENTRADA(7:2) TO DIA-REL.
           MOVE DATA-ENTRADA(5:2) TO MES-REL.
           MOVE DATA-ENTRADA(1:4) TO ANO-REL.
           MOVE DIAS-CREDITO   TO DIAS-REL.
           WRITE REG-REL FROM DETALHE-CRED AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-CREDORES.
           ADD VALOR-CREDITO TO TOTAL-CREDITO.
           EVALUATE TRUE
               WHEN DIAS-CREDITO NOT > 30
                   MOVE 1 TO IDX-TEMPO
               WHEN DIAS-CREDITO NOT > 90
                   MOVE 2 TO IDX-TEMPO
               WHEN DIAS-CREDITO NOT > 180
                   MOVE 3 TO IDX-TEMPO
               WHEN OTHER
                   MOVE 4 TO IDX-TEMPO
           END-EVALUATE.
           ADD 1 TO QTD-TEMPO(IDX-TEMPO).
           ADD VALOR-CREDITO TO VALOR-TEMPO(IDX-TEMPO).

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-EXEC(7:2) TO DIA-CAB.
           MOVE DATA-EXEC(5:2) TO MES-CAB.
           MOVE DATA-EXEC(1:4) TO ANO-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           IF CT-CREDORES = 0
               PERFORM CABECALHO
               MOVE "NENHUM SOCIO COM SALDO CREDOR" TO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CT-CREDORES   TO QTD-ROD.
           MOVE TOTAL-CREDITO TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-TEMPO
               VARYING IDX-TEMPO FROM 1 BY 1
               UNTIL IDX-TEMPO > 4.

       IMPRIME-TEMPO.
           MOVE ROT-TEMPO(IDX-TEMPO)   TO ROT-TEMPO-REL.
           MOVE QTD-TEMPO(IDX-TEMPO)   TO QTD-TEMPO-REL.
           MOVE VALOR-TEMPO(IDX-TEMPO) TO VLR-TEMPO-REL.
           WRITE REG-REL FROM LINHA-TEMPO AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM ARQCRED RELCRED.
           DISPLAY "RELACRED: " CT-CREDORES " SOCIO(S) COM SALDO "
               "CREDOR EM RELCRED".
