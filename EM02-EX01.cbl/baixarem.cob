       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BAIXAREM.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REMESSA DE BAIXA (CANCELAMENTO) DE BOLETOS: LE A
      *              CARTEIRA ARQREMES.DAT E, PARA CADA TITULO AINDA
      *              EM ABERTO ("A"), VERIFICA SE A DIVIDA JA FOI
      *              RESOLVIDA POR OUTRO CAMINHO - SOCIO EXCLUIDO DO
      *              MESTRE, SALDO QUITADO NO CADSOCM, PAGAMENTO NO
      *              BALCAO OU CREDITO POSTERIOR A EMISSAO NO
      *              ARQMOVTO, ESTORNO "R" DO MANUTSOC OU ACORDO DE
      *              PARCELAMENTO DO MANUACOR - OU SE O VENCIMENTO
      *              PASSOU DO PRAZO DE PARAMBXA.DAT. ESSES TITULOS
      *              VAO PARA O ARQUIVO DE INSTRUCOES DE BAIXA DO
      *              BANCO (ARQBAIXA.DAT), FICAM COM A SITUACAO "C"
      *              (CANCELADO) NA CARTEIRA E SAO LISTADOS PARA A
      *              TESOURARIA EM RELBAIXA. EVITA QUE O BANCO MANTENHA
      *              VIVO UM BOLETO DE DIVIDA JA PAGA OU RENEGOCIADA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQREMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMTEMP  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQACORD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AC
           FILE STATUS IS FS-ACORD.
           SELECT OPTIONAL PARAMBXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELBAIXA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Carteira cumulativa de titulos mantida pelo GERAREM: "A" em
      *aberto, "L" liquidado, "D" liquidado com valor divergente,
      *"C" cancelado por instrucao de baixa
       FD ARQREMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQREMES.DAT".

       01 REG-REMES.
           02 NOSSO-NUM-RM  PIC 9(10).
           02 NUM-SOCIO-RM  PIC 9(06).
           02 NOME-SOCIO-RM PIC X(30).
           02 VALOR-RM      PIC 9(09)V9(02).
           02 DATA-VENC-RM  PIC 9(08).
           02 SITUACAO-RM   PIC X(01).

      *Arquivo de trabalho da regravacao da carteira com as baixas
       FD REMTEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQREMES.TMP".

       01 REG-REMTEMP PIC X(66).

      *Diario de movimentos do cadastro mestre (MANUTSOC, CAIXASOC
      *e PROCRET)
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

      *Acordos de parcelamento do MANUACOR (A ativo, C cancelado,
      *Q quebrado, L liquidado)
       FD ARQACORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQACORD.DAT".

       01 REG-ACORD.
           02 NUM-SOCIO-AC  PIC 9(06).
           02 NOME-AC       PIC X(30).
           02 TOTAL-AC      PIC 9(09)V9(02).
           02 QTD-PARC-AC   PIC 9(02).
           02 VALOR-PARC-AC PIC 9(09)V9(02).
           02 DATA-PRIM-VC  PIC 9(08).
           02 PARC-COBRADAS PIC 9(02).
           02 STATUS-AC     PIC X(01).
           02 DATA-ACORDO   PIC 9(08).

      *Parametro da baixa: dias apos o vencimento a partir dos quais
      *o titulo ainda em aberto e baixado por decurso de prazo
       FD PARAMBXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMBXA.DAT".

       01 REG-PARAM-BXA.
           02 PARM-DIAS-BAIXA PIC 9(03).

      *Instrucoes de baixa para o banco: uma por titulo cancelado,
      *com o codigo de instrucao 02 (pedido de baixa)
       FD ARQBAIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQBAIXA.DAT".

       01 REG-BAIXA.
           02 COD-INSTR-BX  PIC X(02).
           02 NOSSO-NUM-BX  PIC 9(10).
           02 NUM-SOCIO-BX  PIC 9(06).
           02 VALOR-BX      PIC 9(09)V9(02).
           02 DATA-VENC-BX  PIC 9(08).
           02 DATA-BAIXA-BX PIC 9(08).
           02 MOTIVO-BX     PIC X(16).

       FD RELBAIXA
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-MOV        PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 FS-ACORD       PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 INT-EXEC       PIC 9(07).
       77 INT-VENC       PIC 9(07).
       77 INT-EMISSAO    PIC 9(07).
       77 DATA-EMISSAO   PIC 9(08).
       77 DIAS-VENCIDO   PIC S9(07) VALUE 0.
       77 MOTIVO-BAIXA   PIC X(16) VALUE SPACES.
       77 PAGO-APOS-EMIS PIC 9(11)V9(02) VALUE 0.
       77 ESTORNO-APOS   PIC X(03) VALUE "NAO".

      *Prazo padrao da baixa por decurso quando PARAMBXA nao existe
       77 DIAS-BAIXA     PIC 9(03) VALUE 60.

      *Prazo historico de vencimento do boleto contado da emissao
      *(o mesmo do GERAREM): a data de emissao do titulo e deduzida
      *do vencimento
       77 PRAZO-BOLETO   PIC 9(02) VALUE 10.

       77 CT-ABERTOS     PIC 9(06) VALUE 0.
       77 CT-MANTIDOS    PIC 9(06) VALUE 0.
       77 CT-BAIXADOS    PIC 9(06) VALUE 0.
       77 CT-OUTROS      PIC 9(06) VALUE 0.
       77 VLR-BAIXADOS   PIC 9(11)V9(02) VALUE 0.
       77 CT-EXCLUIDO    PIC 9(06) VALUE 0.
       77 CT-QUITADO     PIC 9(06) VALUE 0.
       77 CT-PAGO-FORA   PIC 9(06) VALUE 0.
       77 CT-ESTORNADO   PIC 9(06) VALUE 0.
       77 CT-PARCELADO   PIC 9(06) VALUE 0.
       77 CT-PRAZO       PIC 9(06) VALUE 0.

      *Pagamentos (A, B, L, G, M) e estornos (R) do diario carregados em
      *tabela para a comparacao com a data de emissao de cada titulo;
      *com a tabela cheia os excedentes ficam fora da verificacao e o
      *titulo so e baixado pelas demais regras
       77 QTD-MOV        PIC 9(04) VALUE 0.
       77 MOV-TAB-MAX    PIC 9(04) VALUE 9999.
       77 IDX-MOV        PIC 9(04).
       01 TAB-MOV.
           02 MOV-ENT OCCURS 9999 TIMES.
               03 SOCIO-MOV-TAB PIC 9(06).
               03 DATA-MOV-TAB  PIC 9(08).
               03 TIPO-MOV-TAB  PIC X(01).
               03 VALOR-MOV-TAB PIC 9(09)V9(02).

      *Cabecalhos do relatorio de baixas
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(23) VALUE SPACES.
           02 FILLER  PIC X(33)
                      VALUE "BAIXA DE TITULOS DA CARTEIRA".
           02 FILLER  PIC X(24) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(12) VALUE "NOSSO-NUMERO".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "NOME".
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "VALOR".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "VENCIMENTO".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "MOTIVO".
           02 FILLER  PIC X(10) VALUE SPACES.

      *Linha de detalhe do titulo baixado
       01 DETALHE-BX.
           02 NOSSO-REL     PIC 9(10).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NUM-SOCIO-REL PIC 9(06).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-REL      PIC X(18).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 VENC-REL.
               03 VENC-DIA-REL PIC 9(02).
               03 FILLER       PIC X(01) VALUE "/".
               03 VENC-MES-REL PIC 9(02).
               03 FILLER       PIC X(01) VALUE "/".
               03 VENC-ANO-REL PIC 9(04).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 MOTIVO-REL    PIC X(16).

       01 RODAPE-LINHA.
           02 ROTULO-ROD  PIC X(24).
           02 QTD-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(07) VALUE "VALOR: ".
           02 VALOR-ROD   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(20) VALUE SPACES.

       01 RODAPE-QTD.
           02 ROTULO-QTD-ROD PIC X(24).
           02 QTD-SO-ROD     PIC ZZZ.ZZ9.
           02 FILLER         PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       BAIXA-TITULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM LE-PARAMETRO.
           PERFORM CARREGA-MOVIMENTOS.
      *SEM O CADASTRO MESTRE TODO TITULO PARECERIA DE SOCIO EXCLUIDO:
      *A EXECUCAO E RECUSADA ANTES DE TOCAR NA CARTEIRA
           OPEN INPUT CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "BAIXAREM: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - NENHUM TITULO BAIXADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQACORD
           OPEN INPUT ARQREMES
           OPEN OUTPUT REMTEMP
           OPEN OUTPUT ARQBAIXA
           OPEN OUTPUT RELBAIXA.
           PERFORM CABECALHO.
           PERFORM LEITURA.

       LE-PARAMETRO.
           OPEN INPUT PARAMBXA.
           READ PARAMBXA
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-BAIXA IS NUMERIC AND
                      PARM-DIAS-BAIXA > 0
                       MOVE PARM-DIAS-BAIXA TO DIAS-BAIXA
                   END-IF
           END-READ.
           CLOSE PARAMBXA.

       CARREGA-MOVIMENTOS.
           OPEN INPUT ARQMOVTO.
           PERFORM UNTIL FIM-MOV = "SIM"
               READ ARQMOVTO
                   AT END MOVE "SIM" TO FIM-MOV
                   NOT AT END
                       IF TIPO-MOV = "A" OR TIPO-MOV = "B" OR
                          TIPO-MOV = "L" OR TIPO-MOV = "R" OR
                          TIPO-MOV = "G" OR TIPO-MOV = "M"
                           PERFORM GUARDA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMOVTO.

       GUARDA-MOVIMENTO.
           IF QTD-MOV < MOV-TAB-MAX
               ADD 1 TO QTD-MOV
               MOVE NUM-SOCIO-MV TO SOCIO-MOV-TAB(QTD-MOV)
               MOVE DATA-MOV     TO DATA-MOV-TAB(QTD-MOV)
               MOVE TIPO-MOV     TO TIPO-MOV-TAB(QTD-MOV)
               MOVE VALOR-MOV    TO VALOR-MOV-TAB(QTD-MOV)
           ELSE
               DISPLAY "TAB-MOV CHEIA (" MOV-TAB-MAX
                   ") - MOVIMENTO DO SOCIO " NUM-SOCIO-MV
                   " FORA DA VERIFICACAO"
           END-IF.

       LEITURA.
           READ ARQREMES AT END MOVE "SIM" TO FIM-ARQ.

      *SO OS TITULOS EM ABERTO SAO AVALIADOS; OS DEMAIS APENAS
      *ATRAVESSAM A REGRAVACAO DA CARTEIRA
       PRINCIPAL.
           IF SITUACAO-RM = "A"
               ADD 1 TO CT-ABERTOS
               PERFORM AVALIA-TITULO
               IF MOTIVO-BAIXA = SPACES
                   ADD 1 TO CT-MANTIDOS
               ELSE
                   PERFORM BAIXA-TITULO
               END-IF
           ELSE
               ADD 1 TO CT-OUTROS
           END-IF.
           WRITE REG-REMTEMP FROM REG-REMES.
           PERFORM LEITURA.

      *REGRAS DE BAIXA, NA ORDEM: SOCIO FORA DO MESTRE, SALDO
      *QUITADO, PAGAMENTOS DESDE A EMISSAO QUE COBREM O TITULO,
      *ESTORNO DESDE A EMISSAO, ACORDO DE PARCELAMENTO ATIVO OU
      *LIQUIDADO E, POR ULTIMO, DECURSO DO PRAZO APOS O VENCIMENTO
       AVALIA-TITULO.
           MOVE SPACES TO MOTIVO-BAIXA.
           COMPUTE INT-VENC =
               FUNCTION INTEGER-OF-DATE(DATA-VENC-RM).
           COMPUTE INT-EMISSAO = INT-VENC - PRAZO-BOLETO.
           COMPUTE DATA-EMISSAO =
               FUNCTION DATE-OF-INTEGER(INT-EMISSAO).
           COMPUTE DIAS-VENCIDO = INT-EXEC - INT-VENC.
           PERFORM SOMA-MOVTOS-EMISSAO.
           MOVE NUM-SOCIO-RM TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   MOVE "SOCIO EXCLUIDO" TO MOTIVO-BAIXA
                   ADD 1 TO CT-EXCLUIDO
           END-READ.
           IF MOTIVO-BAIXA = SPACES
               EVALUATE TRUE
                   WHEN SALDO-SOCM <= 0
                       MOVE "DEBITO QUITADO" TO MOTIVO-BAIXA
                       ADD 1 TO CT-QUITADO
                   WHEN PAGO-APOS-EMIS >= VALOR-RM
                       MOVE "PAGO FORA BANCO" TO MOTIVO-BAIXA
                       ADD 1 TO CT-PAGO-FORA
                   WHEN ESTORNO-APOS = "SIM"
                       MOVE "ESTORNADO" TO MOTIVO-BAIXA
                       ADD 1 TO CT-ESTORNADO
                   WHEN OTHER
                       PERFORM VERIFICA-ACORDO
               END-EVALUATE
           END-IF.
           IF MOTIVO-BAIXA = SPACES AND DIAS-VENCIDO > DIAS-BAIXA
               MOVE "PRAZO EXCEDIDO" TO MOTIVO-BAIXA
               ADD 1 TO CT-PRAZO
           END-IF.

      *PAGAMENTOS E ESTORNOS DO SOCIO LANCADOS A PARTIR DA EMISSAO
       SOMA-MOVTOS-EMISSAO.
           MOVE 0     TO PAGO-APOS-EMIS.
           MOVE "NAO" TO ESTORNO-APOS.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > QTD-MOV
               IF SOCIO-MOV-TAB(IDX-MOV) = NUM-SOCIO-RM AND
                  DATA-MOV-TAB(IDX-MOV) >= DATA-EMISSAO
                   IF TIPO-MOV-TAB(IDX-MOV) = "R"
                       MOVE "SIM" TO ESTORNO-APOS
                   ELSE
                       ADD VALOR-MOV-TAB(IDX-MOV) TO PAGO-APOS-EMIS
                   END-IF
               END-IF
           END-PERFORM.

      *DIVIDA LEVADA A UM ACORDO DE PARCELAMENTO: AS PARCELAS SAO
      *COBRADAS PELO PROCACOR, O BOLETO DA DIVIDA ORIGINAL SAI
       VERIFICA-ACORDO.
           MOVE NUM-SOCIO-RM TO NUM-SOCIO-AC.
           READ ARQACORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STATUS-AC = "A" OR STATUS-AC = "L"
                       MOVE "PARCELADO" TO MOTIVO-BAIXA
                       ADD 1 TO CT-PARCELADO
                   END-IF
           END-READ.

       BAIXA-TITULO.
           MOVE "C" TO SITUACAO-RM.
           ADD 1 TO CT-BAIXADOS.
           ADD VALOR-RM TO VLR-BAIXADOS.
           MOVE "02"          TO COD-INSTR-BX.
           MOVE NOSSO-NUM-RM  TO NOSSO-NUM-BX.
           MOVE NUM-SOCIO-RM  TO NUM-SOCIO-BX.
           MOVE VALOR-RM      TO VALOR-BX.
           MOVE DATA-VENC-RM  TO DATA-VENC-BX.
           MOVE DATA-EXEC     TO DATA-BAIXA-BX.
           MOVE MOTIVO-BAIXA  TO MOTIVO-BX.
           WRITE REG-BAIXA.
           PERFORM IMPRIME-BAIXA.

       IMPRIME-BAIXA.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE NOSSO-NUM-RM  TO NOSSO-REL.
           MOVE NUM-SOCIO-RM  TO NUM-SOCIO-REL.
           MOVE NOME-SOCIO-RM TO NOME-REL.
           MOVE VALOR-RM      TO VALOR-REL.
           MOVE DATA-VENC-RM(7:2) TO VENC-DIA-REL.
           MOVE DATA-VENC-RM(5:2) TO VENC-MES-REL.
           MOVE DATA-VENC-RM(1:4) TO VENC-ANO-REL.
           MOVE MOTIVO-BAIXA  TO MOTIVO-REL.
           WRITE REG-REL FROM DETALHE-BX AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *REGRAVA A CARTEIRA COM AS BAIXAS DESTA EXECUCAO
       REGRAVA-CARTEIRA.
           CLOSE ARQREMES REMTEMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT REMTEMP.
           OPEN OUTPUT ARQREMES.
           PERFORM COPIA-CARTEIRA UNTIL FIM-ARQ = "SIM".
           CLOSE REMTEMP ARQREMES.

       COPIA-CARTEIRA.
           READ REMTEMP
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END WRITE REG-REMES FROM REG-REMTEMP
           END-READ.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           MOVE "TITULOS BAIXADOS:       " TO ROTULO-ROD.
           MOVE CT-BAIXADOS  TO QTD-ROD.
           MOVE VLR-BAIXADOS TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-LINHA AFTER ADVANCING 3 LINES.
           MOVE "  SOCIO EXCLUIDO:       " TO ROTULO-QTD-ROD.
           MOVE CT-EXCLUIDO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "  DEBITO QUITADO:       " TO ROTULO-QTD-ROD.
           MOVE CT-QUITADO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "  PAGO FORA DO BANCO:   " TO ROTULO-QTD-ROD.
           MOVE CT-PAGO-FORA TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "  ESTORNADO:            " TO ROTULO-QTD-ROD.
           MOVE CT-ESTORNADO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "  PARCELADO EM ACORDO:  " TO ROTULO-QTD-ROD.
           MOVE CT-PARCELADO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "  PRAZO EXCEDIDO:       " TO ROTULO-QTD-ROD.
           MOVE CT-PRAZO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "TITULOS MANTIDOS:       " TO ROTULO-QTD-ROD.
           MOVE CT-MANTIDOS TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 2 LINES.
           MOVE "JA BAIXADOS/LIQUIDADOS: " TO ROTULO-QTD-ROD.
           MOVE CT-OUTROS TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM ARQACORD ARQBAIXA RELBAIXA.
           PERFORM REGRAVA-CARTEIRA.
           DISPLAY "BAIXAREM: " CT-ABERTOS " TITULO(S) EM ABERTO, "
               CT-BAIXADOS " BAIXADO(S) (PRAZO DE " DIAS-BAIXA
               " DIAS)".
