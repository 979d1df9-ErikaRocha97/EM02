      *              RETORNOS SEM REMESSA, COM OS TOTAIS DE CADA
      *              SITUACAO. FECHA O CICLO ENTRE O QUE O EX01
      *              FATUROU E O QUE ENTROU NA CONTA.
      *              CADA TITULO BAIXADO E LANCADO COMO CREDITO NO
      *              CADASTRO MESTRE CADSOCM (MOVIMENTO "L" NO
      *              ARQMOVTO, NA DATA DO PROCESSAMENTO), COM AS
      *              MESMAS REGRAS DE REATIVACAO DO CAIXASOC. OS
      *              DIVERGENTES LANCAM O VALOR EFETIVAMENTE PAGO E
      *              VAO PARA A LISTA DE EXCECOES RELDIVRT COM A
      *              DIFERENCA A MENOR OU A MAIOR (O DIVERGENTE SEM
      *              SOCIO NO CADSOCM SAI UMA VEZ SO, COMO SOCIO
      *              INEXISTENTE). RETORNO SEM REMESSA NAO E LANCADO.
      *              CADA CREDITO LANCADO DEIXA O EVENTO CONTABIL
      *              "RECBANCO" EM ARQLANCP.DAT PARA O EXPCONT.
      *              AO FINAL, OS TITULOS BAIXADOS NA APURACAO SAO
      *              TOTALIZADOS POR DATA DE PAGAMENTO (DATA-PAG-RT)
      *              EM ARQLIQRT.DAT, O CREDITO ESPERADO QUE O
      *              CONCBANC PROCURA NO EXTRATO DO BANCO.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETBANCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLIQRT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRETOR ASSIGN TO DISK.
           SELECT RELDIVRT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Carteira cumulativa de titulos mantida pelo GERAREM: "A" em
      *aberto, "L" liquidado, "D" liquidado com valor divergente,
      *"C" cancelado por instrucao de baixa (BAIXAREM)
       FD ARQREMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQREMES.DAT".
           02 VALOR-PAGO-RT PIC 9(09)V9(02).
           02 DATA-PAG-RT   PIC 9(08).

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

      *Diario de movimentos do cadastro mestre, compartilhado com o
      *MANUTSOC e o CAIXASOC; o credito bancario entra com o TIPO "L"
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

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Liquidacoes da apuracao totalizadas por data de pagamento,
      *acrescentadas a cada execucao para a conciliacao bancaria
       FD ARQLIQRT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLIQRT.DAT".

       01 REG-LIQRT.
           02 DATA-PROC-LQ PIC 9(08).
           02 DATA-PAG-LQ  PIC 9(08).
           02 QTD-LQ       PIC 9(06).
           02 VALOR-LQ     PIC 9(11)V9(02).

       FD RELRETOR
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      *Lista de excecoes: divergentes e creditos sem socio no mestre
       FD RELDIVRT
           LABEL RECORD IS OMITTED.

       01 REG-DIV PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 VLR-PAGOS      PIC 9(11)V9(02) VALUE 0.
       77 VLR-ABERTOS    PIC 9(11)V9(02) VALUE 0.

      *Lancamento do credito bancario no cadastro mestre
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 DATA-EXEC      PIC 9(08) VALUE 0.
       77 VALOR-CREDITO  PIC 9(09)V9(02) VALUE 0.
       77 DIFERENCA-PAG  PIC S9(09)V9(02) VALUE 0.
       77 CT-LANCADOS    PIC 9(06) VALUE 0.
       77 VLR-LANCADOS   PIC 9(11)V9(02) VALUE 0.
       77 CT-REATIVADOS  PIC 9(06) VALUE 0.
       77 CT-SEM-SOCIO   PIC 9(06) VALUE 0.
       77 CT-LIN-DIV     PIC 9(02) VALUE 30.
       77 CT-PAG-DIV     PIC 9(02) VALUE ZEROES.

      *Retornos do banco carregados em tabela para o casamento por
      *nosso-numero; com a tabela cheia os excedentes ficam fora do
      *casamento e os titulos correspondentes seguem em aberto
               03 DATA-TAB  PIC 9(08).
               03 VISTO-TAB PIC X(01).

      *Totais das liquidacoes por data de pagamento para o ARQLIQRT
       77 QTD-LIQ        PIC 9(04) VALUE 0.
       77 LIQ-TAB-MAX    PIC 9(04) VALUE 400.
       77 IDX-LIQ        PIC 9(04).
       77 POS-LIQ        PIC 9(04) VALUE 0.
       01 TAB-LIQ.
           02 LIQ-ENT OCCURS 400 TIMES.
               03 DATA-LIQ  PIC 9(08).
               03 QTD-LIQ-T PIC 9(06).
               03 VALOR-LIQ PIC 9(11)V9(02).

      *Cabecalhos do relatorio de liquidacao
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 QTD-SO-ROD     PIC ZZZ.ZZ9.
           02 FILLER         PIC X(49) VALUE SPACES.

      *Cabecalhos da lista de excecoes
       01 CAB-DIV-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG-DIV PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-DIV-02.
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(32)
                      VALUE "EXCECOES DO RETORNO BANCARIO".
           02 FILLER  PIC X(24) VALUE SPACES.

       01 CAB-DIV-03.
           02 FILLER  PIC X(12) VALUE "NOSSO-NUMERO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "REMESSA".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "PAGO".
           02 FILLER  PIC X(07) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "DIFERENCA".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "OCORRENCIA".
           02 FILLER  PIC X(08) VALUE SPACES.

      *Linha de excecao: diferenca = pago - remessa (negativa a menor)
       01 DETALHE-DIV.
           02 NOSSO-DIV     PIC 9(10).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SOCIO-DIV     PIC 9(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VALOR-RM-DIV  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 VALOR-PG-DIV  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DIFER-DIV     PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 OCORR-DIV     PIC X(13).

       01 RODAPE-LANC.
           02 FILLER      PIC X(24) VALUE "CREDITOS LANCADOS:      ".
           02 QTD-LANC-ROD PIC ZZZ.ZZ9.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(07) VALUE "VALOR: ".
           02 VLR-LANC-ROD PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       PROCESSA-RETORNO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGA-RETORNOS.
      *SEM O CADASTRO MESTRE NAO HA ONDE LANCAR OS CREDITOS: A
      *CARTEIRA NAO E BAIXADA PARA O TITULO NAO FICAR PAGO SEM
      *O CREDITO CORRESPONDENTE NO SOCIO
           OPEN I-O CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "PROCRET: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - RETORNO NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQMOVTO
           OPEN EXTEND ARQLANCP
           OPEN INPUT ARQREMES
           OPEN OUTPUT REMTEMP
           OPEN OUTPUT RELRETOR
           OPEN OUTPUT RELDIVRT.
           PERFORM CABECALHO.
           PERFORM CABECALHO-DIV.
           PERFORM LEITURA.

       CARREGA-RETORNOS.

      *SO OS TITULOS AINDA EM ABERTO ("A") ENTRAM NO CASAMENTO; OS
      *JA BAIXADOS EM APURACOES ANTERIORES APENAS ATRAVESSAM A
      *REGRAVACAO DA CARTEIRA. O TITULO CANCELADO ("C") PELO
      *BAIXAREM QUE AINDA ASSIM FOI PAGO NO BANCO (PAGAMENTO ANTES
      *DE A INSTRUCAO DE BAIXA SER PROCESSADA) E LIQUIDADO NORMALMENTE
       PRINCIPAL.
           EVALUATE SITUACAO-RM
               WHEN "A"
                   PERFORM CASA-TITULO-ABERTO
               WHEN "C"
                   PERFORM CASA-TITULO-CANCELADO
               WHEN OTHER
                   ADD 1 TO CT-JA-BAIXADOS
           END-EVALUATE.
           WRITE REG-REMTEMP FROM REG-REMES.
           PERFORM LEITURA.

       CASA-TITULO-CANCELADO.
           MOVE 0 TO POS-RET.
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > QTD-RET
                      OR POS-RET > 0
               IF NOSSO-TAB(IDX-RET) = NOSSO-NUM-RM
                   MOVE IDX-RET TO POS-RET
               END-IF
           END-PERFORM.
           IF POS-RET = 0
               ADD 1 TO CT-JA-BAIXADOS
           ELSE
               PERFORM CASA-TITULO-ABERTO
           END-IF.

      *CASA O TITULO EM ABERTO COM O RETORNO PELO NOSSO-NUMERO:
      *SEM RETORNO O TITULO SEGUE EM ABERTO NA CARTEIRA; COM
      *RETORNO, A SITUACAO E BAIXADA PARA "L" OU, COM VALOR
                   MOVE "PAGO" TO SITUACAO-REL
                   ADD 1 TO CT-PAGOS
                   ADD VALOR-TAB(POS-RET) TO VLR-PAGOS
                   PERFORM LANCA-CREDITO-BANCO
               WHEN OTHER
                   MOVE "S" TO VISTO-TAB(POS-RET)
                   MOVE "D" TO SITUACAO-RM
                   MOVE "VALOR DIVERGENTE" TO SITUACAO-REL
                   ADD 1 TO CT-DIVERG
                   ADD VALOR-TAB(POS-RET) TO VLR-PAGOS
                   COMPUTE DIFERENCA-PAG =
                       VALOR-TAB(POS-RET) - VALOR-RM
                   IF DIFERENCA-PAG < 0
                       MOVE "PAGO A MENOR" TO OCORR-DIV
                   ELSE
                       MOVE "PAGO A MAIOR" TO OCORR-DIV
                   END-IF
                   PERFORM LANCA-CREDITO-BANCO
           END-EVALUATE.
           WRITE REG-REL FROM DETALHE-RET AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *CREDITO DO TITULO LIQUIDADO NO CADASTRO MESTRE, PELO VALOR
      *EFETIVAMENTE PAGO. O MOVIMENTO LEVA A DATA DO PROCESSAMENTO,
      *COMO O RECEBIMENTO DE BALCAO, PARA O DIARIO SEGUIR EM ORDEM
      *CRONOLOGICA E NADA CAIR EM PERIODO JA FECHADO. MESMAS
      *REGRAS DO RECEBIMENTO DE BALCAO DO CAIXASOC: ABATE O SALDO,
      *SALDO AINDA POSITIVO CONTA MAIS UM ATRASO, E O CREDITO QUE
      *ZERA O DEBITO DE UM SOCIO SUSPENSO REATIVA A SITUACAO. O
      *DIVERGENTE VAI PARA O RELDIVRT AQUI, DEPOIS DE ACHADO O SOCIO;
      *SEM O SOCIO A UNICA LINHA E A DE SOCIO INEXISTENTE
       LANCA-CREDITO-BANCO.
           MOVE VALOR-TAB(POS-RET) TO VALOR-CREDITO.
           MOVE NUM-SOCIO-RM TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   ADD 1 TO CT-SEM-SOCIO
                   MOVE 0 TO DIFERENCA-PAG
                   MOVE "SOCIO INEXIST" TO OCORR-DIV
                   PERFORM IMPRIME-EXCECAO
               NOT INVALID KEY
                   IF SITUACAO-RM = "D"
                       PERFORM IMPRIME-EXCECAO
                   END-IF
                   SUBTRACT VALOR-CREDITO FROM SALDO-SOCM
                   IF SALDO-SOCM > 0
                       ADD 1 TO QTD-ATRASOS
                   END-IF
                   MOVE DATA-EXEC TO DATA-ULT-MOV
                   IF STATUS-SOCM = "S" AND SALDO-SOCM <= 0
                       MOVE "A"       TO STATUS-SOCM
                       MOVE DATA-EXEC TO DATA-STATUS
                       MOVE "PAGAMENTO REGULARIZ."
                         TO MOTIVO-STATUS
                       ADD 1 TO CT-REATIVADOS
                       PERFORM GRAVA-MOVTO-REATIVACAO
                   END-IF
                   REWRITE REG-SOCM
                   PERFORM GRAVA-MOVTO-BANCO
                   ADD 1 TO CT-LANCADOS
                   ADD VALOR-CREDITO TO VLR-LANCADOS
           END-READ.

       GRAVA-MOVTO-BANCO.
           MOVE NUM-SOCIOM    TO NUM-SOCIO-MV.
           MOVE DATA-EXEC     TO DATA-MOV.
           MOVE "L"           TO TIPO-MOV.
           MOVE VALOR-CREDITO TO VALOR-MOV.
           MOVE SALDO-SOCM    TO SALDO-APOS-MV.
           WRITE REG-MOVTO.
           PERFORM GRAVA-LANCTO-BANCO.

      *O CREDITO ENTRA NO CAIXA CONTRA A CARTEIRA DE SOCIOS
       GRAVA-LANCTO-BANCO.
           MOVE DATA-EXEC     TO DATA-LP.
           MOVE "RECBANCO"    TO EVENTO-LP.
           MOVE VALOR-CREDITO TO VALOR-LP.
           MOVE SPACES        TO HISTORICO-LP.
           STRING "CRED.BANCO " NUM-SOCIOM DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           WRITE REG-LANCP.

       GRAVA-MOVTO-REATIVACAO.
           MOVE NUM-SOCIOM    TO NUM-SOCIO-MV.
           MOVE DATA-EXEC     TO DATA-MOV.
           MOVE "V"           TO TIPO-MOV.
           MOVE 0             TO VALOR-MOV.
           MOVE SALDO-SOCM    TO SALDO-APOS-MV.
           WRITE REG-MOVTO.

       IMPRIME-EXCECAO.
           IF CT-LIN-DIV GREATER THAN 29
               PERFORM CABECALHO-DIV
           END-IF.
           MOVE NOSSO-NUM-RM       TO NOSSO-DIV.
           MOVE NUM-SOCIO-RM       TO SOCIO-DIV.
           MOVE VALOR-RM           TO VALOR-RM-DIV.
           MOVE VALOR-TAB(POS-RET) TO VALOR-PG-DIV.
           MOVE DIFERENCA-PAG      TO DIFER-DIV.
           WRITE REG-DIV FROM DETALHE-DIV AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-DIV.

      *RETORNOS QUE NAO CASARAM COM NENHUM TITULO EM ABERTO DA
      *CARTEIRA: LIQUIDACAO DE TITULO DESCONHECIDO, APURADA A PARTE
       LISTA-SEM-REMESSA.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       CABECALHO-DIV.
           ADD 1           TO CT-PAG-DIV.
           MOVE CT-PAG-DIV TO VAR-PAG-DIV.
           MOVE SPACES TO REG-DIV.
           WRITE REG-DIV AFTER ADVANCING PAGE.
           WRITE REG-DIV FROM CAB-DIV-01 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-DIV-02 AFTER ADVANCING 3 LINES.
           WRITE REG-DIV FROM CAB-DIV-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-DIV
           WRITE REG-DIV AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN-DIV.

       RODAPE.
           MOVE "TITULOS PAGOS:          " TO ROTULO-ROD.
           MOVE CT-PAGOS  TO QTD-ROD.
           MOVE "BAIXADOS ANTERIORMENTE: " TO ROTULO-QTD-ROD.
           MOVE CT-JA-BAIXADOS TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE CT-LANCADOS  TO QTD-LANC-ROD.
           MOVE VLR-LANCADOS TO VLR-LANC-ROD.
           WRITE REG-REL FROM RODAPE-LANC AFTER ADVANCING 2 LINES.
           MOVE "SOCIOS REATIVADOS:      " TO ROTULO-QTD-ROD.
           MOVE CT-REATIVADOS TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.
           MOVE "CREDITO SEM SOCIO:      " TO ROTULO-QTD-ROD.
           MOVE CT-SEM-SOCIO TO QTD-SO-ROD.
           WRITE REG-REL FROM RODAPE-QTD AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM LISTA-SEM-REMESSA.
           PERFORM RODAPE.
           CLOSE RELRETOR RELDIVRT CADSOCM ARQMOVTO ARQLANCP.
           PERFORM REGRAVA-CARTEIRA.
           PERFORM GRAVA-LIQUIDACOES.
           DISPLAY "PROCRET: " CT-PAGOS " PAGO(S), " CT-ABERTOS
               " EM ABERTO, " CT-DIVERG " DIVERGENTE(S), "
               CT-SEM-REMES " SEM REMESSA".
           DISPLAY "PROCRET: " CT-LANCADOS " CREDITO(S) LANCADO(S) "
               "NO CADSOCM, " CT-REATIVADOS " REATIVADO(S)".

      *OS TITULOS BAIXADOS NESTA APURACAO ("L" OU "D") SAO OS QUE
      *TIVERAM O RETORNO CASADO; O VALOR PAGO ENTRA NO TOTAL DO DIA
      *DE PAGAMENTO, QUE E O DIA EM QUE O BANCO CREDITA A CONTA
       GRAVA-LIQUIDACOES.
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > QTD-RET
               IF VISTO-TAB(IDX-RET) = "S"
                   PERFORM ACUMULA-LIQUIDACAO
               END-IF
           END-PERFORM.
           IF QTD-LIQ > 0
               OPEN EXTEND ARQLIQRT
               PERFORM VARYING IDX-LIQ FROM 1 BY 1
                       UNTIL IDX-LIQ > QTD-LIQ
                   MOVE DATA-EXEC          TO DATA-PROC-LQ
                   MOVE DATA-LIQ(IDX-LIQ)  TO DATA-PAG-LQ
                   MOVE QTD-LIQ-T(IDX-LIQ) TO QTD-LQ
                   MOVE VALOR-LIQ(IDX-LIQ) TO VALOR-LQ
                   WRITE REG-LIQRT
               END-PERFORM
               CLOSE ARQLIQRT
           END-IF.

       ACUMULA-LIQUIDACAO.
           MOVE 0 TO POS-LIQ.
           PERFORM VARYING IDX-LIQ FROM 1 BY 1
                   UNTIL IDX-LIQ > QTD-LIQ
                      OR POS-LIQ > 0
               IF DATA-LIQ(IDX-LIQ) = DATA-TAB(IDX-RET)
                   MOVE IDX-LIQ TO POS-LIQ
               END-IF
           END-PERFORM.
           IF POS-LIQ = 0
               IF QTD-LIQ < LIQ-TAB-MAX
                   ADD 1 TO QTD-LIQ
                   MOVE QTD-LIQ          TO POS-LIQ
                   MOVE DATA-TAB(IDX-RET) TO DATA-LIQ(POS-LIQ)
                   MOVE 0 TO QTD-LIQ-T(POS-LIQ) VALOR-LIQ(POS-LIQ)
               ELSE
                   DISPLAY "TAB-LIQ CHEIA (" LIQ-TAB-MAX
                       ") - DATA " DATA-TAB(IDX-RET)
                       " FORA DO ARQLIQRT"
               END-IF
           END-IF.
           IF POS-LIQ > 0
               ADD 1                  TO QTD-LIQ-T(POS-LIQ)
               ADD VALOR-TAB(IDX-RET) TO VALOR-LIQ(POS-LIQ)
           END-IF.
