       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONCRAZ.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CONCILIACAO MENSAL DO RAZAO DE SOCIOS COM A
      *              CONTABILIDADE, RODADA DEPOIS DO FECHAMES SOBRE O
      *              ULTIMO PERIODO FECHADO (FECHCTL.DAT). PARTE DO
      *              SALDO DE ABERTURA DOS REGISTROS "O" ARQUIVADOS
      *              EM ARQMOVTO.AAAAMM, SOMA O EFEITO DE CADA
      *              MOVIMENTO DO PERIODO NO SALDO DO SOCIO (POR
      *              TIPO-MOV) E COMPARA O SALDO CALCULADO COM (1) O
      *              SALDO DO MESTRE CADSOCM TRAZIDO DE VOLTA A DATA
      *              DO FECHAMENTO (DESCONTADOS OS MOVIMENTOS
      *              POSTERIORES AINDA NO DIARIO) E (2) O SALDO DA
      *              CONTA DE SOCIOS A RECEBER (CONTA DEBITO DO
      *              EVENTO COBORIG DO PARAMCTB, PADRAO 12010000):
      *              SALDO ACORDADO NO MES ANTERIOR MAIS OS DEBITOS
      *              MENOS OS CREDITOS DA CONTA NO ARQCONTB.AAAAMM.
      *              CADA LANCAMENTO DA CONTA E ATRIBUIDO A UM
      *              TIPO-MOV PELO HISTORICO OU PELA CONTRAPARTIDA,
      *              E A DIFERENCA SAI QUEBRADA POR TIPO EM RELCRAZ.
      *              O MES CONCILIADO FICA GRAVADO EM HISTCRAZ.DAT,
      *              DE ONDE O MES SEGUINTE TIRA O SALDO CONTABIL DE
      *              ABERTURA; O MESMO MES NAO E CONCILIADO DUAS
      *              VEZES. DIVERGENCIA TERMINA COM CODIGO 4 DEPOIS
      *              DE GRAVAR O RELATORIO E O MES (SITUACAO "D"): O
      *              MES ESTA CONCILIADO, COM DIFERENCA A ACERTAR, E
      *              O LOTE NOTURNO O DA COMO CONCLUIDO COM AVISO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FECHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMENSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQCTBMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTCRAZ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCRAZ  ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Ultimo periodo fechado pelo FECHAMES (AAAAMM)
       FD FECHCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "FECHCTL.DAT".

       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Movimentos arquivados do periodo (ARQMOVTO.AAAAMM), no
      *layout do diario
       FD ARQMENSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MENSAL-NOME.

       01 REG-MENSAL.
           02 NUM-SOCIO-AM  PIC 9(06).
           02 DATA-AM       PIC 9(08).
           02 TIPO-AM       PIC X(01).
           02 VALOR-AM      PIC 9(09)V9(02).
           02 SALDO-APOS-AM PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-AM   PIC X(08).
           02 APROVADOR-AM  PIC X(08).

      *Diario corrente: registros "O" transportados pelo FECHAMES e
      *os movimentos posteriores ao periodo fechado
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

      *Lancamentos contabeis do mes (ARQCONTB.AAAAMM, gravado pelo
      *EXPCONT a cada noite)
       FD ARQCTBMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-CTB-NOME.

       01 REG-CONTB.
           02 DATA-CTB      PIC 9(08).
           02 CONTA-CTB     PIC X(08).
           02 DC-CTB        PIC X(01).
           02 VALOR-CTB     PIC 9(11)V9(02).
           02 HISTORICO-CTB PIC X(20).

      *Mapeamento de contas por evento contabil (o mesmo do EXPCONT)
       FD PARAMCTB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMCTB.DAT".

       01 REG-PARAM-CTB.
           02 EVENTO-CTB    PIC X(08).
           02 CONTA-DEB-CTB PIC X(08).
           02 CONTA-CRD-CTB PIC X(08).

      *Meses conciliados: saldos de abertura e fechamento do razao,
      *saldo do mestre, saldo contabil e situacao (C conciliado, D
      *divergente). O saldo contabil de um mes e a abertura do
      *seguinte
       FD HISTCRAZ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTCRAZ.DAT".

       01 REG-HISTCRAZ.
           02 MES-HC        PIC 9(06).
           02 DATA-HC       PIC 9(08).
           02 ABERTURA-HC   PIC S9(11)V9(02) SIGN IS LEADING SEPARATE.
           02 RAZAO-HC      PIC S9(11)V9(02) SIGN IS LEADING SEPARATE.
           02 CADASTRO-HC   PIC S9(11)V9(02) SIGN IS LEADING SEPARATE.
           02 CONTABIL-HC   PIC S9(11)V9(02) SIGN IS LEADING SEPARATE.
           02 SITUACAO-HC   PIC X(01).

       FD RELCRAZ
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-CTB        PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 DATA-EXEC      PIC 9(08).
       77 MES-CONC       PIC 9(06) VALUE 0.
       77 MES-MOV        PIC 9(06) VALUE 0.
       77 QTD-DIVERG     PIC 9(02) VALUE 0.

      *Nomes dos arquivos mensais do periodo conciliado
       01 ARQ-MENSAL-NOME.
           02 FILLER          PIC X(09) VALUE "ARQMOVTO.".
           02 ARQ-MENSAL-MES  PIC 9(06).

       01 ARQ-CTB-NOME.
           02 FILLER          PIC X(09) VALUE "ARQCONTB.".
           02 ARQ-CTB-MES     PIC 9(06).

      *Contas do mapeamento: a conta de socios a receber e as
      *contrapartidas que identificam o evento do lancamento
       77 CTA-RECEBER    PIC X(08) VALUE "12010000".
       77 CTA-PERDA-DEB  PIC X(08) VALUE "12090000".
       77 CTA-RECUP-CRD  PIC X(08) VALUE "44010000".
       77 CTA-RCAGE-DEB  PIC X(08) VALUE "11010000".
       77 CTA-CMAGE-DEB  PIC X(08) VALUE "36020000".

      *Mes anterior conciliado (HISTCRAZ)
       77 ACHOU-ANTERIOR PIC X(03) VALUE "NAO".
       77 MES-ANTERIOR   PIC 9(06) VALUE 0.
       77 RAZAO-ANTERIOR PIC S9(11)V9(02) VALUE 0.
       77 CONTB-ANTERIOR PIC S9(11)V9(02) VALUE 0.

      *Totais da conciliacao
       77 QTD-ABERTURAS  PIC 9(06) VALUE 0.
       77 QTD-MOVTOS     PIC 9(08) VALUE 0.
       77 QTD-FORA-PER   PIC 9(06) VALUE 0.
       77 TOT-ABERTURA   PIC S9(11)V9(02) VALUE 0.
       77 TOT-EFEITOS    PIC S9(11)V9(02) VALUE 0.
       77 TOT-RAZAO      PIC S9(11)V9(02) VALUE 0.
       77 TOT-TRANSP     PIC S9(11)V9(02) VALUE 0.
       77 TOT-MESTRE     PIC S9(11)V9(02) VALUE 0.
       77 TOT-POSTERIOR  PIC S9(11)V9(02) VALUE 0.
       77 TOT-CADASTRO   PIC S9(11)V9(02) VALUE 0.
       77 TOT-CTB-ABERT  PIC S9(11)V9(02) VALUE 0.
       77 TOT-CTB-MOVTO  PIC S9(11)V9(02) VALUE 0.
       77 TOT-CONTABIL   PIC S9(11)V9(02) VALUE 0.
       77 DIF-ABERTURA   PIC S9(11)V9(02) VALUE 0.
       77 DIF-CADASTRO   PIC S9(11)V9(02) VALUE 0.
       77 DIF-CONTABIL   PIC S9(11)V9(02) VALUE 0.
       77 DIF-TRANSP     PIC S9(11)V9(02) VALUE 0.
       77 EFEITO-WRK     PIC S9(11)V9(02) VALUE 0.
       77 QTD-LANC-CTB   PIC 9(06) VALUE 0.

      *Saldo por socio: no periodo, o saldo corrente da cadeia de
      *movimentos; no diario corrente, o saldo transportado ("O") e
      *o ultimo saldo depois dele
       77 QTD-SOCIOS     PIC 9(04) VALUE 0.
       77 SOCIOS-MAX     PIC 9(04) VALUE 9999.
       77 IDX-SOC        PIC 9(04).
       77 POS-SOC        PIC 9(04).
       77 SOCIO-BUSCA    PIC 9(06) VALUE 0.
       01 TAB-SALDOS.
           02 SALDO-ENT OCCURS 9999 TIMES.
               03 SOCIO-TAB     PIC 9(06).
               03 SALDO-ANT-TAB PIC S9(09)V9(02).
               03 SALDO-ULT-TAB PIC S9(09)V9(02).
               03 MOVIDO-TAB    PIC X(01).

      *Quebra por tipo de movimento: efeito no razao e efeito na
      *conta contabil ("?" = lancamento da conta nao atribuido)
       77 QTD-TIPOS      PIC 9(02) VALUE 0.
       77 TIPOS-MAX      PIC 9(02) VALUE 20.
       77 IDX-TIPO       PIC 9(02).
       77 POS-TIPO       PIC 9(02).
       77 TIPO-BUSCA     PIC X(01) VALUE SPACES.
       01 TAB-TIPOS.
           02 TIPO-ENT OCCURS 20 TIMES.
               03 TIPO-TAB     PIC X(01).
               03 QTD-TIPO-TAB PIC 9(08).
               03 RAZAO-TAB    PIC S9(11)V9(02).
               03 CONTB-TAB    PIC S9(11)V9(02).

      *Atribuicao dos lancamentos da conta: o debito na conta de
      *socios espera a linha seguinte (contrapartida do par)
       77 CONTA-ANT      PIC X(08) VALUE SPACES.
       77 PENDENTE-CTB   PIC X(03) VALUE "NAO".
       77 VALOR-PEND     PIC S9(11)V9(02) VALUE 0.
       77 CONTRAPARTIDA  PIC X(08) VALUE SPACES.

      *Cabecalho e linhas do relatorio
       01 CAB-01.
           02 FILLER  PIC X(13) VALUE SPACES.
           02 FILLER  PIC X(46)
              VALUE "CONCILIACAO DO RAZAO DE SOCIOS X CONTABILIDADE".
           02 FILLER  PIC X(03) VALUE " - ".
           02 MES-CAB PIC 9(06).
           02 FILLER  PIC X(12) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(29)
              VALUE "CONTA DE SOCIOS A RECEBER:  ".
           02 CONTA-CAB PIC X(08).
           02 FILLER  PIC X(15) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "EXECUCAO: ".
           02 DIA-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-EXEC-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9(04).
           02 FILLER  PIC X(08) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TITULO-SECAO.
           02 SECAO-REL   PIC X(60).
           02 FILLER      PIC X(20) VALUE SPACES.

       01 LINHA-TOTAL.
           02 ROTULO-TOT  PIC X(46).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 VALOR-TOT   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(11) VALUE SPACES.

       01 CAB-TIPO.
           02 FILLER  PIC X(19) VALUE "TIPO".
           02 FILLER  PIC X(06) VALUE "  QTD.".
           02 FILLER  PIC X(17) VALUE "            RAZAO".
           02 FILLER  PIC X(17) VALUE "         CONTABIL".
           02 FILLER  PIC X(17) VALUE "        DIFERENCA".
           02 FILLER  PIC X(04) VALUE SPACES.

       01 DETALHE-TIPO.
           02 TIPO-REL     PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESCR-REL    PIC X(16).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-TIPO-REL PIC ZZ.ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RAZAO-REL    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CONTB-REL    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIFER-REL    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(04) VALUE SPACES.

       01 LINHA-VEREDICTO.
           02 FILLER      PIC X(10) VALUE "SITUACAO: ".
           02 VEREDICTO   PIC X(11).
           02 FILLER      PIC X(59) VALUE SPACES.

       01 LINHA-AVISO.
           02 AVISO-REL   PIC X(80).

       PROCEDURE DIVISION.

       CONCILIA-RAZAO.
           PERFORM INICIO.
           PERFORM SOMA-PERIODO.
           PERFORM SOMA-DIARIO-ATUAL.
           PERFORM SOMA-CADSOCM.
           PERFORM SOMA-CONTABIL.
           PERFORM CALCULA-DIFERENCAS.
           PERFORM IMPRIME-CONCILIACAO.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM LE-CONTROLE.
           PERFORM LE-HISTORICO.
           PERFORM LE-MAPEAMENTO.
           MOVE MES-CONC TO ARQ-MENSAL-MES ARQ-CTB-MES.

      *SO HA O QUE CONCILIAR DEPOIS DE UM FECHAMENTO DO FECHAMES
       LE-CONTROLE.
           OPEN INPUT FECHCTL.
           READ FECHCTL
               AT END MOVE 0 TO ULT-MES-FECHADO
           END-READ.
           CLOSE FECHCTL.
           IF ULT-MES-FECHADO = 0
               DISPLAY "CONCRAZ: NENHUM PERIODO FECHADO PELO "
                   "FECHAMES - NADA A CONCILIAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ULT-MES-FECHADO TO MES-CONC.

      *O MES JA CONCILIADO E RECUSADO; O ULTIMO MES ANTERIOR
      *GRAVADO DA O SALDO CONTABIL DE ABERTURA
       LE-HISTORICO.
           OPEN INPUT HISTCRAZ.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ HISTCRAZ
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF MES-HC = MES-CONC
                           DISPLAY "CONCRAZ: PERIODO " MES-CONC
                               " JA CONCILIADO - EXECUCAO RECUSADA"
                           CLOSE HISTCRAZ
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF MES-HC < MES-CONC AND
                          MES-HC > MES-ANTERIOR
                           MOVE "SIM"       TO ACHOU-ANTERIOR
                           MOVE MES-HC      TO MES-ANTERIOR
                           MOVE RAZAO-HC    TO RAZAO-ANTERIOR
                           MOVE CONTABIL-HC TO CONTB-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTCRAZ.
           MOVE "NAO" TO FIM-ARQ.

       LE-MAPEAMENTO.
           OPEN INPUT PARAMCTB.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ PARAMCTB
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       EVALUATE EVENTO-CTB
                           WHEN "COBORIG"
                               MOVE CONTA-DEB-CTB TO CTA-RECEBER
                           WHEN "PERDA"
                               MOVE CONTA-DEB-CTB TO CTA-PERDA-DEB
                           WHEN "RECUPPDD"
                               MOVE CONTA-CRD-CTB TO CTA-RECUP-CRD
                           WHEN "RECUPAGE"
                               MOVE CONTA-DEB-CTB TO CTA-RCAGE-DEB
                           WHEN "COMISAGE"
                               MOVE CONTA-DEB-CTB TO CTA-CMAGE-DEB
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAMCTB.
           MOVE "NAO" TO FIM-ARQ.

      *MOVIMENTOS ARQUIVADOS DO PERIODO: OS REGISTROS "O" DAO O
      *SALDO DE ABERTURA DE CADA SOCIO; CADA OUTRO MOVIMENTO VALE,
      *NO RAZAO, A VARIACAO QUE PROVOCOU NO SALDO DO SOCIO (A
      *EXCLUSAO "E", QUE ZERA O SALDO, ENTRA PELO SALDO QUE LEVOU).
      *AS MUDANCAS DE SITUACAO V/S/C TEM VALOR ZERO E NAO MEXEM NO
      *SALDO; A REATIVACAO "V" E GRAVADA ANTES DO PAGAMENTO QUE A
      *PROVOCOU, JA COM O SALDO APOS ELE, E POR ISSO NAO AVANCA O
      *SALDO CORRENTE DO SOCIO - O PAGAMENTO SEGUINTE FICA COM A
      *VARIACAO INTEIRA
       SOMA-PERIODO.
           OPEN INPUT ARQMENSAL.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQMENSAL
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE NUM-SOCIO-AM TO SOCIO-BUSCA
                       PERFORM LOCALIZA-SOCIO
                       IF TIPO-AM = "O"
                           ADD 1 TO QTD-ABERTURAS
                           ADD SALDO-APOS-AM TO TOT-ABERTURA
                       ELSE
                           ADD 1 TO QTD-MOVTOS
                           MOVE TIPO-AM TO TIPO-BUSCA
                           PERFORM LOCALIZA-TIPO
                           IF POS-TIPO > 0
                               ADD 1 TO QTD-TIPO-TAB(POS-TIPO)
                           END-IF
                       END-IF
                       IF TIPO-AM = "O" OR VALOR-AM NOT = 0 OR
                          (TIPO-AM NOT = "V" AND TIPO-AM NOT = "S"
                           AND TIPO-AM NOT = "C")
                           PERFORM ACUMULA-EFEITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMENSAL.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM VARYING IDX-SOC FROM 1 BY 1
                   UNTIL IDX-SOC > QTD-SOCIOS
               ADD SALDO-ULT-TAB(IDX-SOC) TO TOT-RAZAO
           END-PERFORM.

       ACUMULA-EFEITO.
           IF TIPO-AM NOT = "O"
               COMPUTE EFEITO-WRK = SALDO-APOS-AM
                   - SALDO-ULT-TAB(POS-SOC)
               ADD EFEITO-WRK TO TOT-EFEITOS
               IF POS-TIPO > 0
                   ADD EFEITO-WRK TO RAZAO-TAB(POS-TIPO)
               END-IF
           END-IF.
           MOVE SALDO-APOS-AM TO SALDO-ULT-TAB(POS-SOC).

      *DIARIO CORRENTE: O SALDO TRANSPORTADO PELO FECHAMES E, PARA O
      *SOCIO MOVIDO DEPOIS DO PERIODO, QUANTO O SALDO ANDOU DESDE
      *ENTAO - O QUE O MESTRE TEM A MAIS QUE NO FECHAMENTO
       SOMA-DIARIO-ATUAL.
           MOVE 0 TO QTD-SOCIOS.
           OPEN INPUT ARQMOVTO.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQMOVTO
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       COMPUTE MES-MOV = DATA-MOV / 100
                       IF MES-MOV > MES-CONC
                           PERFORM GUARDA-POSTERIOR
                       ELSE
                           ADD 1 TO QTD-FORA-PER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQMOVTO.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM VARYING IDX-SOC FROM 1 BY 1
                   UNTIL IDX-SOC > QTD-SOCIOS
               IF MOVIDO-TAB(IDX-SOC) = "S"
                   COMPUTE TOT-POSTERIOR = TOT-POSTERIOR
                       + SALDO-ULT-TAB(IDX-SOC)
                       - SALDO-ANT-TAB(IDX-SOC)
               END-IF
           END-PERFORM.

       GUARDA-POSTERIOR.
           MOVE NUM-SOCIO-MV TO SOCIO-BUSCA.
           PERFORM LOCALIZA-SOCIO.
           IF TIPO-MOV = "O"
               ADD SALDO-APOS-MV TO TOT-TRANSP
               MOVE SALDO-APOS-MV TO SALDO-ANT-TAB(POS-SOC)
           ELSE
               MOVE "S" TO MOVIDO-TAB(POS-SOC)
           END-IF.
           MOVE SALDO-APOS-MV TO SALDO-ULT-TAB(POS-SOC).

      *SEM LUGAR NA TABELA O SALDO DE UM SOCIO SE PERDERIA E A
      *CONCILIACAO SAIRIA ERRADA: A EXECUCAO E ABORTADA
       LOCALIZA-SOCIO.
           MOVE 0 TO POS-SOC.
           PERFORM VARYING IDX-SOC FROM 1 BY 1
                   UNTIL IDX-SOC > QTD-SOCIOS
                      OR POS-SOC > 0
               IF SOCIO-TAB(IDX-SOC) = SOCIO-BUSCA
                   MOVE IDX-SOC TO POS-SOC
               END-IF
           END-PERFORM.
           IF POS-SOC = 0
               IF QTD-SOCIOS >= SOCIOS-MAX
                   DISPLAY "CONCRAZ: TAB-SALDOS CHEIA ("
                       SOCIOS-MAX ") - CONCILIACAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-SOCIOS
               MOVE QTD-SOCIOS  TO POS-SOC
               MOVE SOCIO-BUSCA TO SOCIO-TAB(POS-SOC)
               MOVE 0           TO SALDO-ANT-TAB(POS-SOC)
               MOVE 0           TO SALDO-ULT-TAB(POS-SOC)
               MOVE "N"         TO MOVIDO-TAB(POS-SOC)
           END-IF.

       LOCALIZA-TIPO.
           MOVE 0 TO POS-TIPO.
           PERFORM VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > QTD-TIPOS
                      OR POS-TIPO > 0
               IF TIPO-TAB(IDX-TIPO) = TIPO-BUSCA
                   MOVE IDX-TIPO TO POS-TIPO
               END-IF
           END-PERFORM.
           IF POS-TIPO = 0
               IF QTD-TIPOS < TIPOS-MAX
                   ADD 1 TO QTD-TIPOS
                   MOVE QTD-TIPOS  TO POS-TIPO
                   MOVE TIPO-BUSCA TO TIPO-TAB(POS-TIPO)
                   MOVE 0 TO QTD-TIPO-TAB(POS-TIPO)
                   MOVE 0 TO RAZAO-TAB(POS-TIPO)
                   MOVE 0 TO CONTB-TAB(POS-TIPO)
               ELSE
                   DISPLAY "TAB-TIPOS CHEIA (" TIPOS-MAX
                       ") - TIPO " TIPO-BUSCA " FORA DA QUEBRA"
               END-IF
           END-IF.

      *SALDO DO MESTRE HOJE; A DATA DO FECHAMENTO E OBTIDA TIRANDO
      *O QUE OS MOVIMENTOS POSTERIORES ACRESCENTARAM
       SOMA-CADSOCM.
           OPEN INPUT CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "CONCRAZ: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - CONCILIACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADSOCM NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD SALDO-SOCM TO TOT-MESTRE
               END-READ
           END-PERFORM.
           CLOSE CADSOCM.
           MOVE "NAO" TO FIM-ARQ.
           COMPUTE TOT-CADASTRO = TOT-MESTRE - TOT-POSTERIOR.

      *LANCAMENTOS DO MES NA CONTA DE SOCIOS: DEBITO SOMA, CREDITO
      *SUBTRAI. O HISTORICO IDENTIFICA A COBRANCA DO CICLO ("D") E
      *OS RECEBIMENTOS DO CADSOC1 ("A"); OS DEMAIS PARES VEM DOS
      *EVENTOS DO ARQLANCP E SAO RECONHECIDOS PELA CONTRAPARTIDA
       SOMA-CONTABIL.
           OPEN INPUT ARQCTBMES.
           PERFORM UNTIL FIM-CTB = "SIM"
               READ ARQCTBMES
                   AT END MOVE "SIM" TO FIM-CTB
                   NOT AT END
                       PERFORM AVALIA-LANCAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQCTBMES.
           IF PENDENTE-CTB = "SIM"
               MOVE SPACES TO CONTRAPARTIDA
               PERFORM ATRIBUI-CONTRAPARTIDA
           END-IF.

       AVALIA-LANCAMENTO.
           IF PENDENTE-CTB = "SIM"
               MOVE CONTA-CTB TO CONTRAPARTIDA
               PERFORM ATRIBUI-CONTRAPARTIDA
           END-IF.
           IF CONTA-CTB = CTA-RECEBER
               ADD 1 TO QTD-LANC-CTB
               IF DC-CTB = "D"
                   MOVE VALOR-CTB TO EFEITO-WRK
               ELSE
                   COMPUTE EFEITO-WRK = 0 - VALOR-CTB
               END-IF
               ADD EFEITO-WRK TO TOT-CTB-MOVTO
               EVALUATE TRUE
                   WHEN HISTORICO-CTB(1:8) = "COBRANCA"
                       MOVE "D" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN HISTORICO-CTB(1:12) = "RECEBIMENTOS"
                       MOVE "A" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN HISTORICO-CTB(1:12) = "RECEB.BALCAO"
                       MOVE "B" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN HISTORICO-CTB(1:10) = "CRED.BANCO"
                       MOVE "L" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN HISTORICO-CTB(1:11) = "RECEB.MANUT"
                       MOVE "A" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN HISTORICO-CTB(1:13) = "ESTORNO RECEB"
                       MOVE "R" TO TIPO-BUSCA
                       PERFORM ACUMULA-CONTABIL
                   WHEN DC-CTB = "C"
                       MOVE CONTA-ANT TO CONTRAPARTIDA
                       MOVE EFEITO-WRK TO VALOR-PEND
                       PERFORM ATRIBUI-CONTRAPARTIDA
                   WHEN OTHER
                       MOVE "SIM" TO PENDENTE-CTB
                       MOVE EFEITO-WRK TO VALOR-PEND
               END-EVALUATE
           END-IF.
           MOVE CONTA-CTB TO CONTA-ANT.

       ATRIBUI-CONTRAPARTIDA.
           MOVE "NAO" TO PENDENTE-CTB.
           EVALUATE CONTRAPARTIDA
               WHEN CTA-PERDA-DEB MOVE "W" TO TIPO-BUSCA
               WHEN CTA-RECUP-CRD MOVE "U" TO TIPO-BUSCA
               WHEN CTA-RCAGE-DEB MOVE "G" TO TIPO-BUSCA
               WHEN CTA-CMAGE-DEB MOVE "M" TO TIPO-BUSCA
               WHEN OTHER         MOVE "?" TO TIPO-BUSCA
           END-EVALUATE.
           MOVE VALOR-PEND TO EFEITO-WRK.
           PERFORM ACUMULA-CONTABIL.

       ACUMULA-CONTABIL.
           PERFORM LOCALIZA-TIPO.
           IF POS-TIPO > 0
               ADD EFEITO-WRK TO CONTB-TAB(POS-TIPO)
           END-IF.

      *SALDO CONTABIL DE ABERTURA: O ACORDADO NO MES ANTERIOR; NA
      *PRIMEIRA CONCILIACAO, O PROPRIO SALDO DE ABERTURA DO RAZAO
       CALCULA-DIFERENCAS.
           IF ACHOU-ANTERIOR = "SIM"
               MOVE CONTB-ANTERIOR TO TOT-CTB-ABERT
               COMPUTE DIF-ABERTURA = TOT-ABERTURA - RAZAO-ANTERIOR
           ELSE
               MOVE TOT-ABERTURA TO TOT-CTB-ABERT
               MOVE 0 TO DIF-ABERTURA
           END-IF.
           COMPUTE TOT-CONTABIL = TOT-CTB-ABERT + TOT-CTB-MOVTO.
           COMPUTE DIF-CADASTRO = TOT-RAZAO - TOT-CADASTRO.
           COMPUTE DIF-CONTABIL = TOT-RAZAO - TOT-CONTABIL.
           COMPUTE DIF-TRANSP   = TOT-RAZAO - TOT-TRANSP.
           IF DIF-ABERTURA NOT = 0
               ADD 1 TO QTD-DIVERG
           END-IF.
           IF DIF-CADASTRO NOT = 0
               ADD 1 TO QTD-DIVERG
           END-IF.
           IF DIF-CONTABIL NOT = 0
               ADD 1 TO QTD-DIVERG
           END-IF.
           IF DIF-TRANSP NOT = 0
               ADD 1 TO QTD-DIVERG
           END-IF.

       IMPRIME-CONCILIACAO.
           OPEN OUTPUT RELCRAZ.
           MOVE MES-CONC       TO MES-CAB.
           MOVE CTA-RECEBER    TO CONTA-CAB.
           MOVE DATA-EXEC(7:2) TO DIA-CAB.
           MOVE DATA-EXEC(5:2) TO MES-EXEC-CAB.
           MOVE DATA-EXEC(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-ABERTURA.
           PERFORM IMPRIME-RAZAO-CADASTRO.
           PERFORM IMPRIME-CONTABIL.
           PERFORM IMPRIME-QUEBRA-TIPO.
           CLOSE RELCRAZ.

       IMPRIME-ABERTURA.
           MOVE "1 - SALDO DE ABERTURA" TO SECAO-REL.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 2 LINES.
           MOVE "ABERTURA DOS REGISTROS O DO PERIODO"
             TO ROTULO-TOT.
           MOVE TOT-ABERTURA TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           IF ACHOU-ANTERIOR = "SIM"
               MOVE SPACES TO ROTULO-TOT
               STRING "RAZAO ACORDADO NO FECHAMENTO DE "
                   MES-ANTERIOR DELIMITED BY SIZE INTO ROTULO-TOT
               END-STRING
               MOVE RAZAO-ANTERIOR TO VALOR-TOT
               WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE
               MOVE "DIFERENCA NA ABERTURA" TO ROTULO-TOT
               MOVE DIF-ABERTURA TO VALOR-TOT
               WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE
               IF DIF-ABERTURA = 0
                   MOVE "OK" TO VEREDICTO
               ELSE
                   MOVE "DIVERGENTE" TO VEREDICTO
               END-IF
               WRITE REG-REL FROM LINHA-VEREDICTO
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "PRIMEIRA CONCILIACAO: A ABERTURA DO RAZAO E "
                 & "ASSUMIDA TAMBEM COMO SALDO CONTABIL INICIAL"
                 TO AVISO-REL
               WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-RAZAO-CADASTRO.
           MOVE "2 - RAZAO X CADASTRO MESTRE CADSOCM" TO SECAO-REL.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 3 LINES.
           MOVE "SALDO DE ABERTURA" TO ROTULO-TOT.
           MOVE TOT-ABERTURA TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "(+) EFEITO DOS MOVIMENTOS DO PERIODO" TO ROTULO-TOT.
           MOVE TOT-EFEITOS TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "(=) SALDO DO RAZAO NO FECHAMENTO" TO ROTULO-TOT.
           MOVE TOT-RAZAO TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "SALDO TRANSPORTADO PELO FECHAMES (O)" TO ROTULO-TOT.
           MOVE TOT-TRANSP TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "DIFERENCA RAZAO X TRANSPORTADO" TO ROTULO-TOT.
           MOVE DIF-TRANSP TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "SALDO DO CADSOCM HOJE" TO ROTULO-TOT.
           MOVE TOT-MESTRE TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "(-) MOVIMENTOS POSTERIORES AO PERIODO"
             TO ROTULO-TOT.
           MOVE TOT-POSTERIOR TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "(=) SALDO DO CADSOCM NO FECHAMENTO" TO ROTULO-TOT.
           MOVE TOT-CADASTRO TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "DIFERENCA RAZAO X CADASTRO" TO ROTULO-TOT.
           MOVE DIF-CADASTRO TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           IF DIF-CADASTRO = 0 AND DIF-TRANSP = 0
               MOVE "OK" TO VEREDICTO
           ELSE
               MOVE "DIVERGENTE" TO VEREDICTO
           END-IF.
           WRITE REG-REL FROM LINHA-VEREDICTO AFTER ADVANCING 1 LINE.
           IF QTD-FORA-PER > 0
               MOVE "HA MOVIMENTOS DO PERIODO FECHADO AINDA NO "
                 & "DIARIO - VERIFIQUE O FECHAMES" TO AVISO-REL
               WRITE REG-REL FROM LINHA-AVISO AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-CONTABIL.
           MOVE "3 - RAZAO X CONTA CONTABIL DE SOCIOS A RECEBER"
             TO SECAO-REL.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 3 LINES.
           MOVE "SALDO CONTABIL DE ABERTURA" TO ROTULO-TOT.
           MOVE TOT-CTB-ABERT TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "(+) DEBITOS MENOS CREDITOS DO MES" TO ROTULO-TOT.
           MOVE TOT-CTB-MOVTO TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "(=) SALDO CONTABIL NO FECHAMENTO" TO ROTULO-TOT.
           MOVE TOT-CONTABIL TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "DIFERENCA RAZAO X CONTABILIDADE" TO ROTULO-TOT.
           MOVE DIF-CONTABIL TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           IF DIF-CONTABIL = 0
               MOVE "OK" TO VEREDICTO
           ELSE
               MOVE "DIVERGENTE" TO VEREDICTO
           END-IF.
           WRITE REG-REL FROM LINHA-VEREDICTO AFTER ADVANCING 1 LINE.

      *QUEBRA DA DIFERENCA POR TIPO: EFEITO DE CADA TIPO NO RAZAO
      *CONTRA O QUE CHEGOU A CONTA PELO EVENTO CORRESPONDENTE
       IMPRIME-QUEBRA-TIPO.
           MOVE "4 - MOVIMENTO DO PERIODO POR TIPO" TO SECAO-REL.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TIPO AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-LINHA-TIPO
               VARYING IDX-TIPO FROM 1 BY 1
               UNTIL IDX-TIPO > QTD-TIPOS.
           MOVE "TOTAL" TO DESCR-REL.
           MOVE SPACES TO TIPO-REL.
           MOVE QTD-MOVTOS TO QTD-TIPO-REL.
           MOVE TOT-EFEITOS TO RAZAO-REL.
           MOVE TOT-CTB-MOVTO TO CONTB-REL.
           COMPUTE EFEITO-WRK = TOT-EFEITOS - TOT-CTB-MOVTO.
           MOVE EFEITO-WRK TO DIFER-REL.
           WRITE REG-REL FROM DETALHE-TIPO AFTER ADVANCING 2 LINES.

       IMPRIME-LINHA-TIPO.
           MOVE TIPO-TAB(IDX-TIPO) TO TIPO-REL.
           EVALUATE TIPO-TAB(IDX-TIPO)
               WHEN "I" MOVE "INCLUSAO"         TO DESCR-REL
               WHEN "A" MOVE "PAGAMENTO"        TO DESCR-REL
               WHEN "D" MOVE "DEBITO ATRASO"    TO DESCR-REL
               WHEN "R" MOVE "ESTORNO"          TO DESCR-REL
               WHEN "E" MOVE "EXCLUSAO"         TO DESCR-REL
               WHEN "S" MOVE "SUSPENSAO"        TO DESCR-REL
               WHEN "C" MOVE "CANCELAMENTO"     TO DESCR-REL
               WHEN "V" MOVE "REATIVACAO"       TO DESCR-REL
               WHEN "B" MOVE "CAIXA BALCAO"     TO DESCR-REL
               WHEN "L" MOVE "CREDITO BANCO"    TO DESCR-REL
               WHEN "J" MOVE "JUROS"            TO DESCR-REL
               WHEN "W" MOVE "BAIXA PERDA"      TO DESCR-REL
               WHEN "U" MOVE "RECUPERACAO PDD"  TO DESCR-REL
               WHEN "K" MOVE "CREDITO APLICADO" TO DESCR-REL
               WHEN "P" MOVE "REEMBOLSO"        TO DESCR-REL
               WHEN "G" MOVE "RECUP. AGENCIA"   TO DESCR-REL
               WHEN "M" MOVE "COMISSAO AGENCIA" TO DESCR-REL
               WHEN "?" MOVE "NAO ATRIBUIDO"    TO DESCR-REL
               WHEN OTHER MOVE SPACES           TO DESCR-REL
           END-EVALUATE.
           MOVE QTD-TIPO-TAB(IDX-TIPO) TO QTD-TIPO-REL.
           MOVE RAZAO-TAB(IDX-TIPO)    TO RAZAO-REL.
           MOVE CONTB-TAB(IDX-TIPO)    TO CONTB-REL.
           COMPUTE EFEITO-WRK =
               RAZAO-TAB(IDX-TIPO) - CONTB-TAB(IDX-TIPO).
           MOVE EFEITO-WRK TO DIFER-REL.
           WRITE REG-REL FROM DETALHE-TIPO AFTER ADVANCING 1 LINE.

      *O MES FICA GRAVADO MESMO DIVERGENTE: O SALDO CONTABIL E A
      *ABERTURA DO MES SEGUINTE E A DIFERENCA CONTINUA APARECENDO
      *ATE SER ACERTADA NA CONTABILIDADE
       GRAVA-HISTORICO.
           MOVE MES-CONC     TO MES-HC.
           MOVE DATA-EXEC    TO DATA-HC.
           MOVE TOT-ABERTURA TO ABERTURA-HC.
           MOVE TOT-RAZAO    TO RAZAO-HC.
           MOVE TOT-CADASTRO TO CADASTRO-HC.
           MOVE TOT-CONTABIL TO CONTABIL-HC.
           IF QTD-DIVERG = 0
               MOVE "C" TO SITUACAO-HC
           ELSE
               MOVE "D" TO SITUACAO-HC
           END-IF.
           OPEN EXTEND HISTCRAZ.
           WRITE REG-HISTCRAZ.
           CLOSE HISTCRAZ.

       FIM.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "CONCRAZ: PERIODO " MES-CONC " - " QTD-MOVTOS
               " MOVIMENTO(S), " QTD-LANC-CTB " LANCAMENTO(S) NA "
               "CONTA " CTA-RECEBER.
           IF QTD-DIVERG = 0
               DISPLAY "CONCRAZ: RAZAO, CADASTRO E CONTABILIDADE "
                   "CONCILIADOS"
           ELSE
               DISPLAY "CONCRAZ: " QTD-DIVERG " COMPARACAO(OES) "
                   "DIVERGENTE(S) - VER RELCRAZ"
               MOVE 4 TO RETURN-CODE
           END-IF.
