      *              DO PROXIMO CICLO A PARTIR DO CADASTRO MESTRE
      *              CADSOCM, UM REGISTRO DE COBRANCA POR SOCIO ATIVO
      *              COM O VALOR DA MENSALIDADE E O VENCIMENTO DO
      *              CICLO (PARAMFAT.DAT). A MENSALIDADE SAI DO PLANO
      *              DO SOCIO (CADPLSOC.DAT): VALOR BASE MAIS O VALOR
      *              POR DEPENDENTE DA VIGENCIA DA TABELA TABPLANO.DAT
      *              EM VIGOR NO VENCIMENTO; SOCIO SEM PLANO, OU COM
      *              PLANO SEM VIGENCIA, PAGA A MENSALIDADE PADRAO DO
      *              PARAMFAT. SOCIOS ADMITIDOS NO MEIO
      *              DO MES DO CICLO (TRANSACAO "I" NO DIARIO
      *              ARQMOVTO) SAO COBRADOS PRO-RATA PELOS DIAS
      *              RESTANTES DO MES. O SOCIO COM SALDO CREDOR NO
      *              CADSOCM (SALDO NEGATIVO) TEM O CREDITO ABATIDO DA
      *              MENSALIDADE: A PARTE APLICADA SAI NO DIARIO COMO
      *              TRANSACAO "K" E VAI AO ARQLANCP.DAT (EVENTO
      *              CREDAPLI) PARA O EXPCONT, FICANDO REGISTRADA
      *              EM ARQCRAPL.DAT COM O VENCIMENTO DO CICLO: UMA
      *              NOVA EXECUCAO DO MESMO VENCIMENTO SO ABATE O
      *              VALOR JA APLICADO, SEM TOCAR DE NOVO NO SALDO,
      *              NO DIARIO E NO ARQLANCP; SE O CREDITO COBRE TODA
      *              A MENSALIDADE, O SOCIO NAO RECEBE REGISTRO NO
      *              CADSOC1. IMPRIME EM RELFATUR O REGISTRO DE
      *              FATURAMENTO COM QUANTIDADE E VALOR TOTAL PARA A
      *              TESOURARIA APROVAR O CICLO ANTES DO EX01.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMFAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABPLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPLSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-PS
           FILE STATUS IS FS-CADPLSOC.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCRAPL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOC1  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELFATUR ASSIGN TO DISK.

      *Diario de movimentos gravado pelo MANUTSOC; as transacoes de
      *inclusao ("I") datadas no mes do ciclo identificam os socios
      *admitidos no meio do mes, cobrados pro-rata. O credito aplicado
      *na mensalidade volta ao diario como transacao "K"
       FD ARQMOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQMOVTO.DAT".
           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

      *Parametros do ciclo de faturamento: valor da mensalidade
      *padrao (socio sem plano) e data de vencimento (AAAAMMDD); sem
      *o vencimento nao ha ciclo a faturar e o programa encerra com
      *codigo 8
       FD PARAMFAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMFAT.DAT".
           02 PARM-MENSALIDADE PIC 9(09)V9(02).
           02 PARM-DATA-VENC   PIC 9(08).

      *Tabela de planos mantida pelo MANUPLAN: uma linha por
      *vigencia de cada codigo; DATA-FIM-PL zero e vigencia em aberto
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

      *Plano e dependentes de cada socio (MANUPLAN)
       FD CADPLSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADPLSOC.DAT".

       01 REG-PLSOC.
           02 NUM-SOCIO-PS  PIC 9(06).
           02 COD-PLANO-PS  PIC X(03).
           02 QTD-DEPEND-PS PIC 9(02).
           02 DATA-ALT-PS   PIC 9(08).
           02 OPERADOR-PS   PIC X(08).

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Creditos ja aplicados no ciclo (vencimento, socio e valor):
      *uma nova execucao do mesmo vencimento nao os aplica de novo
       FD ARQCRAPL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCRAPL.DAT".

       01 REG-CRAPL.
           02 CICLO-CA     PIC 9(08).
           02 SOCIO-CA     PIC 9(06).
           02 VALOR-CA     PIC 9(09)V9(02).

      *Arquivo de cobranca do ciclo, no mesmo leiaute consumido pelo
      *EX01 (IMPRIME): todo registro gerado sai com COD-PAG1 = 2
      *(cobranca em aberto). Com o vencimento ainda no futuro o EX01

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-MOVTO      PIC X(03) VALUE "NAO".
       77 FIM-PLANO      PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 FS-CADPLSOC    PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.

       77 MENSALIDADE    PIC 9(09)V9(02) VALUE 0.
       77 DATA-VENC-FAT  PIC 9(08)       VALUE 0.
       77 VALOR-COBRADO  PIC 9(09)V9(02) VALUE 0.
       77 MENSAL-SOCIO   PIC 9(09)V9(02) VALUE 0.
       77 QTD-DEPEND     PIC 9(02)       VALUE 0.
       77 VALOR-BRUTO    PIC 9(09)V9(02) VALUE 0.
       77 CT-SEM-VALOR   PIC 9(06)       VALUE 0.
       77 CT-GERADOS     PIC 9(06)       VALUE 0.
       77 CT-PRO-RATA    PIC 9(06)       VALUE 0.
       77 CT-CANCELADOS  PIC 9(06)       VALUE 0.
       77 TOTAL-CICLO    PIC 9(11)V9(02) VALUE 0.
       77 DATA-EXEC      PIC 9(08).

      *Credito do socio (saldo negativo no CADSOCM) abatido da
      *mensalidade do ciclo
       77 CREDITO-DISP   PIC 9(09)V9(02) VALUE 0.
       77 CREDITO-APLIC  PIC 9(09)V9(02) VALUE 0.
       77 CT-CREDITO     PIC 9(06)       VALUE 0.
       77 CT-QUITADOS    PIC 9(06)       VALUE 0.
       77 TOTAL-CREDITO  PIC 9(11)V9(02) VALUE 0.

      *Apoio do calculo pro-rata: dias do mes do ciclo e dias
      *restantes a partir da admissao
               03 SOCIO-ADM PIC 9(06).
               03 DIA-ADM   PIC 9(02).

      *Creditos ja aplicados neste vencimento por uma execucao
      *anterior (ARQCRAPL): o valor volta a abater a mensalidade,
      *sem mexer de novo no saldo, no diario e na contabilidade
       77 FIM-CRAPL      PIC X(03) VALUE "NAO".
       77 CICLO-ANTIGO   PIC X(03) VALUE "NAO".
       77 QTD-CRAPL      PIC 9(04) VALUE 0.
       77 CRAPL-MAX      PIC 9(04) VALUE 9999.
       77 IDX-CRAPL      PIC 9(04).
       77 POS-CRAPL      PIC 9(04) VALUE 0.
       77 CT-JA-APLIC    PIC 9(06) VALUE 0.
       01 TAB-CRAPL.
           02 CRAPL-ENT OCCURS 9999 TIMES.
               03 SOCIO-CA-TAB PIC 9(06).
               03 VALOR-CA-TAB PIC 9(09)V9(02).

      *Planos em vigor no vencimento do ciclo (a vigencia de maior
      *inicio quando mais de uma cobre a data), com o acumulado do
      *ciclo por plano; a primeira entrada e a mensalidade padrao
      *do PARAMFAT, para socio sem plano ou com plano sem vigencia
       77 QTD-PLANOS     PIC 9(03) VALUE 0.
       77 PLANO-MAX      PIC 9(03) VALUE 200.
       77 IDX-PLANO      PIC 9(03).
       77 POS-PLANO      PIC 9(03) VALUE 0.
       01 TAB-PLANOS.
           02 PLANO-ENT OCCURS 200 TIMES.
               03 COD-TAB      PIC X(03).
               03 DESC-TAB     PIC X(20).
               03 BASE-TAB     PIC 9(07)V9(02).
               03 DEP-TAB      PIC 9(07)V9(02).
               03 INI-TAB      PIC 9(08).
               03 QTD-SOC-TAB  PIC 9(06).
               03 QTD-DEP-TAB  PIC 9(06).
               03 BRUTO-TAB    PIC 9(11)V9(02).
               03 COBRADO-TAB  PIC 9(11)V9(02).

      *Cabecalhos do registro de faturamento
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
               03 VENC-MES-CAB PIC 9(02).
               03 FILLER       PIC X(01) VALUE "/".
               03 VENC-ANO-CAB PIC 9(04).
           02 FILLER      PIC X(16) VALUE "  MENS. PADRAO: ".
           02 MENS-CAB    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(28) VALUE SPACES.

           02 FILLER  PIC X(05) VALUE "VALOR".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "COBRANCA".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PLANO".
           02 FILLER  PIC X(05) VALUE SPACES.

      *Dados do registro de faturamento
       01 DETALHE-FAT.
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TIPO-COB-REL  PIC X(10).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 PLANO-REL     PIC X(03).
           02 FILLER        PIC X(07) VALUE SPACES.

      *Resumo do ciclo por plano, para a tesouraria aprovar por
      *segmento: valor bruto (antes do credito do socio) e valor
      *efetivamente cobrado no CADSOC1
       01 CAB-PLANO-01.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(16) VALUE "RESUMO POR PLANO".
           02 FILLER  PIC X(33) VALUE SPACES.

       01 CAB-PLANO-02.
           02 FILLER  PIC X(05) VALUE "PLANO".
           02 FILLER  PIC X(20) VALUE "                    ".
           02 FILLER  PIC X(09) VALUE "   SOCIOS".
           02 FILLER  PIC X(09) VALUE "  DEPEND.".
           02 FILLER  PIC X(16) VALUE "     VALOR BRUTO".
           02 FILLER  PIC X(16) VALUE "   VALOR COBRADO".
           02 FILLER  PIC X(05) VALUE SPACES.

       01 DETALHE-PLANO.
           02 COD-PL-REL     PIC X(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DESC-PL-REL    PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 QTD-PL-REL     PIC ZZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DEP-PL-REL     PIC ZZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 BRUTO-PL-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 COBRADO-PL-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER        PIC X(27)
           02 CANC-ROD      PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-08.
           02 FILLER        PIC X(25)
                            VALUE "SEM VALOR A FATURAR      ".
           02 FILLER        PIC X(05) VALUE SPACES.
           02 SEMV-ROD      PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-05.
           02 FILLER        PIC X(25)
                            VALUE "SOCIOS COM CREDITO APLIC.".
           02 FILLER        PIC X(05) VALUE SPACES.
           02 CRED-ROD      PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-06.
           02 FILLER        PIC X(25)
                            VALUE "QUITADOS PELO CREDITO    ".
           02 FILLER        PIC X(05) VALUE SPACES.
           02 QUIT-ROD      PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-07.
           02 FILLER        PIC X(21)
                            VALUE "CREDITO APLICADO     ".
           02 FILLER        PIC X(05) VALUE SPACES.
           02 CREDV-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       GERA-FATURAMENTO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS-FAT.
           PERFORM CARREGA-PLANOS.
           PERFORM CALCULA-DIAS-MES.
           PERFORM CARREGA-ADMISSOES.
           PERFORM CARREGA-CREDITOS-APLICADOS.
           OPEN I-O CADSOCM
           OPEN INPUT CADPLSOC
           OPEN EXTEND ARQMOVTO
           OPEN EXTEND ARQLANCP
           OPEN EXTEND ARQCRAPL
           OPEN OUTPUT CADSOC1
           OPEN OUTPUT RELFATUR.
           PERFORM LEITURA.

      *SEM PARAMFAT NAO HA COMO SABER O VENCIMENTO DO CICLO: O
      *PROGRAMA ENCERRA COM CODIGO 8 SEM GERAR NADA. A MENSALIDADE
      *PADRAO SO PODE FALTAR QUANDO HA PLANO EM VIGOR NO VENCIMENTO
       LE-PARAMETROS-FAT.
           OPEN INPUT PARAMFAT
           READ PARAMFAT INTO REG-PARAM-FAT
                   MOVE PARM-DATA-VENC   TO DATA-VENC-FAT
           END-READ.
           CLOSE PARAMFAT.
           IF DATA-VENC-FAT = 0
               DISPLAY "GERASOC1: PARAMFAT.DAT AUSENTE OU INCOMPLETO"
                   " - CICLO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CARREGA AS VIGENCIAS DA TABPLANO QUE COBREM O VENCIMENTO DO
      *CICLO; A ENTRADA 1 E A MENSALIDADE PADRAO DO PARAMFAT
       CARREGA-PLANOS.
           MOVE 1                    TO QTD-PLANOS.
           MOVE SPACES               TO COD-TAB(1).
           MOVE "MENSALIDADE PADRAO" TO DESC-TAB(1).
           MOVE MENSALIDADE          TO BASE-TAB(1).
           MOVE 0 TO DEP-TAB(1) INI-TAB(1) QTD-SOC-TAB(1)
               QTD-DEP-TAB(1) BRUTO-TAB(1) COBRADO-TAB(1).
           OPEN INPUT TABPLANO.
           PERFORM UNTIL FIM-PLANO = "SIM"
               READ TABPLANO
                   AT END MOVE "SIM" TO FIM-PLANO
                   NOT AT END
                       IF DATA-INI-PL <= DATA-VENC-FAT AND
                          (DATA-FIM-PL = 0 OR
                           DATA-FIM-PL >= DATA-VENC-FAT)
                           PERFORM GUARDA-PLANO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABPLANO.
           IF MENSALIDADE = 0 AND QTD-PLANOS = 1
               DISPLAY "GERASOC1: SEM MENSALIDADE PADRAO NO PARAMFAT "
                   "E SEM PLANO EM VIGOR EM " DATA-VENC-FAT
                   " - CICLO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDA-PLANO.
           MOVE COD-PLANO-PL TO COD-PLANO-PS.
           PERFORM LOCALIZA-PLANO.
           IF POS-PLANO = 0
               IF QTD-PLANOS < PLANO-MAX
                   ADD 1 TO QTD-PLANOS
                   MOVE QTD-PLANOS TO POS-PLANO
                   MOVE COD-PLANO-PL TO COD-TAB(POS-PLANO)
                   MOVE 0 TO INI-TAB(POS-PLANO) QTD-SOC-TAB(POS-PLANO)
                       QTD-DEP-TAB(POS-PLANO) BRUTO-TAB(POS-PLANO)
                       COBRADO-TAB(POS-PLANO)
               ELSE
                   DISPLAY "TAB-PLANOS CHEIA (" PLANO-MAX ") - PLANO "
                       COD-PLANO-PL " COBRADO PELA MENSALIDADE PADRAO"
               END-IF
           END-IF.
           IF POS-PLANO > 0
               IF DATA-INI-PL > INI-TAB(POS-PLANO)
                   MOVE DESC-PLANO-PL TO DESC-TAB(POS-PLANO)
                   MOVE VALOR-BASE-PL TO BASE-TAB(POS-PLANO)
                   MOVE VALOR-DEP-PL  TO DEP-TAB(POS-PLANO)
                   MOVE DATA-INI-PL   TO INI-TAB(POS-PLANO)
               END-IF
           END-IF.

      *LOCALIZA O CODIGO COD-PLANO-PS ENTRE OS PLANOS EM VIGOR
       LOCALIZA-PLANO.
           MOVE 0 TO POS-PLANO.
           PERFORM VARYING IDX-PLANO FROM 2 BY 1
                   UNTIL IDX-PLANO > QTD-PLANOS OR POS-PLANO > 0
               IF COD-TAB(IDX-PLANO) = COD-PLANO-PS
                   MOVE IDX-PLANO TO POS-PLANO
               END-IF
           END-PERFORM.

      *DIAS DO MES DO CICLO: DIFERENCA ENTRE O PRIMEIRO DIA DO MES
      *DO VENCIMENTO E O PRIMEIRO DIA DO MES SEGUINTE
       CALCULA-DIAS-MES.
           END-PERFORM.
           CLOSE ARQMOVTO.

      *CREDITOS JA APLICADOS NO VENCIMENTO DO CICLO; OS DE CICLO
      *ANTERIOR SAO DESCARTADOS. SE NAO COUBEREM NA TABELA, ENCERRA
      *ANTES DE TOCAR NO CADSOCM, PARA NENHUM CREDITO SAIR EM DOBRO
       CARREGA-CREDITOS-APLICADOS.
           OPEN INPUT ARQCRAPL.
           PERFORM UNTIL FIM-CRAPL = "SIM"
               READ ARQCRAPL
                   AT END MOVE "SIM" TO FIM-CRAPL
                   NOT AT END
                       IF CICLO-CA NOT = DATA-VENC-FAT
                           MOVE "SIM" TO CICLO-ANTIGO
                       ELSE
                           IF QTD-CRAPL < CRAPL-MAX
                               ADD 1 TO QTD-CRAPL
                               MOVE SOCIO-CA
                                 TO SOCIO-CA-TAB(QTD-CRAPL)
                               MOVE VALOR-CA
                                 TO VALOR-CA-TAB(QTD-CRAPL)
                           ELSE
                               DISPLAY "TAB-CRAPL CHEIA (" CRAPL-MAX
                                   ") - CICLO NAO GERADO"
                               CLOSE ARQCRAPL
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCRAPL.
           IF CICLO-ANTIGO = "SIM"
               OPEN OUTPUT ARQCRAPL
               PERFORM VARYING IDX-CRAPL FROM 1 BY 1
                       UNTIL IDX-CRAPL > QTD-CRAPL
                   MOVE DATA-VENC-FAT           TO CICLO-CA
                   MOVE SOCIO-CA-TAB(IDX-CRAPL) TO SOCIO-CA
                   MOVE VALOR-CA-TAB(IDX-CRAPL) TO VALOR-CA
                   WRITE REG-CRAPL
               END-PERFORM
               CLOSE ARQCRAPL
           END-IF.

       LEITURA.
           READ CADSOCM NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

      *SOCIO CANCELADO NAO E FATURADO; SUSPENSO CONTINUA DEVENDO A
      *MENSALIDADE E SEGUE NO CICLO NORMALMENTE. QUANDO O CREDITO
      *DO SOCIO COBRE TODA A MENSALIDADE NAO HA COBRANCA A GERAR
       PRINCIPAL.
           IF STATUS-SOCM = "C"
               ADD 1 TO CT-CANCELADOS
           ELSE
               PERFORM IDENTIFICA-PLANO-SOCIO
               PERFORM CALCULA-VALOR-COBRANCA
               IF VALOR-COBRADO = 0
                   ADD 1 TO CT-SEM-VALOR
                   DISPLAY "GERASOC1: SOCIO " NUM-SOCIOM " SEM VALOR "
                       "DE MENSALIDADE - NAO FATURADO"
               ELSE
                   PERFORM APLICA-CREDITO
                   IF VALOR-COBRADO > 0
                       PERFORM GRAVA-COBRANCA-CICLO
                   ELSE
                       ADD 1 TO CT-QUITADOS
                   END-IF
                   PERFORM ACUMULA-PLANO
                   PERFORM IMPRIME-FATURAMENTO
               END-IF
           END-IF.
           PERFORM LEITURA.

      *MENSALIDADE DO SOCIO PELO PLANO: BASE MAIS DEPENDENTES NA
      *VIGENCIA EM VIGOR; SEM PLANO OU COM PLANO SEM VIGENCIA NO
      *VENCIMENTO, A MENSALIDADE PADRAO (ENTRADA 1 DA TABELA)
       IDENTIFICA-PLANO-SOCIO.
           MOVE 0 TO QTD-DEPEND.
           MOVE NUM-SOCIOM TO NUM-SOCIO-PS.
           READ CADPLSOC
               INVALID KEY
                   MOVE 1 TO POS-PLANO
               NOT INVALID KEY
                   PERFORM LOCALIZA-PLANO
                   IF POS-PLANO = 0
                       DISPLAY "GERASOC1: SOCIO " NUM-SOCIOM
                           " PLANO " COD-PLANO-PS " SEM VIGENCIA EM "
                           DATA-VENC-FAT " - MENSALIDADE PADRAO"
                       MOVE 1 TO POS-PLANO
                   ELSE
                       MOVE QTD-DEPEND-PS TO QTD-DEPEND
                   END-IF
           END-READ.
           COMPUTE MENSAL-SOCIO = BASE-TAB(POS-PLANO) +
               DEP-TAB(POS-PLANO) * QTD-DEPEND.

      *MENSALIDADE INTEGRAL, OU PRO-RATA PELOS DIAS RESTANTES DO MES
      *QUANDO O SOCIO FOI ADMITIDO NO MEIO DO MES DO CICLO
       CALCULA-VALOR-COBRANCA.
               COMPUTE DIAS-RESTANTES =
                   DIAS-MES - DIA-ADMISSAO + 1
               COMPUTE VALOR-COBRADO ROUNDED =
                   MENSAL-SOCIO * DIAS-RESTANTES / DIAS-MES
               ADD 1 TO CT-PRO-RATA
           ELSE
               MOVE "NAO" TO ACHOU-ADMIT
               MOVE MENSAL-SOCIO TO VALOR-COBRADO
           END-IF.
           MOVE VALOR-COBRADO TO VALOR-BRUTO.

      *SALDO NEGATIVO NO CADSOCM E CREDITO DO SOCIO: ABATE DA
      *MENSALIDADE O MENOR ENTRE O CREDITO E O VALOR DO CICLO, LEVA O
      *SALDO NA DIRECAO DE ZERO E REGISTRA A APLICACAO NO DIARIO E
      *NOS LANCAMENTOS PENDENTES DA CONTABILIDADE. O CREDITO QUE UMA
      *EXECUCAO ANTERIOR JA APLICOU NESTE VENCIMENTO SO VOLTA A
      *ABATER A MENSALIDADE
       APLICA-CREDITO.
           MOVE 0 TO CREDITO-APLIC.
           PERFORM PROCURA-CREDITO-APLICADO.
           IF POS-CRAPL > 0
               MOVE VALOR-CA-TAB(POS-CRAPL) TO CREDITO-APLIC
               IF CREDITO-APLIC < VALOR-COBRADO
                   SUBTRACT CREDITO-APLIC FROM VALOR-COBRADO
               ELSE
                   MOVE 0 TO VALOR-COBRADO
               END-IF
               ADD 1 TO CT-CREDITO CT-JA-APLIC
               ADD CREDITO-APLIC TO TOTAL-CREDITO
           END-IF.
           IF POS-CRAPL = 0 AND SALDO-SOCM < 0 AND VALOR-COBRADO > 0
               COMPUTE CREDITO-DISP = 0 - SALDO-SOCM
               IF CREDITO-DISP < VALOR-COBRADO
                   MOVE CREDITO-DISP  TO CREDITO-APLIC
               ELSE
                   MOVE VALOR-COBRADO TO CREDITO-APLIC
               END-IF
               SUBTRACT CREDITO-APLIC FROM VALOR-COBRADO
               ADD CREDITO-APLIC TO SALDO-SOCM
               MOVE DATA-EXEC    TO DATA-ULT-MOV
               REWRITE REG-SOCM
               PERFORM GRAVA-MOVTO-CREDITO
               PERFORM GRAVA-LANCTO-CREDITO
               PERFORM GRAVA-CREDITO-APLICADO
               ADD 1 TO CT-CREDITO
               ADD CREDITO-APLIC TO TOTAL-CREDITO
           END-IF.

       PROCURA-CREDITO-APLICADO.
           MOVE 0 TO POS-CRAPL.
           PERFORM VARYING IDX-CRAPL FROM 1 BY 1
                   UNTIL IDX-CRAPL > QTD-CRAPL OR POS-CRAPL > 0
               IF SOCIO-CA-TAB(IDX-CRAPL) = NUM-SOCIOM
                   MOVE IDX-CRAPL TO POS-CRAPL
               END-IF
           END-PERFORM.

       GRAVA-CREDITO-APLICADO.
           MOVE DATA-VENC-FAT TO CICLO-CA.
           MOVE NUM-SOCIOM    TO SOCIO-CA.
           MOVE CREDITO-APLIC TO VALOR-CA.
           WRITE REG-CRAPL.

       GRAVA-MOVTO-CREDITO.
           MOVE NUM-SOCIOM    TO NUM-SOCIO-MV.
           MOVE DATA-EXEC     TO DATA-MOV.
           MOVE "K"           TO TIPO-MOV.
           MOVE CREDITO-APLIC TO VALOR-MOV.
           MOVE SALDO-SOCM    TO SALDO-APOS-MV.
           MOVE SPACES TO OPERADOR-MV APROVADOR-MV.
           WRITE REG-MOVTO.

       GRAVA-LANCTO-CREDITO.
           MOVE DATA-EXEC     TO DATA-LP.
           MOVE "CREDAPLI"    TO EVENTO-LP.
           MOVE CREDITO-APLIC TO VALOR-LP.
           MOVE SPACES        TO HISTORICO-LP.
           STRING "CRED.APLIC. " NUM-SOCIOM
               DELIMITED BY SIZE INTO HISTORICO-LP
           END-STRING.
           WRITE REG-LANCP.

       ACUMULA-PLANO.
           ADD 1             TO QTD-SOC-TAB(POS-PLANO).
           ADD QTD-DEPEND    TO QTD-DEP-TAB(POS-PLANO).
           ADD VALOR-BRUTO   TO BRUTO-TAB(POS-PLANO).
           ADD VALOR-COBRADO TO COBRADO-TAB(POS-PLANO).

       GRAVA-COBRANCA-CICLO.
           MOVE 2             TO COD-PAG1.
           MOVE NUM-SOCIOM    TO NUM-SOCIO1.
           MOVE NUM-SOCIOM    TO NUM-SOCIO-REL.
           MOVE NOME-SOCIOM   TO NOME-REL.
           MOVE VALOR-COBRADO TO VALOR-REL.
           MOVE COD-TAB(POS-PLANO) TO PLANO-REL.
           EVALUATE TRUE
               WHEN CREDITO-APLIC > 0 AND VALOR-COBRADO = 0
                   MOVE "QUITADO CR" TO TIPO-COB-REL
               WHEN CREDITO-APLIC > 0
                   MOVE "CRED.PARC." TO TIPO-COB-REL
               WHEN ACHOU-ADMIT = "SIM"
                   MOVE "PRO-RATA" TO TIPO-COB-REL
               WHEN OTHER
                   MOVE "INTEGRAL" TO TIPO-COB-REL
           END-EVALUATE.
           WRITE REG-REL FROM DETALHE-FAT AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

           MOVE ZEROES TO CT-LIN.

       RODAPE.
           PERFORM RESUMO-PLANOS.
           MOVE CT-GERADOS  TO QTD-ROD.
           MOVE CT-PRO-RATA TO PRO-ROD.
           MOVE TOTAL-CICLO TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-03 AFTER ADVANCING 1 LINE.
           MOVE CT-CREDITO    TO CRED-ROD.
           MOVE CT-QUITADOS   TO QUIT-ROD.
           MOVE TOTAL-CREDITO TO CREDV-ROD.
           WRITE REG-REL FROM RODAPE-05 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM RODAPE-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-07 AFTER ADVANCING 1 LINE.
           IF CT-SEM-VALOR > 0
               MOVE CT-SEM-VALOR TO SEMV-ROD
               WRITE REG-REL FROM RODAPE-08 AFTER ADVANCING 1 LINE
           END-IF.

      *QUANTIDADE E VALOR POR PLANO; PLANO SEM SOCIO NO CICLO NAO
      *SAI NO RESUMO
       RESUMO-PLANOS.
           IF CT-LIN GREATER THAN 20
               PERFORM CABECALHO
           END-IF.
           WRITE REG-REL FROM CAB-PLANO-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-PLANO-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-PLANO
               VARYING IDX-PLANO FROM 1 BY 1
               UNTIL IDX-PLANO > QTD-PLANOS.

       IMPRIME-PLANO.
           IF QTD-SOC-TAB(IDX-PLANO) > 0
               MOVE COD-TAB(IDX-PLANO)     TO COD-PL-REL
               MOVE DESC-TAB(IDX-PLANO)    TO DESC-PL-REL
               MOVE QTD-SOC-TAB(IDX-PLANO) TO QTD-PL-REL
               MOVE QTD-DEP-TAB(IDX-PLANO) TO DEP-PL-REL
               MOVE BRUTO-TAB(IDX-PLANO)   TO BRUTO-PL-REL
               MOVE COBRADO-TAB(IDX-PLANO) TO COBRADO-PL-REL
               WRITE REG-REL FROM DETALHE-PLANO AFTER ADVANCING 1 LINE
           END-IF.

       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM CADPLSOC ARQMOVTO ARQLANCP ARQCRAPL
               CADSOC1 RELFATUR.
           IF CT-JA-APLIC > 0
               DISPLAY "GERASOC1: " CT-JA-APLIC " CREDITO(S) JA "
                   "APLICADO(S) NESTE VENCIMENTO - SO ABATIDO(S) DA "
                   "MENSALIDADE"
           END-IF.
           IF CT-GERADOS = 0 AND CT-QUITADOS = 0
               DISPLAY "GERASOC1: CADSOCM.DAT AUSENTE OU VAZIO "
                   "(STATUS " FS-CADSOCM ") - NENHUMA COBRANCA "
                   "GERADA"
