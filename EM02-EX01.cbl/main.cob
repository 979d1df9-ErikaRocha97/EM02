           SELECT RELAVISO  ASSIGN TO DISK.
           SELECT OPTIONAL PARAMSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMTAX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQATRA   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQMAUTO  ASSIGN TO DISK
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-CT
           FILE STATUS IS FS-CADCONT.
           SELECT OPTIONAL ARQAGENC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AG
           FILE STATUS IS FS-ARQAGENC.
           SELECT ARQAVENT  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQKPI ASSIGN TO DISK
           02 PARM-TAXA-JUROS PIC 9(02)V9(04).
           02 PARM-SIMULACAO  PIC X(01).

      *Historico das taxas de multa e juros com data de vigencia,
      *mantido pelo MANUPARM em ordem crescente de vigencia: cada
      *linha vale do seu dia ate a vespera da seguinte. A cobranca
      *real usa este historico; PARAMSOC so vale sem historico
      *gravado ou no modo de simulacao (taxas de ensaio)
       FD PARAMTAX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMTAX.DAT".

       01 REG-PARAM-TAX.
           02 VIGENCIA-TX   PIC 9(08).
           02 TAXA-MULTA-TX PIC 9(02)V9(02).
           02 TAXA-JUROS-TX PIC 9(02)V9(04).
           02 DATA-INC-TX   PIC 9(08).
           02 OPERADOR-TX   PIC X(08).

      *Arquivo intermediario com os socios em atraso desta execucao,
      *gravado durante a impressao do RELSOCIO e ordenado ao final
      *para gerar a lista de trabalho de cobranca (RELPRIOR)
           02 FONE-CT      PIC 9(10).
           02 CANAL-CT     PIC X(01).

      *Socios enviados a agencia de cobranca terceirizada (ENVAGENC,
      *RETAGENC e MANUAGEN): com SITUACAO-AG "E" o socio esta com a
      *agencia e sai da cobranca propria - sem aviso, sem entrega
      *eletronica e fora da lista de trabalho do RELPRIOR
       FD ARQAGENC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQAGENC.DAT".

       01 REG-AGENC.
           02 NUM-SOCIO-AG   PIC 9(06).
           02 SITUACAO-AG    PIC X(01).
           02 ORIGEM-AG      PIC X(01).
           02 DATA-ENVIO-AG  PIC 9(08).
           02 SALDO-ENVIO-AG PIC 9(09)V9(02).
           02 DIAS-ENVIO-AG  PIC 9(05).
           02 VALOR-RECUP-AG PIC 9(09)V9(02).
           02 COMISSAO-AG    PIC 9(09)V9(02).
           02 DATA-SIT-AG    PIC 9(08).
           02 RECOLHE-AG     PIC X(01).
           02 MOTIVO-AG      PIC X(20).

      *Arquivo de entrega eletronica dos avisos de cobranca: um
      *registro por aviso com canal E/S e o endereco (email ou
      *telefone), consumido pelo gateway de email/sms; avisos de
           02 CKPT-VALOR-AVENCER  PIC 9(11)V9(02).
           02 CKPT-TOT-MULTA      PIC 9(11)V9(02).
           02 CKPT-TOT-JUROS      PIC 9(11)V9(02).
           02 CKPT-QTD-AGENCIA    PIC 9(06).

      *Log de auditoria compartilhado entre os programas do sistema
       FD LOGEXEC
       77 FS-CADSOC2  PIC X(02) VALUE "00".
       77 FS-CADSOCM  PIC X(02) VALUE "00".
       77 FS-CADCONT  PIC X(02) VALUE "00".
       77 FS-ARQAGENC PIC X(02) VALUE "00".
       77 HORA-EXEC   PIC 9(06).

      *Campos para o calculo dos dias de atraso
       77 JUROS-CALC     PIC 9(07)V9(02)  VALUE 0.
       77 TOTAL-DEVIDO   PIC 9(09)V9(02)  VALUE 0.

      *Tabela de vigencias das taxas (PARAMTAX) e apoio do calculo
      *dos juros dia a dia por faixa de vigencia
       77 FIM-TAXA       PIC X(03) VALUE "NAO".
       77 QTD-TAXAS      PIC 9(03) VALUE 0.
       77 TAXAS-MAX      PIC 9(03) VALUE 120.
       77 IDX-TAXA       PIC 9(03).
       77 INT-DIA-DE     PIC 9(07).
       77 INT-DIA-ATE    PIC 9(07).
       77 DIAS-FAIXA     PIC 9(05).
       77 JUROS-ACUM     PIC 9(09)V9(08) VALUE 0.
       01 TAB-TAXAS.
           02 FAIXA-TAXA OCCURS 120 TIMES.
               03 INT-INI-TAB   PIC 9(07).
               03 TX-MULTA-TAB  PIC 9(02)V9(02).
               03 TX-JUROS-TAB  PIC 9(02)V9(04).

      *Modo de simulacao (ensaio de taxas): "S" produz somente os
      *relatorios e as totalizacoes projetadas
       77 MODO-SIMULACAO PIC X(01)        VALUE "N".
       77 QTD-AVISO-3      PIC 9(06)        VALUE 0.
       77 QTD-AVISO-4      PIC 9(06)        VALUE 0.
       77 QTD-SEM-CONTATO  PIC 9(06)        VALUE 0.
      *Avisos retidos porque o socio esta com a agencia de cobranca
       77 COM-AGENCIA      PIC X(03)        VALUE "NAO".
       77 QTD-AGENCIA      PIC 9(06)        VALUE 0.

      *Linhas do aviso de cobranca (uma notificacao por pagina)
       01 AVISO-SEP.
           02 QTD-SEM-CT-AV PIC ZZZ.ZZ9.
           02 FILLER        PIC X(42) VALUE SPACES.

       01 RESUMO-AGENCIA.
           02 FILLER        PIC X(30)
              VALUE "AVISOS RETIDOS (NA AGENCIA):  ".
           02 FILLER        PIC X(01) VALUE SPACES.
           02 QTD-AGE-AV    PIC ZZZ.ZZ9.
           02 FILLER        PIC X(42) VALUE SPACES.

      *Controle da lista de prioridades de cobranca (RELPRIOR)
       77 FIM-SORT-ATR     PIC X(03)        VALUE "NAO".
       77 FIM-ATRA-LIB     PIC X(03)        VALUE "NAO".
           PERFORM CARREGA-FERIADOS.
           OPEN INPUT CADSOC1.
           OPEN INPUT CADCONT.
           OPEN INPUT ARQAGENC.
           EVALUATE TRUE
               WHEN MODO-SIMULACAO = "S"
                   OPEN OUTPUT RELSOCIO
                   END-IF
           END-READ.
           CLOSE PARAMSOC.
           PERFORM CARREGA-TAXAS.

      *CARREGA AS VIGENCIAS DO PARAMTAX. A PRIMEIRA FAIXA VALE
      *DESDE SEMPRE (DIA 1 DO CALENDARIO INTERNO). SEM HISTORICO
      *GRAVADO, OU NA SIMULACAO, FICA UMA FAIXA UNICA COM AS TAXAS
      *DO PARAMSOC, COMO ANTES DO HISTORICO
       CARREGA-TAXAS.
           MOVE 0 TO QTD-TAXAS.
           IF MODO-SIMULACAO NOT = "S"
               OPEN INPUT PARAMTAX
               PERFORM LE-FAIXA-TAXA UNTIL FIM-TAXA = "SIM"
               CLOSE PARAMTAX
           END-IF.
           IF QTD-TAXAS = 0
               MOVE 1              TO QTD-TAXAS
               MOVE TAXA-MULTA     TO TX-MULTA-TAB(1)
               MOVE TAXA-JUROS-DIA TO TX-JUROS-TAB(1)
           END-IF.
           MOVE 1 TO INT-INI-TAB(1).

       LE-FAIXA-TAXA.
           READ PARAMTAX
               AT END MOVE "SIM" TO FIM-TAXA
               NOT AT END
                   IF QTD-TAXAS < TAXAS-MAX
                       ADD 1 TO QTD-TAXAS
                       IF VIGENCIA-TX > 0
                           COMPUTE INT-INI-TAB(QTD-TAXAS) =
                               FUNCTION INTEGER-OF-DATE(VIGENCIA-TX)
                       ELSE
                           MOVE 1 TO INT-INI-TAB(QTD-TAXAS)
                       END-IF
                       MOVE TAXA-MULTA-TX
                         TO TX-MULTA-TAB(QTD-TAXAS)
                       MOVE TAXA-JUROS-TX
                         TO TX-JUROS-TAB(QTD-TAXAS)
                   ELSE
                       DISPLAY "TAB-TAXAS CHEIA (" TAXAS-MAX
                           ") - VIGENCIA " VIGENCIA-TX " IGNORADA"
                   END-IF
           END-READ.

      *CARREGA A REFERENCIA DE FERIADOS DO MANUFER; EXCEDENTES ALEM
      *DA TABELA FICAM FORA DA ROLAGEM EM VEZ DE ESTOURAR O
               MOVE CKPT-VALOR-AVENCER  TO VALOR-AVENCER
               MOVE CKPT-TOT-MULTA      TO TOTAL-MULTA-GER
               MOVE CKPT-TOT-JUROS      TO TOTAL-JUROS-GER
               MOVE CKPT-QTD-AGENCIA    TO QTD-AGENCIA
           END-IF.

      *UM RESTART REPROCESSA OS REGISTROS POSTERIORES AO ULTIMO
               MOVE VALOR-AVENCER   TO CKPT-VALOR-AVENCER
               MOVE TOTAL-MULTA-GER TO CKPT-TOT-MULTA
               MOVE TOTAL-JUROS-GER TO CKPT-TOT-JUROS
               MOVE QTD-AGENCIA     TO CKPT-QTD-AGENCIA
               OPEN OUTPUT ARQCKPT
               WRITE REG-CKPT
               CLOSE ARQCKPT
                   MOVE JUROS-CALC TO JUROS-REL
                   ADD MULTA-CALC TO TOTAL-MULTA-GER
                   ADD JUROS-CALC TO TOTAL-JUROS-GER
      *SOCIO COM A AGENCIA DE COBRANCA: O DEBITO E O BOLETO SEGUEM,
      *MAS SEM AVISO E FORA DA LISTA DE TRABALHO (ARQATRA)
                   PERFORM VERIFICA-AGENCIA
                   IF COM-AGENCIA = "SIM"
                       ADD 1 TO QTD-AGENCIA
                   ELSE
                       PERFORM GRAVA-AVISO
                   END-IF
      *NA SIMULACAO OS ARQUIVOS DE DADOS DA COBRANCA NAO SAO
      *GRAVADOS; SO OS RELATORIOS E OS TOTAIS PROJETADOS
                   IF MODO-SIMULACAO NOT = "S"
                       PERFORM GRAVA-COBRANCA
                       IF COM-AGENCIA = "NAO"
                           PERFORM GRAVA-ATRASO
                       END-IF
                       PERFORM GRAVA-TRANS-ATRASO
                   END-IF
                   ADD 1 TO TOTAL-ATRASO
           ADD VALOR-COBRAVEL TO VALOR-AVENCER.

      *MULTA FIXA SOBRE O VALOR EM ATRASO E JUROS SIMPLES POR DIA DE
      *ATRASO, COM AS TAXAS PERCENTUAIS DO HISTORICO PARAMTAX; COM O
      *VENCIMENTO ROLADO PARA O DIA UTIL, ZERO DIAS DE ATRASO NAO
      *GERA MULTA NEM JUROS. A MULTA USA A TAXA VIGENTE NO PRIMEIRO
      *DIA DE ATRASO; OS JUROS SOMAM CADA FAIXA DE VIGENCIA PELOS
      *DIAS DE ATRASO CORRIDOS DENTRO DELA
       CALCULA-COBRANCA.
           IF DIAS-ATRASO = 0
               MOVE 0 TO MULTA-CALC
               MOVE 0 TO JUROS-CALC
           ELSE
               MOVE 0 TO JUROS-ACUM
               PERFORM SOMA-FAIXA-TAXA
                   VARYING IDX-TAXA FROM 1 BY 1
                   UNTIL IDX-TAXA > QTD-TAXAS
               COMPUTE JUROS-CALC ROUNDED = JUROS-ACUM
           END-IF.
           COMPUTE TOTAL-DEVIDO =
               VALOR-COBRAVEL + MULTA-CALC + JUROS-CALC.

      *DIAS DE ATRASO VAO DE INT-VENC + 1 ATE INT-ATUAL; A FAIXA
      *VALE DO SEU INICIO ATE A VESPERA DA FAIXA SEGUINTE
       SOMA-FAIXA-TAXA.
           COMPUTE INT-DIA-DE = INT-VENC + 1.
           IF INT-DIA-DE >= INT-INI-TAB(IDX-TAXA)
               COMPUTE MULTA-CALC ROUNDED =
                   VALOR-COBRAVEL * TX-MULTA-TAB(IDX-TAXA) / 100
           ELSE
               MOVE INT-INI-TAB(IDX-TAXA) TO INT-DIA-DE
           END-IF.
           MOVE INT-ATUAL TO INT-DIA-ATE.
           IF IDX-TAXA < QTD-TAXAS
               IF INT-INI-TAB(IDX-TAXA + 1) <= INT-DIA-ATE
                   COMPUTE INT-DIA-ATE =
                       INT-INI-TAB(IDX-TAXA + 1) - 1
               END-IF
           END-IF.
           IF INT-DIA-ATE >= INT-DIA-DE
               COMPUTE DIAS-FAIXA = INT-DIA-ATE - INT-DIA-DE + 1
               COMPUTE JUROS-ACUM = JUROS-ACUM +
                   VALOR-COBRAVEL * TX-JUROS-TAB(IDX-TAXA)
                   * DIAS-FAIXA / 100
           END-IF.

      *SITUACAO "E" NO ARQAGENC: SOCIO ENTREGUE A AGENCIA DE
      *COBRANCA E AINDA NAO DEVOLVIDO NEM RECOLHIDO
       VERIFICA-AGENCIA.
           MOVE "NAO" TO COM-AGENCIA.
           MOVE NUM-SOCIO1 TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SITUACAO-AG = "E"
                       MOVE "SIM" TO COM-AGENCIA
                   END-IF
           END-READ.

      *GRAVA O ATRASADO NO ARQUIVO INTERMEDIARIO QUE ALIMENTA A
      *ORDENACAO DA LISTA DE PRIORIDADES DE COBRANCA
       GRAVA-ATRASO.
           MOVE QTD-SEM-CONTATO TO QTD-SEM-CT-AV.
           WRITE REG-AVISO FROM RESUMO-SEM-CONTATO
               AFTER ADVANCING 2 LINES.
           MOVE QTD-AGENCIA TO QTD-AGE-AV.
           WRITE REG-AVISO FROM RESUMO-AGENCIA
               AFTER ADVANCING 1 LINE.

       CABECALHO.
           ADD 1       TO CT-PAG.
               PERFORM RODAPE-RECEB
               PERFORM RESUMO-AVISOS
               CLOSE CADSOC1 CADCONT RELSOCIO RELRECEB RELAVISO
                     ARQAGENC
      *CODIGO 4 AVISA O DRIVER DE QUE FOI UM ENSAIO: O FLUXO DE
      *SOCIOS PARA AQUI, SENAO O MANUTSOC REAPLICARIA O ARQMAUTO DA
      *NOITE ANTERIOR (DEBITO EM DOBRO) E O GERAREM/EXPCONT
           CLOSE CADSOC1 CADSOC2 CADCONT RELSOCIO RELRECEB ARQCOBR
                 RELAVISO ARQATRA ARQMAUTO ARQAVENT.
           PERFORM ORDENA-WORKLIST.
           CLOSE ARQAGENC.
           PERFORM GRAVA-KPI.
           PERFORM GRAVA-CONTROLE-CICLO.
      *EXECUCAO CONCLUIDA COM SUCESSO: ZERA O CHECKPOINT PARA QUE A
               READ ARQQUEBR
                   AT END MOVE "SIM" TO FIM-QUEBR-LIB
                   NOT AT END
                       PERFORM LIBERA-QUEBRADO
               END-READ
           END-PERFORM.
           CLOSE ARQQUEBR.

      *ACORDO QUEBRADO DE SOCIO JA ENTREGUE A AGENCIA DE COBRANCA
      *NAO VOLTA A LISTA DE TRABALHO
       LIBERA-QUEBRADO.
           MOVE "NAO" TO COM-AGENCIA.
           MOVE NUM-SOCIO-QB TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SITUACAO-AG = "E"
                       MOVE "SIM" TO COM-AGENCIA
                   END-IF
           END-READ.
           IF COM-AGENCIA = "NAO"
               MOVE NUM-SOCIO-QB TO NUM-SOCIO-ST
               MOVE NOME-QB      TO NOME-SOCIO-ST
               MOVE VALOR-QB     TO VALOR-ST
               MOVE DIAS-QB      TO DIAS-ST
               RELEASE REG-SORT-ATR
           END-IF.

       GERA-WORKLIST.
           OPEN OUTPUT RELPRIOR.
           OPEN INPUT CADSOCM.
