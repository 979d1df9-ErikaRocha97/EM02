      *REMARKS.      ACRESCIMO MENSAL DE JUROS SOBRE O SALDO DEVEDOR
      *              DO CADASTRO MESTRE: PARA CADA SOCIO COM SALDO
      *              DEVEDOR EM CADSOCM, CALCULA OS JUROS DO MES COM
      *              AS TAXAS DIARIAS DO HISTORICO PARAMTAX.DAT (CADA
      *              TAXA SO NOS DIAS DO MES EM QUE ESTEVE VIGENTE;
      *              SEM HISTORICO, A TAXA DE PARAMSOC), SOMA AO SALDO,
      *              GRAVA O MOVIMENTO DATADO TIPO "J" NO DIARIO
      *              ARQMOVTO.DAT E IMPRIME EM RELACRU O REGISTRO DO
      *              ACRESCIMO (SOCIO, BASE, TAXA, VALOR, SALDO NOVO)
      *              PARA A TESOURARIA CONCILIAR O PERIODO. O
      *              CONTROLE ARQACRCT.DAT IMPEDE UMA SEGUNDA
      *              EXECUCAO NO MESMO MES, QUE DOBRARIA OS JUROS.
      *              PELO LOTE NOTURNO, O PEDIDO MENSLOTE.DAT PODE
      *              TRAZER UMA COMPETENCIA ANTERIOR (ACRESCIMO QUE
      *              FICOU PARA TRAS NA VIRADA DO MES). NESSE CASO A
      *              BASE DOS JUROS E O SALDO DO SOCIO NO ULTIMO DIA
      *              DA COMPETENCIA (ULTIMO MOVIMENTO DO DIARIO ATE
      *              ESSA DATA), O "J" E DATADO NESSE DIA COM O SALDO
      *              DE FECHAMENTO DA COMPETENCIA, E OS MOVIMENTOS
      *              POSTERIORES DO SOCIO JA NO DIARIO TEM O SALDO
      *              APOS ACRESCIDO DOS JUROS, PARA A CADEIA DE SALDOS
      *              CONTINUAR FECHANDO COM O CADSOCM. COMPETENCIA JA
      *              FECHADA NO FECHCTL E RECUSADA.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMTAX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQACRCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MENSLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FECHCTL  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVNOVO  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELACRU  ASSIGN TO DISK.

       DATA DIVISION.
           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

      *Mesmos parametros de taxas da cobranca do EX01
       FD PARAMSOC
           02 PARM-TAXA-JUROS PIC 9(02)V9(04).
           02 PARM-SIMULACAO  PIC X(01).

      *Historico das taxas com data de vigencia (mesmo do EX01)
       FD PARAMTAX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMTAX.DAT".

       01 REG-PARAM-TAX.
           02 VIGENCIA-TX   PIC 9(08).
           02 TAXA-MULTA-TX PIC 9(02)V9(02).
           02 TAXA-JUROS-TX PIC 9(02)V9(04).
           02 DATA-INC-TX   PIC 9(08).
           02 OPERADOR-TX   PIC X(08).

      *Controle do ultimo mes ja acrescido (AAAAMM)
       FD ARQACRCT
           LABEL RECORD ARE STANDARD
       01 REG-ACRCT.
           02 ULT-MES-ACR PIC 9(06).

      *Competencia pedida pelo fluxo mensal do lote noturno
       FD MENSLOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "MENSLOTE.DAT".

       01 REG-MENSLOTE.
           02 MES-LOTE      PIC 9(06).

      *Ultimo periodo fechado pelo FECHAMES
       FD FECHCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "FECHCTL.DAT".

       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Copia de trabalho do diario na competencia atrasada
       FD MOVNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "MOVNOVO.TMP".

       01 REG-MOVNOVO PIC X(54).

       FD RELACRU
           LABEL RECORD IS OMITTED.


       77 TAXA-JUROS-DIA PIC 9(02)V9(04) VALUE 0,0333.
       77 JUROS-MES      PIC 9(09)V9(02) VALUE 0.
       77 SALDO-BASE     PIC S9(09)V9(02) VALUE 0.
       77 SALDO-NOVO     PIC S9(09)V9(02) VALUE 0.
       77 CT-ACRESCIDOS  PIC 9(06)       VALUE 0.
       77 TOTAL-JUROS    PIC 9(11)V9(02) VALUE 0.

       77 MES-PROX       PIC 9(02) VALUE 0.
       77 INT-INI-MES    PIC 9(07) VALUE 0.
       77 INT-INI-PROX   PIC 9(07) VALUE 0.
      *Data do movimento de juros: a do relogio, ou o ultimo dia da
      *competencia atrasada pedida pelo lote
       77 DATA-MOV-JUR   PIC 9(08) VALUE 0.
       77 MES-ATRASADO   PIC X(03) VALUE "NAO".

      *Competencia atrasada: saldo de cada socio no ultimo dia da
      *competencia (ultimo movimento do diario ate essa data) e os
      *juros acrescidos, somados depois ao saldo apos dos movimentos
      *posteriores do socio
       77 FIM-MOV        PIC X(03) VALUE "NAO".
       77 QTD-SOCIOS-SC  PIC 9(04) VALUE 0.
       77 SOCIOS-MAX     PIC 9(04) VALUE 9999.
       77 IDX-SOC        PIC 9(04).
       77 POS-SOC        PIC 9(04) VALUE 0.
       77 SOCIO-PROC     PIC 9(06) VALUE 0.
       77 CT-AJUSTADOS   PIC 9(07) VALUE 0.
       01 TAB-SALDOS-COMP.
           02 SALDOS-COMP OCCURS 9999 TIMES.
               03 SOCIO-SC     PIC 9(06).
               03 SALDO-SC     PIC S9(09)V9(02).
               03 TEM-SALDO-SC PIC X(03).
               03 JUROS-SC     PIC 9(09)V9(02).

      *Vigencias do PARAMTAX e trechos do mes com a mesma taxa; o
      *fator do mes e a soma de taxa x dias de cada trecho
       77 FIM-TAXA       PIC X(03) VALUE "NAO".
       77 QTD-TAXAS      PIC 9(03) VALUE 0.
       77 TAXAS-MAX      PIC 9(03) VALUE 120.
       77 IDX-TAXA       PIC 9(03).
       77 INT-DIA-DE     PIC 9(07).
       77 INT-DIA-ATE    PIC 9(07).
       77 QTD-TRECHOS    PIC 9(02) VALUE 0.
       77 IDX-TRECHO     PIC 9(02).
       77 FATOR-MES      PIC 9(05)V9(04) VALUE 0.
       01 TAB-TAXAS.
           02 FAIXA-TAXA OCCURS 120 TIMES.
               03 INT-INI-TAB   PIC 9(07).
               03 TX-JUROS-TAB  PIC 9(02)V9(04).
       01 TAB-TRECHOS.
           02 TRECHO-MES OCCURS 31 TIMES.
               03 TAXA-TRC      PIC 9(02)V9(04).
               03 DATA-DE-TRC   PIC 9(08).
               03 DATA-ATE-TRC  PIC 9(08).
               03 DIAS-TRC      PIC 9(02).

      *Cabecalhos do registro de acrescimo
       01 CAB-01.
                      VALUE "ACRESCIMO MENSAL DE JUROS (CADSOCM)".
           02 FILLER  PIC X(24) VALUE SPACES.

      *Uma linha por trecho do mes com a mesma taxa vigente
       01 CAB-03.
           02 FILLER      PIC X(17) VALUE "TAXA DIARIA (%): ".
           02 TAXA-CAB    PIC Z9,9999.
           02 FILLER      PIC X(06) VALUE "   DE ".
           02 DE-CAB.
               03 DIA-DE-CAB PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 MES-DE-CAB PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 ANO-DE-CAB PIC 9(04).
           02 FILLER      PIC X(03) VALUE " A ".
           02 ATE-CAB.
               03 DIA-ATE-CAB PIC 9(02).
               03 FILLER      PIC X(01) VALUE "/".
               03 MES-ATE-CAB PIC 9(02).
               03 FILLER      PIC X(01) VALUE "/".
               03 ANO-ATE-CAB PIC 9(04).
           02 FILLER      PIC X(09) VALUE "   DIAS: ".
           02 DIAS-CAB    PIC Z9.
           02 FILLER      PIC X(16) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(05) VALUE "SOCIO".
       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           PERFORM LE-PEDIDO-LOTE.
           PERFORM VERIFICA-CONTROLE.
           PERFORM LE-PARAMETROS-SOC.
           PERFORM CALCULA-DIAS-MES.
           IF MES-ATRASADO = "SIM"
               PERFORM VERIFICA-FECHAMENTO
               PERFORM CARREGA-SALDOS-COMPETENCIA
           END-IF.
           PERFORM CARREGA-TAXAS.
           PERFORM MONTA-TRECHOS-MES.
           OPEN I-O CADSOCM
           OPEN EXTEND ARQMOVTO
           OPEN OUTPUT RELACRU.
           PERFORM LEITURA.

      *PEDIDO DO FLUXO MENSAL: SO EXISTE ENQUANTO O DRIVER RODA A
      *ETAPA; UMA COMPETENCIA ANTERIOR A DO RELOGIO E A DO MES QUE
      *FICOU PARA TRAS (ETAPA PERDIDA NO ULTIMO DIA UTIL)
       LE-PEDIDO-LOTE.
           OPEN INPUT MENSLOTE.
           READ MENSLOTE
               AT END CONTINUE
               NOT AT END
                   IF MES-LOTE IS NUMERIC AND MES-LOTE > 0 AND
                      MES-LOTE < MES-EXEC
                       MOVE MES-LOTE TO MES-EXEC
                       MOVE "SIM" TO MES-ATRASADO
                       DISPLAY "ACRUJUR: COMPETENCIA ATRASADA "
                           MES-EXEC
                   END-IF
           END-READ.
           CLOSE MENSLOTE.

      *UMA SEGUNDA EXECUCAO NO MESMO MES DOBRARIA OS JUROS DE TODOS
      *OS DEVEDORES: O CONTROLE RECUSA E ENCERRA COM CODIGO 8
       VERIFICA-CONTROLE.
               STOP RUN
           END-IF.

      *JUROS DATADOS NUMA COMPETENCIA JA FECHADA FICARIAM FORA DO
      *ARQMOVTO.AAAAMM DELA E DO SALDO DE ABERTURA SEGUINTE
       VERIFICA-FECHAMENTO.
           OPEN INPUT FECHCTL.
           READ FECHCTL
               AT END MOVE 0 TO ULT-MES-FECHADO
           END-READ.
           CLOSE FECHCTL.
           IF ULT-MES-FECHADO >= MES-EXEC
               DISPLAY "ACRUJUR: COMPETENCIA " MES-EXEC " JA FECHADA "
                   "(ULTIMO FECHAMENTO: " ULT-MES-FECHADO ") - "
                   "EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *SALDO DE CADA SOCIO NO ULTIMO DIA DA COMPETENCIA: O DO ULTIMO
      *MOVIMENTO DO DIARIO DATADO ATE ESSE DIA (O FECHAMES MANTEM O
      *REGISTRO DE ABERTURA "O" DE CADA SOCIO NO DIARIO). SOCIO SO
      *COM MOVIMENTOS POSTERIORES NAO TINHA SALDO NA COMPETENCIA
       CARREGA-SALDOS-COMPETENCIA.
           MOVE 0 TO QTD-SOCIOS-SC.
           MOVE "NAO" TO FIM-MOV.
           OPEN INPUT ARQMOVTO.
           PERFORM LE-SALDO-COMPETENCIA UNTIL FIM-MOV = "SIM".
           CLOSE ARQMOVTO.

       LE-SALDO-COMPETENCIA.
           READ ARQMOVTO
               AT END MOVE "SIM" TO FIM-MOV
               NOT AT END
                   MOVE NUM-SOCIO-MV TO SOCIO-PROC
                   PERFORM LOCALIZA-SOCIO-SC
                   IF POS-SOC = 0
                       PERFORM INCLUI-SOCIO-SC
                   END-IF
                   IF DATA-MOV <= DATA-MOV-JUR
                       MOVE SALDO-APOS-MV TO SALDO-SC(POS-SOC)
                       MOVE "SIM" TO TEM-SALDO-SC(POS-SOC)
                   END-IF
           END-READ.

       LOCALIZA-SOCIO-SC.
           MOVE 0 TO POS-SOC.
           PERFORM VARYING IDX-SOC FROM 1 BY 1
                   UNTIL IDX-SOC > QTD-SOCIOS-SC
                      OR POS-SOC > 0
               IF SOCIO-SC(IDX-SOC) = SOCIO-PROC
                   MOVE IDX-SOC TO POS-SOC
               END-IF
           END-PERFORM.

       INCLUI-SOCIO-SC.
           IF QTD-SOCIOS-SC >= SOCIOS-MAX
               DISPLAY "ACRUJUR: TAB-SALDOS-COMP CHEIA ("
                   SOCIOS-MAX ") - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-SOCIOS-SC.
           MOVE QTD-SOCIOS-SC TO POS-SOC.
           MOVE SOCIO-PROC    TO SOCIO-SC(POS-SOC).
           MOVE 0             TO SALDO-SC(POS-SOC).
           MOVE "NAO"         TO TEM-SALDO-SC(POS-SOC).
           MOVE 0             TO JUROS-SC(POS-SOC).

       LE-PARAMETROS-SOC.
           OPEN INPUT PARAMSOC
           READ PARAMSOC INTO REG-PARAM-SOC
           COMPUTE INT-INI-PROX =
               FUNCTION INTEGER-OF-DATE(DATA-INI-PROX).
           COMPUTE DIAS-MES = INT-INI-PROX - INT-INI-MES.
           IF MES-ATRASADO = "SIM"
               COMPUTE DATA-MOV-JUR =
                   FUNCTION DATE-OF-INTEGER(INT-INI-PROX - 1)
           ELSE
               MOVE DATA-EXEC TO DATA-MOV-JUR
           END-IF.

      *VIGENCIAS DO PARAMTAX EM ORDEM CRESCENTE; A PRIMEIRA VALE
      *DESDE SEMPRE. SEM HISTORICO GRAVADO FICA A TAXA DO PARAMSOC
       CARREGA-TAXAS.
           MOVE 0 TO QTD-TAXAS.
           OPEN INPUT PARAMTAX.
           PERFORM LE-FAIXA-TAXA UNTIL FIM-TAXA = "SIM".
           CLOSE PARAMTAX.
           IF QTD-TAXAS = 0
               MOVE 1              TO QTD-TAXAS
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
                       MOVE TAXA-JUROS-TX
                         TO TX-JUROS-TAB(QTD-TAXAS)
                   ELSE
                       DISPLAY "TAB-TAXAS CHEIA (" TAXAS-MAX
                           ") - VIGENCIA " VIGENCIA-TX " IGNORADA"
                   END-IF
           END-READ.

      *CORTA O MES NOS TRECHOS DE CADA VIGENCIA: A TAXA SO RENDE
      *JUROS NOS DIAS EM QUE ESTEVE EM VIGOR. O FATOR DO MES (SOMA
      *DE TAXA X DIAS) SUBSTITUI A TAXA DIARIA X DIAS DO MES
       MONTA-TRECHOS-MES.
           MOVE 0 TO QTD-TRECHOS FATOR-MES.
           PERFORM CORTA-TRECHO-MES
               VARYING IDX-TAXA FROM 1 BY 1
               UNTIL IDX-TAXA > QTD-TAXAS.

       CORTA-TRECHO-MES.
           MOVE INT-INI-MES TO INT-DIA-DE.
           IF INT-INI-TAB(IDX-TAXA) > INT-DIA-DE
               MOVE INT-INI-TAB(IDX-TAXA) TO INT-DIA-DE
           END-IF.
           COMPUTE INT-DIA-ATE = INT-INI-PROX - 1.
           IF IDX-TAXA < QTD-TAXAS
               IF INT-INI-TAB(IDX-TAXA + 1) <= INT-DIA-ATE
                   COMPUTE INT-DIA-ATE =
                       INT-INI-TAB(IDX-TAXA + 1) - 1
               END-IF
           END-IF.
           IF INT-DIA-ATE >= INT-DIA-DE
               ADD 1 TO QTD-TRECHOS
               MOVE TX-JUROS-TAB(IDX-TAXA) TO TAXA-TRC(QTD-TRECHOS)
               COMPUTE DATA-DE-TRC(QTD-TRECHOS) =
                   FUNCTION DATE-OF-INTEGER(INT-DIA-DE)
               COMPUTE DATA-ATE-TRC(QTD-TRECHOS) =
                   FUNCTION DATE-OF-INTEGER(INT-DIA-ATE)
               COMPUTE DIAS-TRC(QTD-TRECHOS) =
                   INT-DIA-ATE - INT-DIA-DE + 1
               COMPUTE FATOR-MES = FATOR-MES +
                   TX-JUROS-TAB(IDX-TAXA) * DIAS-TRC(QTD-TRECHOS)
           END-IF.

       LEITURA.
           READ CADSOCM NEXT RECORD
      *JUROS; CANCELADOS SEGUEM PARA A COBRANCA JUDICIAL SEM NOVOS
      *ACRESCIMOS
       PRINCIPAL.
           PERFORM APURA-SALDO-BASE.
           IF SALDO-BASE > 0 AND STATUS-SOCM NOT = "C"
               PERFORM ACRESCE-SOCIO
           END-IF.
           PERFORM LEITURA.

      *BASE DOS JUROS: O SALDO ATUAL, OU NA COMPETENCIA ATRASADA O
      *SALDO DO SOCIO NO ULTIMO DIA DELA
       APURA-SALDO-BASE.
           MOVE SALDO-SOCM TO SALDO-BASE.
           MOVE 0 TO POS-SOC.
           IF MES-ATRASADO = "SIM"
               MOVE NUM-SOCIOM TO SOCIO-PROC
               PERFORM LOCALIZA-SOCIO-SC
               IF POS-SOC > 0
                   IF TEM-SALDO-SC(POS-SOC) = "SIM"
                       MOVE SALDO-SC(POS-SOC) TO SALDO-BASE
                   ELSE
                       MOVE 0 TO SALDO-BASE
                   END-IF
               END-IF
           END-IF.

       ACRESCE-SOCIO.
           COMPUTE JUROS-MES ROUNDED =
               SALDO-BASE * FATOR-MES / 100.
           IF JUROS-MES > 0
               ADD JUROS-MES TO SALDO-SOCM
               COMPUTE SALDO-NOVO = SALDO-BASE + JUROS-MES
               IF DATA-MOV-JUR > DATA-ULT-MOV
                   MOVE DATA-MOV-JUR TO DATA-ULT-MOV
               END-IF
               REWRITE REG-SOCM
               IF POS-SOC > 0
                   MOVE JUROS-MES TO JUROS-SC(POS-SOC)
               END-IF
               PERFORM GRAVA-MOVTO-JUROS
               PERFORM IMPRIME-ACRESCIMO
               ADD 1 TO CT-ACRESCIDOS

       GRAVA-MOVTO-JUROS.
           MOVE NUM-SOCIOM TO NUM-SOCIO-MV.
           MOVE DATA-MOV-JUR TO DATA-MOV.
           MOVE "J"        TO TIPO-MOV.
           MOVE JUROS-MES  TO VALOR-MOV.
           MOVE SALDO-NOVO TO SALDO-APOS-MV.
           MOVE SPACES     TO OPERADOR-MV APROVADOR-MV.
           WRITE REG-MOVTO.

       IMPRIME-ACRESCIMO.
           MOVE NUM-SOCIOM TO NUM-SOCIO-REL.
           MOVE SALDO-BASE TO BASE-REL.
           MOVE JUROS-MES  TO JUROS-REL.
           MOVE SALDO-NOVO TO SALDO-REL.
           WRITE REG-REL FROM DETALHE-ACR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-TRECHO
               VARYING IDX-TRECHO FROM 1 BY 1
               UNTIL IDX-TRECHO > QTD-TRECHOS.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMPRIME-TRECHO.
           MOVE TAXA-TRC(IDX-TRECHO)           TO TAXA-CAB.
           MOVE DATA-DE-TRC(IDX-TRECHO)(7:2)  TO DIA-DE-CAB.
           MOVE DATA-DE-TRC(IDX-TRECHO)(5:2)  TO MES-DE-CAB.
           MOVE DATA-DE-TRC(IDX-TRECHO)(1:4)  TO ANO-DE-CAB.
           MOVE DATA-ATE-TRC(IDX-TRECHO)(7:2) TO DIA-ATE-CAB.
           MOVE DATA-ATE-TRC(IDX-TRECHO)(5:2) TO MES-ATE-CAB.
           MOVE DATA-ATE-TRC(IDX-TRECHO)(1:4) TO ANO-ATE-CAB.
           MOVE DIAS-TRC(IDX-TRECHO)           TO DIAS-CAB.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.

       RODAPE.
           MOVE CT-ACRESCIDOS TO QTD-ROD.
           MOVE TOTAL-JUROS   TO VALOR-ROD.
       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM ARQMOVTO RELACRU.
           IF MES-ATRASADO = "SIM" AND TOTAL-JUROS > 0
               PERFORM AJUSTA-POSTERIORES
           END-IF.
           MOVE MES-EXEC TO ULT-MES-ACR.
           OPEN OUTPUT ARQACRCT.
           WRITE REG-ACRCT.
           CLOSE ARQACRCT.
           DISPLAY "ACRUJUR: JUROS ACRESCIDOS PARA " CT-ACRESCIDOS
               " SOCIO(S) NO MES " MES-EXEC.
           IF CT-AJUSTADOS > 0
               DISPLAY "ACRUJUR: " CT-AJUSTADOS " MOVIMENTO(S) "
                   "POSTERIOR(ES) COM O SALDO APOS ACRESCIDO DOS JUROS"
           END-IF.

      *COMPETENCIA ATRASADA: OS MOVIMENTOS DATADOS DEPOIS DELA JA
      *ESTAVAM NO DIARIO SEM OS JUROS NO SALDO APOS; O DIARIO E
      *REGRAVADO (COMO NO FECHAMES) COM OS JUROS DE CADA SOCIO
      *SOMADOS AO SALDO APOS DOS SEUS MOVIMENTOS POSTERIORES
       AJUSTA-POSTERIORES.
           MOVE "NAO" TO FIM-MOV.
           OPEN INPUT ARQMOVTO.
           OPEN OUTPUT MOVNOVO.
           PERFORM COPIA-AJUSTANDO UNTIL FIM-MOV = "SIM".
           CLOSE ARQMOVTO MOVNOVO.
           MOVE "NAO" TO FIM-MOV.
           OPEN INPUT MOVNOVO.
           OPEN OUTPUT ARQMOVTO.
           PERFORM DEVOLVE-DIARIO UNTIL FIM-MOV = "SIM".
           CLOSE MOVNOVO ARQMOVTO.

       COPIA-AJUSTANDO.
           READ ARQMOVTO
               AT END MOVE "SIM" TO FIM-MOV
               NOT AT END
                   IF DATA-MOV > DATA-MOV-JUR
                       MOVE NUM-SOCIO-MV TO SOCIO-PROC
                       PERFORM LOCALIZA-SOCIO-SC
                       IF POS-SOC > 0
                           IF JUROS-SC(POS-SOC) > 0
                               ADD JUROS-SC(POS-SOC) TO SALDO-APOS-MV
                               ADD 1 TO CT-AJUSTADOS
                           END-IF
                       END-IF
                   END-IF
                   WRITE REG-MOVNOVO FROM REG-MOVTO
           END-READ.

       DEVOLVE-DIARIO.
           READ MOVNOVO
               AT END MOVE "SIM" TO FIM-MOV
               NOT AT END
                   WRITE REG-MOVTO FROM REG-MOVNOVO
           END-READ.
