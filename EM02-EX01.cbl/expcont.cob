      *              RECEITA SEPARADAS. AS CONTAS VEM DO ARQUIVO DE
      *              MAPEAMENTO PARAMCTB.DAT (EVENTO + CONTA DEBITO +
      *              CONTA CREDITO), COM PADROES HISTORICOS QUANDO
      *              AUSENTE. ENTRAM TAMBEM OS LANCAMENTOS PENDENTES
      *              DEIXADOS EM ARQLANCP.DAT PELOS PROGRAMAS FORA DO
      *              LOTE (PROVISAO PDD DO PROVPDD, BAIXA PARA PERDA
      *              DO PERDASOC, RECUPERACAO DE CREDITO BAIXADO,
      *              CREDITO DE SOCIO APLICADO NA MENSALIDADE PELO
      *              GERASOC1, REEMBOLSO DO REEMBSOC E RECUPERACAO
      *              E COMISSAO DA AGENCIA DE COBRANCA DO RETAGENC,
      *              RECEBIMENTOS DE SALDO NO BALCAO DO CAIXASOC E
      *              APROVSOC, NO BANCO DO PROCRET E NA MANUTENCAO
      *              DO MANUTSOC, E SEUS ESTORNOS),
      *              POR EVENTO E VALOR; O EVENTO SEM MAPEAMENTO FICA
      *              RETIDO NO ARQLANCP PARA A NOITE SEGUINTE E OS
      *              DEMAIS SAO CONSUMIDOS, FICANDO NO ARQLANCP COM
      *              A DATA DE CONSUMO ATE A VIRADA DO MES (A
      *              REEXECUCAO NA MESMA DATA OS GERA DE NOVO, JA
      *              QUE O ACUMULADO DO MES TROCA AS LINHAS DA
      *              DATA). O ARQUIVO FECHA DEBITOS
      *              CONTRA CREDITOS E SAI ACOMPANHADO DO REGISTRO
      *              IMPRESSO RELCONTB. COMO O ARQCONTB E RECRIADO A
      *              CADA NOITE, OS LANCAMENTOS DA NOITE SAO TAMBEM
      *              GUARDADOS NO ARQUIVO DO MES ARQCONTB.AAAAMM
      *              (SUBSTITUINDO OS DA MESMA DATA, PARA UMA
      *              REEXECUCAO NAO DUPLICAR), BASE DO TOTAL DE
      *              CONTROLE DO INFORME ANUAL DOS SOCIOS.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQCONTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCTBMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTBTMP   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONTB ASSIGN TO DISK.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           02 TOTAL-CB      PIC 9(09)V9(02).

      *Mapeamento de contas por evento contabil: RECEB (recebimentos
      *do dia), COBORIG/COBMULTA/COBJUROS (parcelas da cobranca),
      *PDDCONST/PDDREVER (constituicao e reversao da provisao),
      *PERDA (baixa contra a provisao), RECUPPDD (recuperacao),
      *CREDAPLI (credito do socio aplicado na mensalidade),
      *REEMBOLS (credito do socio devolvido em ordem de pagamento),
      *RECUPAGE (liquido repassado pela agencia de cobranca),
      *COMISAGE (comissao da agencia de cobranca), RECBALC
      *(recebimento de saldo no balcao), RECBANCO (credito de saldo
      *pelo banco), RECMANUT (pagamento lancado na manutencao) e
      *ESTORREC (estorno de recebimento)
       FD PARAMCTB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMCTB.DAT".
           02 CONTA-DEB-CTB PIC X(08).
           02 CONTA-CRD-CTB PIC X(08).

      *Lancamentos pendentes gravados fora do lote: o evento define
      *o par de contas pelo mesmo mapeamento do PARAMCTB
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).
           02 DATA-CONS-LP PIC X(08).

      *Lancamentos contabeis do ciclo: data, conta, D/C, valor e
      *historico; debitos e creditos fecham no total
       FD ARQCONTB
           02 VALOR-CTB     PIC 9(11)V9(02).
           02 HISTORICO-CTB PIC X(20).

      *Acumulado do mes (ARQCONTB.AAAAMM) com os lancamentos de
      *todas as noites do mes, no mesmo layout do ARQCONTB
       FD ARQCTBMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-CTB-NOME.

       01 REG-CTBMES.
           02 DATA-CTBMES   PIC 9(08).
           02 FILLER        PIC X(42).

      *Copia de trabalho do acumulado do mes sem as linhas da data
      *do ciclo, regravada antes de receber os lancamentos da noite
       FD CTBTMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CTBMES.TMP".

       01 REG-CTBTMP PIC X(50).

       FD RELCONTB
           LABEL RECORD IS OMITTED.

       77 CTA-ORIG-CRD  PIC X(08) VALUE "41010000".
       77 CTA-MULTA-CRD PIC X(08) VALUE "42010000".
       77 CTA-JUROS-CRD PIC X(08) VALUE "43010000".
       77 CTA-PDDC-DEB  PIC X(08) VALUE "35010000".
       77 CTA-PDDC-CRD  PIC X(08) VALUE "12090000".
       77 CTA-PDDR-DEB  PIC X(08) VALUE "12090000".
       77 CTA-PDDR-CRD  PIC X(08) VALUE "45010000".
       77 CTA-PERDA-DEB PIC X(08) VALUE "12090000".
       77 CTA-PERDA-CRD PIC X(08) VALUE "12010000".
       77 CTA-RECUP-DEB PIC X(08) VALUE "12010000".
       77 CTA-RECUP-CRD PIC X(08) VALUE "44010000".
       77 CTA-CRAPL-DEB PIC X(08) VALUE "21050000".
       77 CTA-CRAPL-CRD PIC X(08) VALUE "41010000".
       77 CTA-REEMB-DEB PIC X(08) VALUE "21050000".
       77 CTA-REEMB-CRD PIC X(08) VALUE "11010000".
       77 CTA-RCAGE-DEB PIC X(08) VALUE "11010000".
       77 CTA-RCAGE-CRD PIC X(08) VALUE "12010000".
       77 CTA-CMAGE-DEB PIC X(08) VALUE "36020000".
       77 CTA-CMAGE-CRD PIC X(08) VALUE "12010000".
       77 CTA-RCBAL-DEB PIC X(08) VALUE "11010000".
       77 CTA-RCBAL-CRD PIC X(08) VALUE "12010000".
       77 CTA-RCBCO-DEB PIC X(08) VALUE "11010000".
       77 CTA-RCBCO-CRD PIC X(08) VALUE "12010000".
       77 CTA-RCMAN-DEB PIC X(08) VALUE "11010000".
       77 CTA-RCMAN-CRD PIC X(08) VALUE "12010000".
       77 CTA-ESTRC-DEB PIC X(08) VALUE "12010000".
       77 CTA-ESTRC-CRD PIC X(08) VALUE "11010000".

      *Lancamentos pendentes do ARQLANCP: os de evento conhecido
      *viram lancamentos do ciclo e voltam ao arquivo marcados com
      *a data em que foram consumidos; os demais voltam pendentes
       77 FIM-LANCP     PIC X(03) VALUE "NAO".
       77 QTD-LANCP     PIC 9(04) VALUE 0.
       77 LANCP-MAX     PIC 9(04) VALUE 2000.
       77 IDX-LANCP     PIC 9(04).
       77 CT-RETIDOS    PIC 9(04) VALUE 0.
       77 CTA-DEB-WRK   PIC X(08) VALUE SPACES.
       77 CTA-CRD-WRK   PIC X(08) VALUE SPACES.
       01 TAB-LANCP.
           02 LANCP-ENT OCCURS 2000 TIMES.
               03 DATA-LP-TAB   PIC 9(08).
               03 EVENTO-LP-TAB PIC X(08).
               03 VALOR-LP-TAB  PIC 9(11)V9(02).
               03 HIST-LP-TAB   PIC X(20).
               03 RETIDO-TAB    PIC X(03).
               03 CONS-LP-TAB   PIC X(08).

      *Recebimentos por mes de vencimento (AAAAMM), como no rodape
      *do RELRECEB, para as receitas sairem por competencia
       77 TOT-CREDITOS  PIC 9(13)V9(02) VALUE 0.

       77 HISTORICO-WRK PIC X(20) VALUE SPACES.
       77 FIM-CTBMES    PIC X(03) VALUE "NAO".
       77 VALOR-RECEB-WRK PIC 9(09)V9(02) VALUE 0.
       77 DATA-EXEC-X   PIC X(08) VALUE SPACES.

      *Nome do acumulado do mes do ciclo (ARQCONTB.AAAAMM)
       01 ARQ-CTB-NOME.
           02 FILLER        PIC X(09) VALUE "ARQCONTB.".
           02 ARQ-CTB-MES   PIC 9(06).

      *Cabecalhos do registro contabil
       01 CAB-01.
                               MOVE CONTA-CRD-CTB TO CTA-MULTA-CRD
                           WHEN "COBJUROS"
                               MOVE CONTA-CRD-CTB TO CTA-JUROS-CRD
                           WHEN "PDDCONST"
                               MOVE CONTA-DEB-CTB TO CTA-PDDC-DEB
                               MOVE CONTA-CRD-CTB TO CTA-PDDC-CRD
                           WHEN "PDDREVER"
                               MOVE CONTA-DEB-CTB TO CTA-PDDR-DEB
                               MOVE CONTA-CRD-CTB TO CTA-PDDR-CRD
                           WHEN "PERDA"
                               MOVE CONTA-DEB-CTB TO CTA-PERDA-DEB
                               MOVE CONTA-CRD-CTB TO CTA-PERDA-CRD
                           WHEN "RECUPPDD"
                               MOVE CONTA-DEB-CTB TO CTA-RECUP-DEB
                               MOVE CONTA-CRD-CTB TO CTA-RECUP-CRD
                           WHEN "CREDAPLI"
                               MOVE CONTA-DEB-CTB TO CTA-CRAPL-DEB
                               MOVE CONTA-CRD-CTB TO CTA-CRAPL-CRD
                           WHEN "REEMBOLS"
                               MOVE CONTA-DEB-CTB TO CTA-REEMB-DEB
                               MOVE CONTA-CRD-CTB TO CTA-REEMB-CRD
                           WHEN "RECUPAGE"
                               MOVE CONTA-DEB-CTB TO CTA-RCAGE-DEB
                               MOVE CONTA-CRD-CTB TO CTA-RCAGE-CRD
                           WHEN "COMISAGE"
                               MOVE CONTA-DEB-CTB TO CTA-CMAGE-DEB
                               MOVE CONTA-CRD-CTB TO CTA-CMAGE-CRD
                           WHEN "RECBALC"
                               MOVE CONTA-DEB-CTB TO CTA-RCBAL-DEB
                               MOVE CONTA-CRD-CTB TO CTA-RCBAL-CRD
                           WHEN "RECBANCO"
                               MOVE CONTA-DEB-CTB TO CTA-RCBCO-DEB
                               MOVE CONTA-CRD-CTB TO CTA-RCBCO-CRD
                           WHEN "RECMANUT"
                               MOVE CONTA-DEB-CTB TO CTA-RCMAN-DEB
                               MOVE CONTA-CRD-CTB TO CTA-RCMAN-CRD
                           WHEN "ESTORREC"
                               MOVE CONTA-DEB-CTB TO CTA-ESTRC-DEB
                               MOVE CONTA-CRD-CTB TO CTA-ESTRC-CRD
                           WHEN OTHER
                               DISPLAY "EXPCONT: EVENTO DESCONHECIDO"
                                   " EM PARAMCTB: " EVENTO-CTB
               MOVE TOT-JUROS     TO VALOR-CTB
               PERFORM GRAVA-LANCAMENTO
           END-IF.
           PERFORM GERA-LANCTO-PENDENTE
               VARYING IDX-LANCP FROM 1 BY 1
               UNTIL IDX-LANCP > QTD-LANCP.

       GERA-LANCTO-MES.
           MOVE SPACES TO HISTORICO-WRK.
           MOVE VLR-TAB(IDX-MES)   TO VALOR-CTB.
           PERFORM GRAVA-LANCAMENTO.

      *CARREGA OS LANCAMENTOS DEIXADOS FORA DO LOTE; SE NAO
      *COUBEREM NA TABELA, ENCERRA ANTES DE GERAR QUALQUER
      *LANCAMENTO, PARA NENHUM PENDENTE SE PERDER NA REGRAVACAO.
      *OS CONSUMIDOS EM MES ANTERIOR AO DO CICLO SAO DESCARTADOS
      *(O ACUMULADO DAQUELE MES JA ESTA FECHADO)
       CARREGA-PENDENTES.
           MOVE DATA-EXEC TO DATA-EXEC-X.
           OPEN INPUT ARQLANCP.
           PERFORM UNTIL FIM-LANCP = "SIM"
               READ ARQLANCP
                   AT END MOVE "SIM" TO FIM-LANCP
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       IF DATA-CONS-LP = SPACES
                          OR DATA-CONS-LP(1:6) NOT < DATA-EXEC-X(1:6)
                           IF QTD-LANCP < LANCP-MAX
                               ADD 1 TO QTD-LANCP
                               MOVE DATA-LP   TO DATA-LP-TAB(QTD-LANCP)
                               MOVE EVENTO-LP
                                 TO EVENTO-LP-TAB(QTD-LANCP)
                               MOVE VALOR-LP  TO VALOR-LP-TAB(QTD-LANCP)
                               MOVE HISTORICO-LP
                                 TO HIST-LP-TAB(QTD-LANCP)
                               MOVE "NAO" TO RETIDO-TAB(QTD-LANCP)
                               MOVE DATA-CONS-LP
                                 TO CONS-LP-TAB(QTD-LANCP)
                           ELSE
                               DISPLAY "TAB-LANCP CHEIA (" LANCP-MAX
                                   ") - EXPORTACAO INTERROMPIDA SEM "
                                   "CONSUMIR O ARQLANCP"
                               CLOSE ARQLANCP
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQLANCP.

      *UM PAR DEBITO/CREDITO POR LANCAMENTO PENDENTE, COM AS CONTAS
      *DO EVENTO; EVENTO DESCONHECIDO FICA RETIDO NO ARQLANCP. O JA
      *CONSUMIDO NA MESMA DATA (REEXECUCAO DA NOITE) E GERADO DE
      *NOVO, POIS O ACUMULADO DO MES TROCA TODAS AS LINHAS DA DATA;
      *O CONSUMIDO EM OUTRA DATA FICA SO GUARDADO
       GERA-LANCTO-PENDENTE.
           IF CONS-LP-TAB(IDX-LANCP) = SPACES
              OR CONS-LP-TAB(IDX-LANCP) = DATA-EXEC-X
               PERFORM GERA-LANCTO-EVENTO
           END-IF.

       GERA-LANCTO-EVENTO.
           MOVE SPACES TO CTA-DEB-WRK CTA-CRD-WRK.
           EVALUATE EVENTO-LP-TAB(IDX-LANCP)
               WHEN "PDDCONST"
                   MOVE CTA-PDDC-DEB  TO CTA-DEB-WRK
                   MOVE CTA-PDDC-CRD  TO CTA-CRD-WRK
               WHEN "PDDREVER"
                   MOVE CTA-PDDR-DEB  TO CTA-DEB-WRK
                   MOVE CTA-PDDR-CRD  TO CTA-CRD-WRK
               WHEN "PERDA"
                   MOVE CTA-PERDA-DEB TO CTA-DEB-WRK
                   MOVE CTA-PERDA-CRD TO CTA-CRD-WRK
               WHEN "RECUPPDD"
                   MOVE CTA-RECUP-DEB TO CTA-DEB-WRK
                   MOVE CTA-RECUP-CRD TO CTA-CRD-WRK
               WHEN "CREDAPLI"
                   MOVE CTA-CRAPL-DEB TO CTA-DEB-WRK
                   MOVE CTA-CRAPL-CRD TO CTA-CRD-WRK
               WHEN "REEMBOLS"
                   MOVE CTA-REEMB-DEB TO CTA-DEB-WRK
                   MOVE CTA-REEMB-CRD TO CTA-CRD-WRK
               WHEN "RECUPAGE"
                   MOVE CTA-RCAGE-DEB TO CTA-DEB-WRK
                   MOVE CTA-RCAGE-CRD TO CTA-CRD-WRK
               WHEN "COMISAGE"
                   MOVE CTA-CMAGE-DEB TO CTA-DEB-WRK
                   MOVE CTA-CMAGE-CRD TO CTA-CRD-WRK
               WHEN "RECBALC"
                   MOVE CTA-RCBAL-DEB TO CTA-DEB-WRK
                   MOVE CTA-RCBAL-CRD TO CTA-CRD-WRK
               WHEN "RECBANCO"
                   MOVE CTA-RCBCO-DEB TO CTA-DEB-WRK
                   MOVE CTA-RCBCO-CRD TO CTA-CRD-WRK
               WHEN "RECMANUT"
                   MOVE CTA-RCMAN-DEB TO CTA-DEB-WRK
                   MOVE CTA-RCMAN-CRD TO CTA-CRD-WRK
               WHEN "ESTORREC"
                   MOVE CTA-ESTRC-DEB TO CTA-DEB-WRK
                   MOVE CTA-ESTRC-CRD TO CTA-CRD-WRK
               WHEN OTHER
                   DISPLAY "EXPCONT: EVENTO PENDENTE DESCONHECIDO "
                       EVENTO-LP-TAB(IDX-LANCP) " - RETIDO EM "
                       "ARQLANCP"
                   MOVE "SIM" TO RETIDO-TAB(IDX-LANCP)
                   ADD 1 TO CT-RETIDOS
           END-EVALUATE.
           IF RETIDO-TAB(IDX-LANCP) = "NAO"
               MOVE HIST-LP-TAB(IDX-LANCP) TO HISTORICO-WRK
               MOVE CTA-DEB-WRK             TO CONTA-CTB
               MOVE "D"                     TO DC-CTB
               MOVE VALOR-LP-TAB(IDX-LANCP) TO VALOR-CTB
               PERFORM GRAVA-LANCAMENTO
               MOVE CTA-CRD-WRK             TO CONTA-CTB
               MOVE "C"                     TO DC-CTB
               MOVE VALOR-LP-TAB(IDX-LANCP) TO VALOR-CTB
               PERFORM GRAVA-LANCAMENTO
               MOVE DATA-EXEC-X TO CONS-LP-TAB(IDX-LANCP)
           END-IF.

      *REGRAVA O ARQLANCP: OS RETIDOS CONTINUAM PENDENTES E OS
      *CONSUMIDOS (JA NO ARQCONTB) FICAM COM A DATA DE CONSUMO, PARA
      *UMA REEXECUCAO NA MESMA DATA OS GERAR DE NOVO NO ACUMULADO
       REGRAVA-PENDENTES.
           OPEN OUTPUT ARQLANCP.
           PERFORM VARYING IDX-LANCP FROM 1 BY 1
                   UNTIL IDX-LANCP > QTD-LANCP
                   MOVE DATA-LP-TAB(IDX-LANCP)   TO DATA-LP
                   MOVE EVENTO-LP-TAB(IDX-LANCP) TO EVENTO-LP
                   MOVE VALOR-LP-TAB(IDX-LANCP)  TO VALOR-LP
                   MOVE HIST-LP-TAB(IDX-LANCP)   TO HISTORICO-LP
                   MOVE CONS-LP-TAB(IDX-LANCP)   TO DATA-CONS-LP
                   WRITE REG-LANCP
           END-PERFORM.
           CLOSE ARQLANCP.

       GRAVA-LANCAMENTO.
           MOVE DATA-EXEC     TO DATA-CTB.
           MOVE HISTORICO-WRK TO HISTORICO-CTB.

       FIM.
           PERFORM TOTALIZA-COBRANCA.
           PERFORM CARREGA-PENDENTES.
           PERFORM GERA-LANCAMENTOS.
           PERFORM RODAPE.
           PERFORM GRAVA-AUDITORIA.
           CLOSE CADSOC1 ARQCONTB RELCONTB.
           PERFORM REGRAVA-PENDENTES.
           PERFORM ACUMULA-MES-CONTABIL.
           IF TOT-DEBITOS NOT = TOT-CREDITOS
               DISPLAY "EXPCONT: DEBITOS E CREDITOS NAO FECHAM - "
                   "CONFIRA O RELCONTB"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-RETIDOS > 0
               DISPLAY "EXPCONT: " CT-RETIDOS " LANCAMENTO(S) "
                   "PENDENTE(S) RETIDO(S) EM ARQLANCP - CONFIRA O "
                   "PARAMCTB"
           END-IF.

      *GUARDA OS LANCAMENTOS DA NOITE NO ACUMULADO DO MES: AS LINHAS
      *JA GRAVADAS COM A DATA DO CICLO (EXECUCAO ANTERIOR DA MESMA
      *NOITE) SAO DESCARTADAS E O ARQCONTB RECEM-GERADO ENTRA NO LUGAR
       ACUMULA-MES-CONTABIL.
           MOVE DATA-EXEC(1:6) TO ARQ-CTB-MES.
           OPEN INPUT ARQCTBMES.
           OPEN OUTPUT CTBTMP.
           MOVE "NAO" TO FIM-CTBMES.
           PERFORM UNTIL FIM-CTBMES = "SIM"
               READ ARQCTBMES
                   AT END MOVE "SIM" TO FIM-CTBMES
                   NOT AT END
                       IF DATA-CTBMES NOT = DATA-EXEC
                           WRITE REG-CTBTMP FROM REG-CTBMES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCTBMES CTBTMP.
           OPEN INPUT CTBTMP.
           OPEN OUTPUT ARQCTBMES.
           MOVE "NAO" TO FIM-CTBMES.
           PERFORM UNTIL FIM-CTBMES = "SIM"
               READ CTBTMP
                   AT END MOVE "SIM" TO FIM-CTBMES
                   NOT AT END
                       WRITE REG-CTBMES FROM REG-CTBTMP
               END-READ
           END-PERFORM.
           CLOSE CTBTMP.
           OPEN INPUT ARQCONTB.
           MOVE "NAO" TO FIM-CTBMES.
           PERFORM UNTIL FIM-CTBMES = "SIM"
               READ ARQCONTB
                   AT END MOVE "SIM" TO FIM-CTBMES
                   NOT AT END
                       WRITE REG-CTBMES FROM REG-CONTB
               END-READ
           END-PERFORM.
           CLOSE ARQCONTB ARQCTBMES.

      *REGISTRA NO LOG DE AUDITORIA COMPARTILHADO O RESULTADO DESTA
      *EXECUCAO, PARA CONFERENCIA POSTERIOR PELO RELATORIO DE
