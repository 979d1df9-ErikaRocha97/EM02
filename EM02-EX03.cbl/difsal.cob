       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DIFSAL.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DIFERENCA SALARIAL RETROATIVA DE UM REAJUSTE DO
      *              AJUSAL COM VIGENCIA PASSADA: PARA CADA COD-CLI
      *              COM O REAJUSTE ("AJUS" NA VIGENCIA PEDIDA) NO
      *              HISTSAL.DAT, CALCULA MES A MES, DA VIGENCIA ATE
      *              O MES DA EXECUCAO, O SALARIO PAGO (A CADEIA DO
      *              HISTSAL GRAVADA ANTES DO REAJUSTE, RESPEITANDO AS
      *              MUDANCAS NO MEIO DO PERIODO), O SALARIO DEVIDO E
      *              A DIFERENCA. IMPRIME EM RELRETRO O DETALHE POR
      *              CLIENTE COM TOTAIS E GRAVA EM PAGRETRO.DAT O
      *              VALOR A PAGAR POR CLIENTE PARA A FOLHA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADENT  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGRETRO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRETRO ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Historico efetivo-datado de salarios (GUARDENT e AJUSAL)
       FD HISTSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTSAL.DAT".

       01 REG-HISTSAL.
           02 COD-CLI-HS   PIC 9(07).
           02 DATA-EFET-HS PIC 9(08).
           02 SAL-ANT-HS   PIC 9(05)V9(02).
           02 SAL-NOVO-HS  PIC 9(05)V9(02).
           02 ORIGEM-HS    PIC X(04).

       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADENT.DAT".

       01 REG-ENT.
           02 COD-CLI      PIC 9(07).
           02 NOME-CLI     PIC X(30).
           02 SALARIO-CLI  PIC 9(05)V9(02).
           02 SEXO-CLI     PIC X(01).

      *Pagamento da diferenca retroativa para a folha: um registro
      *por cliente com diferenca positiva, com a vigencia do
      *reajuste, as competencias cobertas (AAAAMM) e o valor total
       FD PAGRETRO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PAGRETRO.DAT".

       01 REG-PAGRETRO.
           02 COD-CLI-PR   PIC 9(07).
           02 NOME-PR      PIC X(30).
           02 VIGENCIA-PR  PIC 9(08).
           02 COMP-INI-PR  PIC 9(06).
           02 COMP-FIM-PR  PIC 9(06).
           02 QTD-MESES-PR PIC 9(02).
           02 VALOR-PR     PIC 9(07)V9(02).
           02 DATA-GER-PR  PIC 9(08).

       FD RELRETRO
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-HIST      PIC X(03) VALUE "NAO".
       77 FIM-ENT       PIC X(03) VALUE "NAO".
       77 CT-LIN        PIC 9(02) VALUE 30.
       77 CT-PAG        PIC 9(02) VALUE ZEROES.
       77 CT-HIST-LIDOS PIC 9(08) VALUE 0.
       77 CT-PAGOS      PIC 9(06) VALUE 0.
       77 CT-SEM-DIF    PIC 9(06) VALUE 0.
       77 SEQ-HIST      PIC 9(08) VALUE 0.
       77 DATA-EXEC     PIC 9(08) VALUE 0.

      *Vigencia do reajuste a calcular (AAAAMMDD) e quantidade de
      *competencias, da vigencia ate o mes da execucao (ate 24)
       77 MESES-RETRO   PIC S9(05) VALUE 0.
       77 RETRO-MAX     PIC 9(02)  VALUE 24.
       77 QTD-MESES     PIC 9(02)  VALUE 0.
       77 IDX-MES       PIC 9(02).
       01 DATA-VIGENCIA PIC 9(08)  VALUE 0.
       01 DATA-VIGENCIA-R REDEFINES DATA-VIGENCIA.
           02 ANO-VIG   PIC 9(04).
           02 MES-VIG   PIC 9(02).
           02 DIA-VIG   PIC 9(02).
       01 DATA-EXEC-R.
           02 ANO-EXEC  PIC 9(04).
           02 MES-EXEC  PIC 9(02).
           02 DIA-EXEC  PIC 9(02).
       01 COMPETENCIA.
           02 ANO-COMP  PIC 9(04).
           02 MES-COMP  PIC 9(02).
       01 COMPETENCIA-N REDEFINES COMPETENCIA PIC 9(06).
       77 COMP-INICIAL  PIC 9(06) VALUE 0.
       77 FIM-MES-COMP  PIC 9(08) VALUE 0.

      *Clientes alcancados pelo reajuste: valores antes e depois e a
      *posicao do registro no HISTSAL; o que foi gravado antes dele e
      *a folha que ja foi paga. Estouro aborta o calculo
       77 QTD-RET       PIC 9(04) VALUE 0.
       77 RET-MAX       PIC 9(04) VALUE 5000.
       77 IDX-RET       PIC 9(04).
       77 POS-RET       PIC 9(04).
       01 TAB-RETRO.
           02 RET-ENT OCCURS 5000 TIMES.
               03 COD-RET      PIC 9(07).
               03 NOME-RET     PIC X(30).
               03 SAL-ANT-RET  PIC 9(05)V9(02).
               03 SAL-NOVO-RET PIC 9(05)V9(02).
               03 SEQ-RET      PIC 9(08).
               03 PRIM-EVT-RET PIC 9(05).
               03 ULT-EVT-RET  PIC 9(05).

      *Mudancas anteriores ao reajuste dos clientes alcancados,
      *encadeadas por cliente na ordem de gravacao
       77 QTD-EVT       PIC 9(05) VALUE 0.
       77 EVT-MAX       PIC 9(05) VALUE 20000.
       77 IDX-EVT       PIC 9(05).
       01 TAB-EVENTOS.
           02 EVT-ENT OCCURS 20000 TIMES.
               03 DATA-EVT     PIC 9(08).
               03 SAL-ANT-EVT  PIC 9(05)V9(02).
               03 SAL-NOVO-EVT PIC 9(05)V9(02).
               03 PROX-EVT     PIC 9(05).

      *Apoio do calculo mensal
       77 MELHOR-DATA   PIC 9(08) VALUE 0.
       77 MELHOR-SAL    PIC 9(05)V9(02) VALUE 0.
       77 APOS-DATA     PIC 9(08) VALUE 0.
       77 APOS-SAL      PIC 9(05)V9(02) VALUE 0.
       77 SAL-PAGO      PIC 9(07)V9(02) VALUE 0.
       77 SAL-DEVIDO    PIC 9(07)V9(02) VALUE 0.
       77 DIF-MES       PIC S9(07)V9(02) VALUE 0.
       77 TOTAL-CLI     PIC S9(09)V9(02) VALUE 0.
       77 TOTAL-PAGAR   PIC S9(11)V9(02) VALUE 0.

      *Cabecalhos do relatorio
       01 CAB-01.
           02 FILLER  PIC X(67) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(05) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(14) VALUE SPACES.
           02 FILLER    PIC X(44)
              VALUE "DIFERENCAS SALARIAIS RETROATIVAS - VIGENCIA ".
           02 DIA-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-CAB   PIC 9(02).
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-CAB   PIC 9(04).
           02 FILLER    PIC X(12) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(11) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "COMPET.".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "SAL. PAGO".
           02 FILLER  PIC X(05) VALUE SPACES.
           02 FILLER  PIC X(11) VALUE "SAL. DEVIDO".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "DIFERENCA".
           02 FILLER  PIC X(16) VALUE SPACES.

      *Identificacao do cliente, com o reajuste gravado pelo AJUSAL
       01 CLIENTE-RET.
           02 COD-REL      PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(10) VALUE "  REAJUSTE".
           02 SAL-ANT-REL  PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE " > ".
           02 SAL-NOVO-REL PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(10) VALUE SPACES.

      *Diferenca de uma competencia
       01 DETALHE-MES.
           02 FILLER       PIC X(11) VALUE SPACES.
           02 MES-REL      PIC 9(02).
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-REL      PIC 9(04).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 PAGO-REL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 DEVIDO-REL   PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 DIF-REL      PIC -.---.--9,99.
           02 FILLER       PIC X(17) VALUE SPACES.

       01 TOTAL-CLIENTE.
           02 FILLER       PIC X(11) VALUE SPACES.
           02 FILLER       PIC X(09) VALUE "TOTAL DO ".
           02 FILLER       PIC X(08) VALUE "CLIENTE ".
           02 QTD-MES-REL  PIC Z9.
           02 FILLER       PIC X(06) VALUE " MESES".
           02 FILLER       PIC X(16) VALUE SPACES.
           02 TOT-CLI-REL  PIC -.---.---.--9,99.
           02 AVISO-REL    PIC X(12) VALUE SPACES.

       01 RODAPE-TOTAL.
           02 FILLER       PIC X(22)
              VALUE "TOTAL A PAGAR NA FOLHA".
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TOT-PAGAR-ROD PIC -.---.---.---.--9,99.
           02 FILLER       PIC X(36) VALUE SPACES.

       01 RODAPE-CONTAGEM.
           02 FILLER     PIC X(10) VALUE "CLIENTES: ".
           02 CLI-ROD    PIC ZZZ.ZZ9.
           02 FILLER     PIC X(14) VALUE "  PAGAMENTOS: ".
           02 PAG-ROD    PIC ZZZ.ZZ9.
           02 FILLER     PIC X(18) VALUE "  SEM DIFERENCA:  ".
           02 SEM-ROD    PIC ZZZ.ZZ9.
           02 FILLER     PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       DIFERENCA-RETROATIVA.
           PERFORM INICIO.
           PERFORM CALCULA-CLIENTE
               VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > QTD-RET.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM ACEITA-VIGENCIA.
           PERFORM CARREGA-REAJUSTES.
           PERFORM CARREGA-MUDANCAS.
           PERFORM CARREGA-NOMES.
           OPEN OUTPUT PAGRETRO
           OPEN OUTPUT RELRETRO.

      *VIGENCIA DO REAJUSTE A CALCULAR: A MESMA INFORMADA NO AJUSAL,
      *NO PASSADO E A NO MAXIMO 24 MESES DO MES DA EXECUCAO
       ACEITA-VIGENCIA.
           MOVE DATA-EXEC TO DATA-EXEC-R.
           DISPLAY "VIGENCIA DO REAJUSTE (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT DATA-VIGENCIA.
           COMPUTE MESES-RETRO = (ANO-EXEC * 12 + MES-EXEC)
                               - (ANO-VIG * 12 + MES-VIG).
           EVALUATE TRUE
               WHEN MES-VIG < 1 OR MES-VIG > 12 OR
                    DIA-VIG < 1 OR DIA-VIG > 31 OR ANO-VIG < 1900
                   DISPLAY "DIFSAL: VIGENCIA INVALIDA: " DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN DATA-VIGENCIA > DATA-EXEC
                   DISPLAY "DIFSAL: VIGENCIA POSTERIOR A HOJE: "
                       DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN MESES-RETRO >= RETRO-MAX
                   DISPLAY "DIFSAL: VIGENCIA COM MAIS DE " RETRO-MAX
                       " MESES DE ATRASO: " DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           COMPUTE QTD-MESES = MESES-RETRO + 1.
           MOVE ANO-VIG TO ANO-COMP.
           MOVE MES-VIG TO MES-COMP.
           MOVE COMPETENCIA-N TO COMP-INICIAL.

      *PRIMEIRA PASSADA: OS REGISTROS "AJUS" DA VIGENCIA PEDIDA; SE
      *O MESMO CLIENTE APARECER DUAS VEZES VALE O GRAVADO POR ULTIMO
       CARREGA-REAJUSTES.
           MOVE "NAO" TO FIM-HIST.
           MOVE 0 TO SEQ-HIST.
           OPEN INPUT HISTSAL.
           PERFORM UNTIL FIM-HIST = "SIM"
               READ HISTSAL
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       ADD 1 TO SEQ-HIST
                       ADD 1 TO CT-HIST-LIDOS
                       IF ORIGEM-HS = "AJUS" AND
                          DATA-EFET-HS = DATA-VIGENCIA
                           PERFORM GUARDA-REAJUSTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTSAL.
           IF QTD-RET = 0
               DISPLAY "DIFSAL: NENHUM REAJUSTE DO AJUSAL COM "
                   "VIGENCIA " DATA-VIGENCIA " NO HISTSAL.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDA-REAJUSTE.
           PERFORM LOCALIZA-CLIENTE.
           IF POS-RET = 0
               IF QTD-RET >= RET-MAX
                   DISPLAY "DIFSAL: TAB-RETRO CHEIA (" RET-MAX
                       ") - CALCULO ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RET
               MOVE QTD-RET TO POS-RET
               MOVE COD-CLI-HS TO COD-RET(POS-RET)
               MOVE SPACES TO NOME-RET(POS-RET)
               MOVE 0 TO PRIM-EVT-RET(POS-RET)
               MOVE 0 TO ULT-EVT-RET(POS-RET)
           END-IF.
           MOVE SAL-ANT-HS  TO SAL-ANT-RET(POS-RET).
           MOVE SAL-NOVO-HS TO SAL-NOVO-RET(POS-RET).
           MOVE SEQ-HIST    TO SEQ-RET(POS-RET).

       LOCALIZA-CLIENTE.
           MOVE 0 TO POS-RET.
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > QTD-RET
                      OR POS-RET > 0
               IF COD-RET(IDX-RET) = COD-CLI-HS
                   MOVE IDX-RET TO POS-RET
               END-IF
           END-PERFORM.

      *SEGUNDA PASSADA: AS MUDANCAS DOS MESMOS CLIENTES GRAVADAS ANTES
      *DO REAJUSTE - O SALARIO QUE A FOLHA JA PAGOU EM CADA MES
       CARREGA-MUDANCAS.
           MOVE "NAO" TO FIM-HIST.
           MOVE 0 TO SEQ-HIST.
           OPEN INPUT HISTSAL.
           PERFORM UNTIL FIM-HIST = "SIM"
               READ HISTSAL
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       ADD 1 TO SEQ-HIST
                       PERFORM LOCALIZA-CLIENTE
                       IF POS-RET > 0
                           IF SEQ-HIST < SEQ-RET(POS-RET)
                               PERFORM GUARDA-MUDANCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTSAL.

       GUARDA-MUDANCA.
           IF QTD-EVT >= EVT-MAX
               DISPLAY "DIFSAL: TAB-EVENTOS CHEIA (" EVT-MAX
                   ") - CALCULO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-EVT.
           MOVE DATA-EFET-HS TO DATA-EVT(QTD-EVT).
           MOVE SAL-ANT-HS   TO SAL-ANT-EVT(QTD-EVT).
           MOVE SAL-NOVO-HS  TO SAL-NOVO-EVT(QTD-EVT).
           MOVE 0            TO PROX-EVT(QTD-EVT).
           IF PRIM-EVT-RET(POS-RET) = 0
               MOVE QTD-EVT TO PRIM-EVT-RET(POS-RET)
           ELSE
               MOVE QTD-EVT TO PROX-EVT(ULT-EVT-RET(POS-RET))
           END-IF.
           MOVE QTD-EVT TO ULT-EVT-RET(POS-RET).

      *NOME DO CLIENTE PARA O RELATORIO E PARA A FOLHA
       CARREGA-NOMES.
           OPEN INPUT CADENT.
           PERFORM UNTIL FIM-ENT = "SIM"
               READ CADENT
                   AT END MOVE "SIM" TO FIM-ENT
                   NOT AT END
                       MOVE COD-CLI TO COD-CLI-HS
                       PERFORM LOCALIZA-CLIENTE
                       IF POS-RET > 0
                           MOVE NOME-CLI TO NOME-RET(POS-RET)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADENT.

      *UM CLIENTE: DIFERENCA DE CADA COMPETENCIA DA VIGENCIA ATE O
      *MES DA EXECUCAO; SO TOTAL POSITIVO VAI PARA A FOLHA
       CALCULA-CLIENTE.
           IF CT-LIN GREATER THAN 26
               PERFORM CABECALHO
           END-IF.
           MOVE COD-RET(IDX-RET)      TO COD-REL.
           MOVE NOME-RET(IDX-RET)     TO NOME-REL.
           MOVE SAL-ANT-RET(IDX-RET)  TO SAL-ANT-REL.
           MOVE SAL-NOVO-RET(IDX-RET) TO SAL-NOVO-REL.
           WRITE REG-REL FROM CLIENTE-RET AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE 0 TO TOTAL-CLI.
           MOVE COMP-INICIAL TO COMPETENCIA-N.
           PERFORM CALCULA-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > QTD-MESES.
           MOVE QTD-MESES TO QTD-MES-REL.
           MOVE TOTAL-CLI TO TOT-CLI-REL.
           IF TOTAL-CLI > 0
               MOVE SPACES TO AVISO-REL
               PERFORM GRAVA-PAGAMENTO
           ELSE
               MOVE "  NAO PAGO" TO AVISO-REL
               ADD 1 TO CT-SEM-DIF
           END-IF.
           WRITE REG-REL FROM TOTAL-CLIENTE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *SALARIO PAGO NA COMPETENCIA: O DE MAIOR VIGENCIA ATE O FIM DO
      *MES ENTRE AS MUDANCAS ANTERIORES AO REAJUSTE (NA MESMA
      *VIGENCIA VALE A GRAVADA POR ULTIMO); SEM NENHUMA, O VALOR
      *ANTERIOR DA PRIMEIRA MUDANCA DEPOIS DO MES OU, SEM ESTA, O
      *SALARIO SOBRE O QUAL O REAJUSTE FOI CALCULADO. O DEVIDO E O
      *NOVO SALARIO DO REAJUSTE OU, NOS MESES EM QUE SE PAGOU OUTRO
      *VALOR, ESSE VALOR COM O MESMO REAJUSTE PROPORCIONAL
       CALCULA-MES.
           COMPUTE FIM-MES-COMP = COMPETENCIA-N * 100 + 31.
           MOVE 0        TO MELHOR-DATA.
           MOVE 99999999 TO APOS-DATA.
           MOVE PRIM-EVT-RET(IDX-RET) TO IDX-EVT.
           PERFORM UNTIL IDX-EVT = 0
               IF DATA-EVT(IDX-EVT) <= FIM-MES-COMP
                   IF DATA-EVT(IDX-EVT) >= MELHOR-DATA
                       MOVE DATA-EVT(IDX-EVT)     TO MELHOR-DATA
                       MOVE SAL-NOVO-EVT(IDX-EVT) TO MELHOR-SAL
                   END-IF
               ELSE
                   IF DATA-EVT(IDX-EVT) < APOS-DATA
                       MOVE DATA-EVT(IDX-EVT)     TO APOS-DATA
                       MOVE SAL-ANT-EVT(IDX-EVT)  TO APOS-SAL
                   END-IF
               END-IF
               MOVE PROX-EVT(IDX-EVT) TO IDX-EVT
           END-PERFORM.
           EVALUATE TRUE
               WHEN MELHOR-DATA > 0
                   MOVE MELHOR-SAL TO SAL-PAGO
               WHEN APOS-DATA < 99999999
                   MOVE APOS-SAL TO SAL-PAGO
               WHEN OTHER
                   MOVE SAL-ANT-RET(IDX-RET) TO SAL-PAGO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SAL-PAGO = SAL-ANT-RET(IDX-RET)
                   MOVE SAL-NOVO-RET(IDX-RET) TO SAL-DEVIDO
               WHEN SAL-ANT-RET(IDX-RET) = 0
                   COMPUTE SAL-DEVIDO = SAL-PAGO +
                       SAL-NOVO-RET(IDX-RET)
               WHEN OTHER
                   COMPUTE SAL-DEVIDO ROUNDED = SAL-PAGO *
                       SAL-NOVO-RET(IDX-RET) / SAL-ANT-RET(IDX-RET)
           END-EVALUATE.
           COMPUTE DIF-MES = SAL-DEVIDO - SAL-PAGO.
           ADD DIF-MES TO TOTAL-CLI.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE MES-COMP   TO MES-REL.
           MOVE ANO-COMP   TO ANO-REL.
           MOVE SAL-PAGO   TO PAGO-REL.
           MOVE SAL-DEVIDO TO DEVIDO-REL.
           MOVE DIF-MES    TO DIF-REL.
           WRITE REG-REL FROM DETALHE-MES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO MES-COMP.
           IF MES-COMP > 12
               MOVE 1 TO MES-COMP
               ADD 1 TO ANO-COMP
           END-IF.

       GRAVA-PAGAMENTO.
           MOVE COD-RET(IDX-RET)  TO COD-CLI-PR.
           MOVE NOME-RET(IDX-RET) TO NOME-PR.
           MOVE DATA-VIGENCIA     TO VIGENCIA-PR.
           MOVE COMP-INICIAL      TO COMP-INI-PR.
           MOVE DATA-EXEC(1:6)    TO COMP-FIM-PR.
           MOVE QTD-MESES         TO QTD-MESES-PR.
           MOVE TOTAL-CLI         TO VALOR-PR.
           MOVE DATA-EXEC         TO DATA-GER-PR.
           WRITE REG-PAGRETRO.
           ADD 1 TO CT-PAGOS.
           ADD TOTAL-CLI TO TOTAL-PAGAR.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DIA-VIG TO DIA-CAB.
           MOVE MES-VIG TO MES-CAB.
           MOVE ANO-VIG TO ANO-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           MOVE TOTAL-PAGAR TO TOT-PAGAR-ROD.
           WRITE REG-REL FROM RODAPE-TOTAL AFTER ADVANCING 3 LINES.
           MOVE QTD-RET    TO CLI-ROD.
           MOVE CT-PAGOS   TO PAG-ROD.
           MOVE CT-SEM-DIF TO SEM-ROD.
           WRITE REG-REL FROM RODAPE-CONTAGEM
               AFTER ADVANCING 2 LINES.

       FIM.
           PERFORM RODAPE.
           CLOSE PAGRETRO RELRETRO.
           DISPLAY "DIFSAL: " CT-PAGOS " PAGAMENTO(S) EM PAGRETRO.DAT"
               " DE " QTD-RET " CLIENTE(S) - CONFIRA O RELRETRO".
