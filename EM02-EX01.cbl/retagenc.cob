       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RETAGENC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      PROCESSAMENTO DO RETORNO DA AGENCIA DE COBRANCA
      *              (ARQRETAG.DAT): CADA VALOR RECUPERADO ("P") BAIXA
      *              O SALDO DO SOCIO NO CADSOCM PELO VALOR PAGO A
      *              AGENCIA, LANCADO NO ARQMOVTO EM DOIS MOVIMENTOS -
      *              "G" COM O LIQUIDO REPASSADO AO CLUBE E "M" COM A
      *              COMISSAO RETIDA PELA AGENCIA (A INFORMADA NO
      *              RETORNO OU O PERCENTUAL DE PARAMAGE.DAT) - E
      *              DEIXA EM ARQLANCP.DAT OS EVENTOS RECUPAGE
      *              (LIQUIDO) E COMISAGE (COMISSAO COMO DESPESA) PARA
      *              O EXPCONT DA NOITE. SOCIO SUSPENSO QUE QUITA E
      *              REATIVADO COMO NO CAIXASOC E SAI DA AGENCIA
      *              (SITUACAO "Q"). O SOCIO DEVOLVIDO COMO INCOBRAVEL
      *              ("I") VOLTA A COBRANCA PROPRIA COM SITUACAO "D" E
      *              SAI NA LISTA DE CANDIDATOS A BAIXA PARA PERDA
      *              (PERDASOC). RETORNO DE SOCIO QUE NAO ESTA COM A
      *              AGENCIA VAI PARA AS EXCECOES. TUDO SAI EM
      *              RELRETAG; O CONTROLE ARQRACTL.DAT RECUSA O MESMO
      *              ARQUIVO DE RETORNO PROCESSADO DUAS VEZES, E O
      *              CADSOCM OU O ARQAGENC INDISPONIVEL ENCERRA COM
      *              CODIGO 8 ANTES DE QUALQUER LANCAMENTO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRETAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQAGENC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AG
           FILE STATUS IS FS-ARQAGENC.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMAGE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQRACTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRETAG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Retorno da agencia: "P" valor recuperado do socio (bruto,
      *com a comissao retida, zero = calcular pelo PARAMAGE) e "I"
      *socio devolvido como incobravel, com o motivo
       FD ARQRETAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQRETAG.DAT".

       01 REG-RETAG.
           02 TIPO-RA      PIC X(01).
           02 NUM-SOCIO-RA PIC 9(06).
           02 DATA-RA      PIC 9(08).
           02 VALOR-RA     PIC 9(09)V9(02).
           02 COMISSAO-RA  PIC 9(09)V9(02).
           02 MOTIVO-RA    PIC X(20).

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

      *Socios enviados a agencia de cobranca (ENVAGENC): situacao
      *"E" com a agencia, "D" devolvido, "R" recolhido, "Q" quitado
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

      *Diario de movimentos compartilhado; a recuperacao pela
      *agencia entra como "G" (liquido) e "M" (comissao)
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

      *Parametros da agencia mantidos pelo MANUPARM (opcao 9)
       FD PARAMAGE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAGE.DAT".

       01 REG-PARAM-AGE.
           02 PARM-DIAS-AGE  PIC 9(03).
           02 PARM-COMIS-AGE PIC 9(02)V9(02).

      *Assinatura (quantidade, soma dos valores e primeiro socio)
      *do ultimo ARQRETAG processado
       FD ARQRACTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQRACTL.DAT".

       01 REG-RACTL.
           02 RACTL-REGISTROS PIC 9(08).
           02 RACTL-VALOR     PIC 9(13)V9(02).
           02 RACTL-SOCIO1    PIC 9(06).

       FD RELRETAG
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 FS-ARQAGENC    PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 TAXA-COMIS     PIC 9(02)V9(02) VALUE 20.

      *Assinatura do arquivo de retorno corrente
       77 ASS-REGISTROS  PIC 9(08) VALUE 0.
       77 ASS-VALOR      PIC 9(13)V9(02) VALUE 0.
       77 ASS-SOCIO1     PIC 9(06) VALUE 0.

       77 VALOR-COMIS    PIC 9(09)V9(02) VALUE 0.
       77 VALOR-LIQ      PIC 9(09)V9(02) VALUE 0.
       77 SITUACAO-WRK PIC X(20) VALUE SPACES.
       77 CT-RECUPERADOS PIC 9(06) VALUE 0.
       77 CT-QUITADOS    PIC 9(06) VALUE 0.
       77 CT-DEVOLVIDOS  PIC 9(06) VALUE 0.
       77 CT-EXCECOES    PIC 9(06) VALUE 0.
       77 TOTAL-BRUTO    PIC 9(11)V9(02) VALUE 0.
       77 TOTAL-COMIS    PIC 9(11)V9(02) VALUE 0.
       77 TOTAL-LIQ      PIC 9(11)V9(02) VALUE 0.
       77 TOTAL-DEVOLV   PIC 9(11)V9(02) VALUE 0.

      *Cabecalhos do registro do retorno
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(44)
                 VALUE "RETORNO DA AGENCIA DE COBRANCA - ARQRETAG".
           02 FILLER  PIC X(18) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(02) VALUE "T ".
           02 FILLER  PIC X(07) VALUE "SOCIO  ".
           02 FILLER  PIC X(11) VALUE "DATA       ".
           02 FILLER  PIC X(14) VALUE "    RECUPERADO".
           02 FILLER  PIC X(14) VALUE "      COMISSAO".
           02 FILLER  PIC X(14) VALUE "       LIQUIDO".
           02 FILLER  PIC X(18) VALUE " SITUACAO".

      *Linha do retorno: T = P recuperado / I incobravel
       01 DETALHE-RET.
           02 TIPO-REL      PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NUM-SOCIO-REL PIC 9(06).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DATA-REL.
               03 DIA-REL   PIC 9(02).
               03 FILLER    PIC X(01) VALUE "/".
               03 MES-REL   PIC 9(02).
               03 FILLER    PIC X(01) VALUE "/".
               03 ANO-REL   PIC 9(04).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 BRUTO-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 COMIS-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 LIQ-REL       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 SITUACAO-REL  PIC X(17).

       01 RODAPE-01.
           02 FILLER        PIC X(30)
                            VALUE "RECUPERACOES LANCADAS        :".
           02 QTD-REC-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER        PIC X(30)
                            VALUE "  VALOR RECUPERADO (BRUTO)   :".
           02 BRUTO-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(33) VALUE SPACES.

       01 RODAPE-03.
           02 FILLER        PIC X(30)
                            VALUE "  COMISSAO DA AGENCIA        :".
           02 COMIS-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(33) VALUE SPACES.

       01 RODAPE-04.
           02 FILLER        PIC X(30)
                            VALUE "  LIQUIDO REPASSADO          :".
           02 LIQ-ROD       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(33) VALUE SPACES.

       01 RODAPE-05.
           02 FILLER        PIC X(30)
                            VALUE "SOCIOS QUITADOS NA AGENCIA   :".
           02 QTD-QUI-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-06.
           02 FILLER        PIC X(30)
                            VALUE "DEVOLVIDOS COMO INCOBRAVEIS  :".
           02 QTD-DEV-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(10) VALUE "   SALDO: ".
           02 DEVOLV-ROD    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(16) VALUE SPACES.

       01 RODAPE-07.
           02 FILLER        PIC X(30)
                            VALUE "RETORNOS EM EXCECAO          :".
           02 QTD-EXC-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-08.
           02 FILLER        PIC X(37)
                 VALUE "OS DEVOLVIDOS SAO CANDIDATOS A BAIXA".
           02 FILLER        PIC X(22)
                 VALUE " PARA PERDA (PERDASOC)".
           02 FILLER        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       PROCESSA-RETORNO-AGENCIA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM VERIFICA-RETORNO-REPETIDO.
           PERFORM LE-PARAMETROS-AGE.
           OPEN INPUT ARQRETAG
           OPEN I-O CADSOCM
           IF FS-CADSOCM NOT = "00"
               DISPLAY "RETAGENC: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - RETORNO NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ARQAGENC
           IF FS-ARQAGENC NOT = "00" AND NOT = "05"
               DISPLAY "RETAGENC: ARQAGENC.DAT INDISPONIVEL (STATUS "
                   FS-ARQAGENC ") - RETORNO NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQMOVTO
           OPEN EXTEND ARQLANCP
           OPEN OUTPUT RELRETAG.
           PERFORM LEITURA.

      *O MESMO RETORNO PROCESSADO DUAS VEZES LANCARIA AS
      *RECUPERACOES EM DOBRO: ARQUIVO COM A MESMA ASSINATURA DO
      *ULTIMO PROCESSADO E RECUSADO COM CODIGO 8
       VERIFICA-RETORNO-REPETIDO.
           OPEN INPUT ARQRETAG.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQRETAG
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO ASS-REGISTROS
                       IF ASS-REGISTROS = 1
                           MOVE NUM-SOCIO-RA TO ASS-SOCIO1
                       END-IF
                       IF VALOR-RA IS NUMERIC
                           ADD VALOR-RA TO ASS-VALOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQRETAG.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQRACTL.
           READ ARQRACTL
               AT END MOVE 0 TO RACTL-REGISTROS RACTL-VALOR
                                RACTL-SOCIO1
           END-READ.
           CLOSE ARQRACTL.
           IF ASS-REGISTROS > 0 AND
              ASS-REGISTROS = RACTL-REGISTROS AND
              ASS-VALOR = RACTL-VALOR AND
              ASS-SOCIO1 = RACTL-SOCIO1
               DISPLAY "RETAGENC: ARQRETAG IGUAL AO ULTIMO RETORNO "
                   "PROCESSADO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-PARAMETROS-AGE.
           OPEN INPUT PARAMAGE.
           READ PARAMAGE
               AT END CONTINUE
               NOT AT END
                   IF PARM-COMIS-AGE IS NUMERIC
                       MOVE PARM-COMIS-AGE TO TAXA-COMIS
                   END-IF
           END-READ.
           CLOSE PARAMAGE.

       LEITURA.
           READ ARQRETAG
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

      *SO SOCIO ENVIADO A AGENCIA TEM RETORNO; O RECOLHIDO AINDA
      *PODE TER RECUPERACAO FEITA ANTES DE A AGENCIA RECEBER O
      *RECOLHIMENTO, MAS NAO PODE SER DEVOLVIDO
       PRINCIPAL.
           MOVE 0 TO VALOR-COMIS VALOR-LIQ.
           MOVE NUM-SOCIO-RA TO NUM-SOCIO-AG.
           READ ARQAGENC
               INVALID KEY
                   MOVE "SOCIO NAO ENVIADO" TO SITUACAO-WRK
                   PERFORM REGISTRA-EXCECAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TIPO-RA = "P" AND
                            (SITUACAO-AG = "E" OR SITUACAO-AG = "R")
                           PERFORM TRATA-RECUPERACAO
                       WHEN TIPO-RA = "I" AND SITUACAO-AG = "E"
                           PERFORM TRATA-DEVOLUCAO
                       WHEN TIPO-RA NOT = "P" AND TIPO-RA NOT = "I"
                           MOVE "TIPO INVALIDO" TO SITUACAO-WRK
                           PERFORM REGISTRA-EXCECAO
                       WHEN OTHER
                           MOVE SPACES TO SITUACAO-WRK
                           STRING "SITUACAO AGENCIA " SITUACAO-AG
                               DELIMITED BY SIZE INTO SITUACAO-WRK
                           END-STRING
                           PERFORM REGISTRA-EXCECAO
                   END-EVALUATE
           END-READ.
           PERFORM LEITURA.

      *O SOCIO PAGOU O BRUTO A AGENCIA: O SALDO BAIXA PELO TOTAL,
      *COM O LIQUIDO ("G") E A COMISSAO ("M") EM MOVIMENTOS
      *SEPARADOS PARA O EXTRATO E A CONTABILIDADE FECHAREM
       TRATA-RECUPERACAO.
           IF VALOR-RA IS NOT NUMERIC OR VALOR-RA = 0
               MOVE "VALOR INVALIDO" TO SITUACAO-WRK
               PERFORM REGISTRA-EXCECAO
           ELSE
               IF COMISSAO-RA IS NUMERIC AND COMISSAO-RA > 0
                   MOVE COMISSAO-RA TO VALOR-COMIS
               ELSE
                   COMPUTE VALOR-COMIS ROUNDED =
                       VALOR-RA * TAXA-COMIS / 100
               END-IF
               IF VALOR-COMIS > VALOR-RA
                   MOVE "COMISSAO > VALOR" TO SITUACAO-WRK
                   PERFORM REGISTRA-EXCECAO
               ELSE
                   COMPUTE VALOR-LIQ = VALOR-RA - VALOR-COMIS
                   PERFORM LANCA-RECUPERACAO
               END-IF
           END-IF.

       LANCA-RECUPERACAO.
           MOVE NUM-SOCIO-RA TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   MOVE "FORA DO CADSOCM" TO SITUACAO-WRK
                   PERFORM REGISTRA-EXCECAO
               NOT INVALID KEY
                   PERFORM ATUALIZA-SOCIO
           END-READ.

       ATUALIZA-SOCIO.
           MOVE "RECUPERADO" TO SITUACAO-WRK.
           MOVE DATA-EXEC TO DATA-ULT-MOV.
           SUBTRACT VALOR-LIQ FROM SALDO-SOCM.
           MOVE "G"       TO TIPO-MOV.
           MOVE VALOR-LIQ TO VALOR-MOV.
           PERFORM GRAVA-MOVTO.
           IF VALOR-COMIS > 0
               SUBTRACT VALOR-COMIS FROM SALDO-SOCM
               MOVE "M"         TO TIPO-MOV
               MOVE VALOR-COMIS TO VALOR-MOV
               PERFORM GRAVA-MOVTO
           END-IF.
           IF STATUS-SOCM = "S" AND SALDO-SOCM <= 0
               MOVE "A"       TO STATUS-SOCM
               MOVE DATA-EXEC TO DATA-STATUS
               MOVE "QUITACAO VIA AGENCIA" TO MOTIVO-STATUS
               MOVE "V"       TO TIPO-MOV
               MOVE 0         TO VALOR-MOV
               PERFORM GRAVA-MOVTO
               MOVE "RECUPERADO/REATIV." TO SITUACAO-WRK
           END-IF.
           REWRITE REG-SOCM.
           ADD VALOR-RA    TO VALOR-RECUP-AG.
           ADD VALOR-COMIS TO COMISSAO-AG.
           IF SALDO-SOCM <= 0
               MOVE "Q"       TO SITUACAO-AG
               MOVE DATA-EXEC TO DATA-SIT-AG
               ADD 1 TO CT-QUITADOS
           END-IF.
           REWRITE REG-AGENC.
           PERFORM GRAVA-LANCTOS-AGENCIA.
           ADD 1           TO CT-RECUPERADOS.
           ADD VALOR-RA    TO TOTAL-BRUTO.
           ADD VALOR-COMIS TO TOTAL-COMIS.
           ADD VALOR-LIQ   TO TOTAL-LIQ.
           PERFORM IMPRIME-RETORNO.

       GRAVA-MOVTO.
           MOVE NUM-SOCIOM TO NUM-SOCIO-MV.
           MOVE DATA-EXEC  TO DATA-MOV.
           MOVE SALDO-SOCM TO SALDO-APOS-MV.
           WRITE REG-MOVTO.

      *LIQUIDO ENTRA NO CAIXA CONTRA A CARTEIRA DE SOCIOS; A
      *COMISSAO E DESPESA CONTRA A MESMA CARTEIRA
       GRAVA-LANCTOS-AGENCIA.
           MOVE DATA-EXEC  TO DATA-LP.
           MOVE SPACES     TO HISTORICO-LP.
           STRING "AGENCIA " NUM-SOCIOM
               DELIMITED BY SIZE INTO HISTORICO-LP
           END-STRING.
           IF VALOR-LIQ > 0
               MOVE "RECUPAGE" TO EVENTO-LP
               MOVE VALOR-LIQ  TO VALOR-LP
               WRITE REG-LANCP
           END-IF.
           IF VALOR-COMIS > 0
               MOVE "COMISAGE"  TO EVENTO-LP
               MOVE VALOR-COMIS TO VALOR-LP
               WRITE REG-LANCP
           END-IF.

      *DEVOLVIDO COMO INCOBRAVEL: SAI DA AGENCIA SEM LANCAMENTO E
      *VOLTA A COBRANCA PROPRIA ATE A DECISAO DE BAIXA NO PERDASOC
       TRATA-DEVOLUCAO.
           MOVE "D"       TO SITUACAO-AG.
           MOVE DATA-EXEC TO DATA-SIT-AG.
           MOVE MOTIVO-RA TO MOTIVO-AG.
           REWRITE REG-AGENC.
           MOVE 0 TO VALOR-RA.
           MOVE NUM-SOCIO-RA TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SALDO-SOCM > 0
                       MOVE SALDO-SOCM TO VALOR-RA
                   END-IF
           END-READ.
           ADD 1 TO CT-DEVOLVIDOS.
           ADD VALOR-RA TO TOTAL-DEVOLV.
           MOVE "DEVOLVIDO-PERDA" TO SITUACAO-WRK.
           PERFORM IMPRIME-RETORNO.

       REGISTRA-EXCECAO.
           ADD 1 TO CT-EXCECOES.
           MOVE 0 TO VALOR-COMIS VALOR-LIQ.
           IF VALOR-RA IS NOT NUMERIC
               MOVE 0 TO VALOR-RA
           END-IF.
           DISPLAY "RETAGENC: RETORNO DO SOCIO " NUM-SOCIO-RA
               " NAO PROCESSADO - " SITUACAO-WRK.
           PERFORM IMPRIME-RETORNO.

       IMPRIME-RETORNO.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE TIPO-RA        TO TIPO-REL.
           MOVE NUM-SOCIO-RA   TO NUM-SOCIO-REL.
           MOVE DATA-RA(7:2)   TO DIA-REL.
           MOVE DATA-RA(5:2)   TO MES-REL.
           MOVE DATA-RA(1:4)   TO ANO-REL.
           MOVE VALOR-RA       TO BRUTO-REL.
           MOVE VALOR-COMIS    TO COMIS-REL.
           MOVE VALOR-LIQ      TO LIQ-REL.
           MOVE SITUACAO-WRK TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE-RET AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           IF CT-PAG = 0
               PERFORM CABECALHO
           END-IF.
           MOVE CT-RECUPERADOS TO QTD-REC-ROD.
           MOVE TOTAL-BRUTO    TO BRUTO-ROD.
           MOVE TOTAL-COMIS    TO COMIS-ROD.
           MOVE TOTAL-LIQ      TO LIQ-ROD.
           MOVE CT-QUITADOS    TO QTD-QUI-ROD.
           MOVE CT-DEVOLVIDOS  TO QTD-DEV-ROD.
           MOVE TOTAL-DEVOLV   TO DEVOLV-ROD.
           MOVE CT-EXCECOES    TO QTD-EXC-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-07 AFTER ADVANCING 1 LINE.
           IF CT-DEVOLVIDOS > 0
               WRITE REG-REL FROM RODAPE-08 AFTER ADVANCING 2 LINES
           END-IF.

       FIM.
           PERFORM RODAPE.
           CLOSE ARQRETAG CADSOCM ARQAGENC ARQMOVTO ARQLANCP RELRETAG.
           MOVE ASS-REGISTROS TO RACTL-REGISTROS.
           MOVE ASS-VALOR     TO RACTL-VALOR.
           MOVE ASS-SOCIO1    TO RACTL-SOCIO1.
           OPEN OUTPUT ARQRACTL.
           WRITE REG-RACTL.
           CLOSE ARQRACTL.
           DISPLAY "RETAGENC: " CT-RECUPERADOS " RECUPERACAO(OES), "
               CT-DEVOLVIDOS " DEVOLUCAO(OES) E " CT-EXCECOES
               " EXCECAO(OES)".
