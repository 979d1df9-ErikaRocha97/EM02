       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PENDAPRO.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO DAS OPERACOES DE SOCIOS AGUARDANDO A
      *              SEGUNDA APROVACAO NO ARQPEND.DAT (RECEBIMENTO DE
      *              CAIXA ACIMA DO LIMITE, CANCELAMENTO DE ACORDO E
      *              ESTORNO DO LOTE MANUAL): LISTA EM RELPENDA CADA
      *              PENDENCIA EM ABERTO COM QUEM DIGITOU E HA QUANTAS
      *              HORAS ESPERA, MARCANDO AS QUE PASSARAM DO PRAZO
      *              DO PARAMAPR.DAT (PADRAO 24 HORAS). AS VENCIDAS
      *              VAO TAMBEM PARA PENDVENC.DAT, QUE O DRIVER DO
      *              LOTE MOSTRA NO QUADRO DA MANHA. A DECISAO E
      *              TOMADA NO APROVSOC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PEND
           FILE STATUS IS FS-PEND.
           SELECT OPTIONAL PARAMAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDVENC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPENDA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Operacoes aguardando a segunda aprovacao (APROVSOC): tipo B
      *recebimento de caixa acima do limite, X cancelamento de
      *acordo, R estorno do lote manual; situacao P pendente, A
      *aprovada e aplicada, R rejeitada (com o motivo)
       FD ARQPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPEND.DAT".

       01 REG-PEND.
           02 NUM-PEND       PIC 9(08).
           02 TIPO-PEND      PIC X(01).
           02 ORIGEM-PEND    PIC X(08).
           02 SOCIO-PEND     PIC 9(06).
           02 NOME-PEND      PIC X(30).
           02 VALOR-PEND     PIC 9(09)V9(02).
           02 OPERADOR-PEND  PIC X(08).
           02 DATA-PEND      PIC 9(08).
           02 HORA-PEND      PIC 9(06).
           02 SITUACAO-PEND  PIC X(01).
           02 APROVADOR-PEND PIC X(08).
           02 DATA-DEC-PEND  PIC 9(08).
           02 HORA-DEC-PEND  PIC 9(06).
           02 MOTIVO-PEND    PIC X(40).
           02 RECIBO-PEND    PIC 9(08).

      *Limite da dupla aprovacao e prazo de decisao em horas,
      *mantidos pelo MANUPARM
       FD PARAMAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAPR.DAT".

       01 REG-PARAM-APR.
           02 PARM-VALOR-APR  PIC 9(07)V9(02).
           02 PARM-HORAS-PEND PIC 9(03).

      *Pendencias vencidas, uma linha de texto por pendencia, para o
      *quadro da manha do lote noturno; regravado a cada noite
       FD PENDVENC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PENDVENC.DAT".

       01 REG-VENC PIC X(80).

       FD RELPENDA
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FS-PEND        PIC X(02) VALUE "00".
       77 PEND-ABERTO    PIC X(03) VALUE "NAO".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 HORA-EXEC      PIC 9(08).
       77 INT-EXEC       PIC 9(07) VALUE 0.
       77 HORAS-PRAZO    PIC 9(03) VALUE 24.
       77 HORAS-ESPERA   PIC S9(07) VALUE 0.
       77 HH-EXEC        PIC 9(02) VALUE 0.
       77 HH-PEND        PIC 9(02) VALUE 0.
       77 CT-PENDENTES   PIC 9(06) VALUE 0.
       77 CT-VENCIDAS    PIC 9(06) VALUE 0.
       77 TOTAL-PEND     PIC 9(11)V9(02) VALUE 0.

      *Cabecalhos do relatorio de pendencias
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(42)
                      VALUE "OPERACOES AGUARDANDO A SEGUNDA APROVACAO".
           02 FILLER  PIC X(19) VALUE SPACES.

       01 CAB-03.
           02 FILLER      PIC X(13) VALUE "POSICAO EM:  ".
           02 DATA-CAB.
               03 DIA-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 MES-CAB PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 ANO-CAB PIC 9(04).
           02 FILLER      PIC X(09) VALUE "  PRAZO: ".
           02 PRAZO-CAB   PIC ZZ9.
           02 FILLER      PIC X(06) VALUE " HORAS".
           02 FILLER      PIC X(39) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(06) VALUE "NUMERO".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(01) VALUE "T".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "NOME".
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "VALOR".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "DIGITOU".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "HORAS".
           02 FILLER  PIC X(13) VALUE SPACES.

      *Pendencia em aberto
       01 DETALHE-PEND.
           02 NUM-REL       PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 TIPO-REL      PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 SOCIO-REL     PIC 9(06).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-REL      PIC X(20).
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 OPER-REL      PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 HORAS-REL     PIC ZZZZ9.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 VENC-REL      PIC X(07).
           02 FILLER        PIC X(05) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER        PIC X(25)
                            VALUE "PENDENCIAS EM ABERTO     ".
           02 QTD-ROD       PIC ZZZ.ZZ9.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 VALOR-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(26) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER        PIC X(25)
                            VALUE "VENCIDAS (FORA DO PRAZO) ".
           02 VENC-ROD      PIC ZZZ.ZZ9.
           02 FILLER        PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       RELATORIO-PENDENCIAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

      *SEM ARQPEND (NENHUMA PENDENCIA GERADA AINDA) O RELATORIO SAI
      *VAZIO E O PENDVENC E ZERADO
       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC FROM TIME.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM LE-PARAMETROS.
           OPEN OUTPUT PENDVENC
           OPEN OUTPUT RELPENDA.
           OPEN INPUT ARQPEND.
           IF FS-PEND = "00"
               MOVE "SIM" TO PEND-ABERTO
               MOVE 0 TO NUM-PEND
               START ARQPEND KEY IS NOT LESS THAN NUM-PEND
                   INVALID KEY MOVE "SIM" TO FIM-ARQ
               END-START
           ELSE
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           IF FIM-ARQ = "NAO"
               PERFORM LEITURA
           END-IF.

       LE-PARAMETROS.
           OPEN INPUT PARAMAPR.
           READ PARAMAPR
               AT END CONTINUE
               NOT AT END
                   IF PARM-HORAS-PEND IS NUMERIC AND
                      PARM-HORAS-PEND > 0
                       MOVE PARM-HORAS-PEND TO HORAS-PRAZO
                   END-IF
           END-READ.
           CLOSE PARAMAPR.

       LEITURA.
           READ ARQPEND NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           IF SITUACAO-PEND = "P"
               PERFORM CALCULA-ESPERA
               PERFORM IMPRIME-PENDENCIA
           END-IF.
           PERFORM LEITURA.

      *HORAS CHEIAS DESDE A DIGITACAO: DIAS CORRIDOS VEZES 24 MAIS A
      *DIFERENCA DAS HORAS DO DIA
       CALCULA-ESPERA.
           DIVIDE HORA-EXEC BY 1000000 GIVING HH-EXEC.
           DIVIDE HORA-PEND BY 10000 GIVING HH-PEND.
           COMPUTE HORAS-ESPERA =
               (INT-EXEC - FUNCTION INTEGER-OF-DATE(DATA-PEND)) * 24
             + HH-EXEC - HH-PEND.
           IF HORAS-ESPERA < 0
               MOVE 0 TO HORAS-ESPERA
           END-IF.

       IMPRIME-PENDENCIA.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE NUM-PEND      TO NUM-REL.
           MOVE TIPO-PEND     TO TIPO-REL.
           MOVE SOCIO-PEND    TO SOCIO-REL.
           MOVE NOME-PEND     TO NOME-REL.
           MOVE VALOR-PEND    TO VALOR-REL.
           MOVE OPERADOR-PEND TO OPER-REL.
           MOVE HORAS-ESPERA  TO HORAS-REL.
           IF HORAS-ESPERA >= HORAS-PRAZO
               MOVE "VENCIDA" TO VENC-REL
               ADD 1 TO CT-VENCIDAS
               WRITE REG-VENC FROM DETALHE-PEND
           ELSE
               MOVE SPACES TO VENC-REL
           END-IF.
           WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-PENDENTES.
           ADD VALOR-PEND TO TOTAL-PEND.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-EXEC(7:2) TO DIA-CAB.
           MOVE DATA-EXEC(5:2) TO MES-CAB.
           MOVE DATA-EXEC(1:4) TO ANO-CAB.
           MOVE HORAS-PRAZO    TO PRAZO-CAB.
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
           IF CT-PENDENTES = 0
               PERFORM CABECALHO
               MOVE "NENHUMA OPERACAO AGUARDANDO APROVACAO" TO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.
           MOVE CT-PENDENTES TO QTD-ROD.
           MOVE TOTAL-PEND   TO VALOR-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINES.
           MOVE CT-VENCIDAS  TO VENC-ROD.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM RODAPE.
           IF PEND-ABERTO = "SIM"
               CLOSE ARQPEND
           END-IF.
           CLOSE PENDVENC RELPENDA.
           DISPLAY "PENDAPRO: " CT-PENDENTES " PENDENCIA(S) EM ABERTO, "
               CT-VENCIDAS " VENCIDA(S) EM PENDVENC.DAT".
