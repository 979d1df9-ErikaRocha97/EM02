      *              A PARTIR DE TRANSACOES DE INCLUSAO, ALTERACAO,
      *              EXCLUSAO, ESTORNO E DEBITO AUTOMATICO DE ATRASO,
      *              MANTENDO SALDO E HISTORICO DE ATRASO ACUMULADOS
      *              ENTRE EXECUCOES. O PAGAMENTO DA ALTERACAO E O
      *              ESTORNO DEIXAM O EVENTO CONTABIL ("RECMANUT"/
      *              "ESTORREC") EM ARQLANCP.DAT PARA O EXPCONT.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

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

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
           OPEN OUTPUT RELMANUT.
           OPEN OUTPUT RELSITUA.
           OPEN EXTEND ARQMOVTO.
           OPEN EXTEND ARQLANCP.
           PERFORM CABECALHO.
           PERFORM CABECALHO-SITUA.
           PERFORM LEITURA.
      *DEVEDOR, DESFAZENDO A ALTERACAO ("A") ORIGINAL. A ALTERACAO
      *SO INCREMENTOU QTD-ATRASOS QUANDO DEIXOU SALDO POSITIVO, OU
      *SEJA, QUANDO O SALDO ANTES DO ESTORNO AINDA E POSITIVO; SO
      *NESSE CASO O HISTORICO DE ATRASOS E DECREMENTADO. O EDITMAN
      *RETEM OS ESTORNOS DO LOTE PARA A SEGUNDA APROVACAO, QUE OS
      *APLICA PELA MESMA REGRA NO APROVSOC
       ESTORNA-SOCIO.
           READ CADSOCM
               INVALID KEY
           MOVE VALOR-TRANS TO VALOR-MOV.
           MOVE SALDO-SOCM  TO SALDO-APOS-MV.
           WRITE REG-MOVTO.
           IF VALOR-TRANS > 0
               IF TIPO-TRANS = "A" OR TIPO-TRANS = "R"
                   PERFORM GRAVA-LANCTO
               END-IF
           END-IF.

      *PAGAMENTO ("A") ENTRA NO CAIXA CONTRA A CARTEIRA DE SOCIOS; O
      *ESTORNO ("R") FAZ O INVERSO
       GRAVA-LANCTO.
           MOVE DATA-EXEC   TO DATA-LP.
           MOVE VALOR-TRANS TO VALOR-LP.
           MOVE SPACES      TO HISTORICO-LP.
           IF TIPO-TRANS = "A"
               MOVE "RECMANUT" TO EVENTO-LP
               STRING "RECEB.MANUT " NUM-SOCIOM DELIMITED BY SIZE
                   INTO HISTORICO-LP
               END-STRING
           ELSE
               MOVE "ESTORREC" TO EVENTO-LP
               STRING "ESTORNO RECEB " NUM-SOCIOM DELIMITED BY SIZE
                   INTO HISTORICO-LP
               END-STRING
           END-IF.
           WRITE REG-LANCP.

       IMPRIME-TRANSACAO.
           MOVE TIPO-TRANS      TO TIPO-REL
       FIM.
           PERFORM RODAPE-SITUA.
           CLOSE ARQMANUT ARQMAUTO CADSOCM RELMANUT RELSITUA
                 ARQMOVTO ARQLANCP.
