      *              VAO PARA ARQMANRJ.DAT COM O MOTIVO. SE OS
      *              TOTAIS DE CONTROLE NAO FECHAREM, O LOTE E
      *              BLOQUEADO E O PROGRAMA TERMINA COM CODIGO 8.
      *              ESTORNO ("R") ACEITO NA CRITICA NAO VAI PARA O
      *              ARQMANOK: COM O LOTE LIBERADO, FICA PENDENTE NO
      *              ARQPEND.DAT ATE A SEGUNDA APROVACAO NO APROVSOC,
      *              COM O OPERADOR INFORMADO NO HEADER DO LOTE.

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQMANRJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PEND
           FILE STATUS IS FS-PEND.
           SELECT OPTIONAL ARQPNDCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEDIT  ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *Lote manual de manutencao com registros de controle:
      *  "H" + data do lote (AAAAMMDD) + operador que digitou
      *  "I"/"A"/"E"... transacoes de detalhe
      *  "T" + quantidade de detalhes + soma de VALOR-TRANS
       FD ARQMANUT
       01 REG-HEADER REDEFINES REG-MANUT.
           02 TIPO-HDR      PIC X(01).
           02 DATA-LOTE-HDR PIC 9(08).
           02 OPERADOR-HDR  PIC X(08).
           02 FILLER        PIC X(31).

      *Visao do mesmo registro como trailer de controle
       01 REG-TRAILER REDEFINES REG-MANUT.
           02 REGISTRO-RJ   PIC X(48).
           02 MOTIVO-RJ     PIC X(30).

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

      *Controle da numeracao das pendencias, compartilhado pelos
      *programas que as geram
       FD ARQPNDCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPNDCT.DAT".

       01 REG-PNDCT.
           02 ULT-PEND PIC 9(08).

       FD RELEDIT
           LABEL RECORD IS OMITTED.

       77 CT-REJEITADOS  PIC 9(06)        VALUE 0.
       77 SOMA-VALOR     PIC 9(11)V9(02)  VALUE 0.

      *Estornos retidos para a segunda aprovacao: operador do lote
      *(header; sem ele, "LOTE") e os estornos aceitos na critica,
      *gravados no ARQPEND so se o lote for liberado
       77 OPERADOR-LOTE  PIC X(08)        VALUE "LOTE".
       77 CT-RETIDOS     PIC 9(06)        VALUE 0.
       77 CT-PENDENCIAS  PIC 9(06)        VALUE 0.
       77 RETIDOS-MAX    PIC 9(04)        VALUE 9999.
       77 IDX-RET        PIC 9(04).
       77 DATA-EXEC      PIC 9(08)        VALUE 0.
       77 FS-PEND        PIC X(02)        VALUE "00".
       77 GRAVOU-PEND    PIC X(03)        VALUE "NAO".
       77 FIM-PEND       PIC X(03)        VALUE "NAO".
       01 TAB-RETIDOS.
           02 RET-ENT OCCURS 9999 TIMES.
               03 RET-SOCIO PIC 9(06).
               03 RET-NOME  PIC X(30).
               03 RET-VALOR PIC 9(09)V9(02).
               03 RET-JA    PIC X(03).

      *Socios ja vistos no lote (com o tipo), para apontar transacao
      *duplicada para o mesmo socio
       77 QTD-VISTOS     PIC 9(04) VALUE 0.
           02 REJ-ROD   PIC ZZZ.ZZ9.
           02 FILLER    PIC X(26) VALUE SPACES.

       01 RODAPE-RETIDOS.
           02 FILLER    PIC X(37)
                        VALUE "ESTORNOS AGUARDANDO APROVACAO (ACEITO".
           02 FILLER    PIC X(06) VALUE "S):   ".
           02 RET-ROD   PIC ZZZ.ZZ9.
           02 FILLER    PIC X(30) VALUE SPACES.

       01 RODAPE-CONTROLE.
           02 FILLER        PIC X(10) VALUE "TRAILER:  ".
           02 QTD-TRL-ROD   PIC ZZZ.ZZ9.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN INPUT ARQMANUT
           OPEN OUTPUT ARQMANOK
           OPEN OUTPUT ARQMANRJ
               PERFORM GRAVA-REJEICAO
           ELSE
               MOVE "SIM" TO TEM-HEADER
               IF OPERADOR-HDR NOT = SPACES
                   MOVE OPERADOR-HDR TO OPERADOR-LOTE
               END-IF
           END-IF.

      *GUARDA OS TOTAIS DE CONTROLE DO TRAILER: O BUFFER DO ARQUIVO
           IF MOTIVO-CRITICA = SPACES
               PERFORM VERIFICA-DUPLICADA
           END-IF.
           IF MOTIVO-CRITICA = SPACES AND TIPO-TRANS = "R"
               PERFORM RETEM-ESTORNO
           END-IF.
           IF MOTIVO-CRITICA = SPACES
               ADD 1 TO CT-ACEITOS
               MOVE TIPO-TRANS  TO TIPO-OK
               MOVE NUM-SOCIOT  TO NUM-SOCIO-OK
               MOVE NOME-SOCIOT TO NOME-SOCIO-OK
               MOVE VALOR-TRANS TO VALOR-OK
               IF TIPO-TRANS NOT = "R"
                   WRITE REG-MANOK
               END-IF
           ELSE
               PERFORM GRAVA-REJEICAO
           END-IF.

      *ESTORNO LIMPO FICA NA TABELA ATE O FIM DA CRITICA; SO VAI PARA
      *O ARQPEND SE O LOTE INTEIRO FOR LIBERADO. TABELA CHEIA
      *REJEITA O ESTORNO EM VEZ DE APLICA-LO SEM APROVACAO
       RETEM-ESTORNO.
           IF CT-RETIDOS < RETIDOS-MAX
               ADD 1 TO CT-RETIDOS
               MOVE NUM-SOCIOT  TO RET-SOCIO(CT-RETIDOS)
               MOVE NOME-SOCIOT TO RET-NOME(CT-RETIDOS)
               MOVE VALOR-TRANS TO RET-VALOR(CT-RETIDOS)
               MOVE "NAO"       TO RET-JA(CT-RETIDOS)
               MOVE "R"         TO TIPO-REJ-REL
               MOVE NUM-SOCIOT  TO NUM-REJ-REL
               MOVE "AGUARDA APROVACAO (APROVSOC)"
                 TO MOTIVO-REJ-REL
               WRITE REG-REL FROM DETALHE-REJ AFTER ADVANCING 1 LINE
           ELSE
               DISPLAY "TAB-RETIDOS CHEIA (" RETIDOS-MAX
                   ") - ESTORNO DO SOCIO " NUM-SOCIOT " REJEITADO"
               MOVE "ESTORNOS DEMAIS NO LOTE" TO MOTIVO-CRITICA
           END-IF.

      *APONTA SEGUNDA TRANSACAO DO MESMO TIPO PARA O MESMO SOCIO
      *DENTRO DO LOTE; SE A TABELA ENCHER, AS DEMAIS PASSAM SEM
      *ESTA VERIFICACAO EM VEZ DE ESTOURAR O SUBSCRITO
           MOVE CT-ACEITOS    TO ACEIT-ROD.
           MOVE CT-REJEITADOS TO REJ-ROD.
           WRITE REG-REL FROM RODAPE-TOTAIS AFTER ADVANCING 3 LINES.
           IF CT-RETIDOS > 0
               MOVE CT-RETIDOS TO RET-ROD
               WRITE REG-REL FROM RODAPE-RETIDOS
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF TEM-TRAILER = "SIM"
               MOVE QTD-LOTE-TRL   TO QTD-TRL-ROD
               MOVE VALOR-LOTE-TRL TO VLR-TRL-ROD

       FIM.
           PERFORM CONFERE-CONTROLES.
           IF LOTE-OK = "SIM" AND CT-RETIDOS > 0
               PERFORM GRAVA-ESTORNOS-PENDENTES
           END-IF.
           PERFORM RODAPE.
           CLOSE ARQMANUT ARQMANOK ARQMANRJ RELEDIT.
           IF CT-PENDENCIAS > 0
               DISPLAY "EDITMAN: " CT-PENDENCIAS " ESTORNO(S) "
                   "AGUARDANDO APROVACAO NO APROVSOC"
           END-IF.

      *UMA REEXECUCAO DO MESMO LOTE NO DIA NAO DUPLICA A PENDENCIA:
      *ESTORNO DO EDITMAN PARA O MESMO SOCIO E VALOR JA GRAVADO HOJE
      *E IGNORADO. ARQPEND INDISPONIVEL BLOQUEIA O LOTE (CODIGO 8),
      *POIS O ESTORNO SE PERDERIA
       GRAVA-ESTORNOS-PENDENTES.
           PERFORM MARCA-JA-PENDENTES.
           OPEN I-O ARQPEND.
           IF FS-PEND = "35"
               OPEN OUTPUT ARQPEND
               CLOSE ARQPEND
               OPEN I-O ARQPEND
           END-IF.
           IF FS-PEND NOT = "00" AND FS-PEND NOT = "05"
               DISPLAY "ARQPEND.DAT INDISPONIVEL (STATUS " FS-PEND
                   ") - ESTORNOS NAO REGISTRADOS"
               MOVE "ARQPEND INDISPONIVEL" TO SITUACAO-ROD
               MOVE "NAO" TO LOTE-OK
               CLOSE ARQMANOK
               OPEN OUTPUT ARQMANOK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRAVA-ESTORNO-PENDENTE
                   VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > CT-RETIDOS
               CLOSE ARQPEND
           END-IF.

       MARCA-JA-PENDENTES.
           MOVE "NAO" TO FIM-PEND.
           OPEN INPUT ARQPEND.
           IF FS-PEND = "00"
               MOVE 0 TO NUM-PEND
               START ARQPEND KEY IS NOT LESS THAN NUM-PEND
                   INVALID KEY MOVE "SIM" TO FIM-PEND
               END-START
               PERFORM UNTIL FIM-PEND = "SIM"
                   READ ARQPEND NEXT RECORD
                       AT END MOVE "SIM" TO FIM-PEND
                       NOT AT END
                           IF ORIGEM-PEND = "EDITMAN" AND
                              DATA-PEND = DATA-EXEC
                               PERFORM MARCA-RETIDO
                                   VARYING IDX-RET FROM 1 BY 1
                                   UNTIL IDX-RET > CT-RETIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPEND
           ELSE
               IF FS-PEND = "05"
                   CLOSE ARQPEND
               END-IF
           END-IF.

       MARCA-RETIDO.
           IF RET-SOCIO(IDX-RET) = SOCIO-PEND AND
              RET-VALOR(IDX-RET) = VALOR-PEND
               MOVE "SIM" TO RET-JA(IDX-RET)
           END-IF.

       GRAVA-ESTORNO-PENDENTE.
           IF RET-JA(IDX-RET) = "NAO"
               PERFORM NUMERA-PENDENCIA
               MOVE "R"                TO TIPO-PEND
               MOVE "EDITMAN"          TO ORIGEM-PEND
               MOVE RET-SOCIO(IDX-RET) TO SOCIO-PEND
               MOVE RET-NOME(IDX-RET)  TO NOME-PEND
               MOVE RET-VALOR(IDX-RET) TO VALOR-PEND
               MOVE OPERADOR-LOTE      TO OPERADOR-PEND
               MOVE DATA-EXEC          TO DATA-PEND
               ACCEPT HORA-PEND FROM TIME
               MOVE "P"                TO SITUACAO-PEND
               MOVE SPACES             TO APROVADOR-PEND MOTIVO-PEND
               MOVE 0                  TO DATA-DEC-PEND HORA-DEC-PEND
                                          RECIBO-PEND
               MOVE "NAO" TO GRAVOU-PEND
               PERFORM UNTIL GRAVOU-PEND = "SIM"
                   WRITE REG-PEND
                       INVALID KEY
                           PERFORM NUMERA-PENDENCIA
                       NOT INVALID KEY
                           MOVE "SIM" TO GRAVOU-PEND
                   END-WRITE
               END-PERFORM
               ADD 1 TO CT-PENDENCIAS
           END-IF.

      *NUMERO DA PENDENCIA RESERVADO NO CONTROLE NA HORA: OUTROS
      *PROGRAMAS TAMBEM GERAM PENDENCIAS
       NUMERA-PENDENCIA.
           OPEN INPUT ARQPNDCT.
           READ ARQPNDCT
               AT END MOVE 0 TO ULT-PEND
           END-READ.
           CLOSE ARQPNDCT.
           ADD 1 TO ULT-PEND.
           MOVE ULT-PEND TO NUM-PEND.
           OPEN OUTPUT ARQPNDCT.
           WRITE REG-PNDCT.
           CLOSE ARQPNDCT.
