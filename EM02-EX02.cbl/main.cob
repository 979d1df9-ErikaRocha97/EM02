           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCONS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CONS
           FILE STATUS IS FS-ARQCONS.

       DATA DIVISION.

           02 REGISTROS-GRAVADOS   PIC 9(08).
           02 REGISTROS-REJEITADOS PIC 9(08).

      *Consentimento de marketing por CPF (MANUCONS/CARGCONS), lido
      *pela chave ao montar as etiquetas: canal 1 e a mala direta
       FD ARQCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCONS.DAT".

       01 REG-CONS.
           02 CPF-CONS      PIC 9(11).
           02 CANAL-CONS OCCURS 3 TIMES.
               03 OPCAO-CONS  PIC X(01).
               03 DATA-CONS   PIC 9(08).
               03 ORIGEM-CONS PIC X(10).
           02 ENVIADO-CONS  PIC X(03).
           02 OPERADOR-CONS PIC X(08).

      *Arquivo de trabalho usado para ordenar os clientes por estado
       SD SORTCLI.
       01 REG-SORT.
               03 TEXTO-ETIQ PIC X(36).
               03 FILLER     PIC X(02).

      *Cliente com opt-out de mala direta fica fora das etiquetas
      *(continua na listagem); a quantidade sai no rodape
       77 FS-ARQCONS      PIC X(02) VALUE "00".
       77 MALA-RECUSADA   PIC X(03) VALUE "NAO".
       77 CT-ETIQ-OPTOUT  PIC 9(04) VALUE 0.

      *Controle de quebra e subtotal por estado
       77 ESTADO-ANT    PIC X(02) VALUE SPACES.
       77 TOTAL-ESTADO  PIC 9(04) VALUE 0.
           02 TOTAL-CLI     PIC 9(04)        VALUE 0.
           02 FILLER        PIC X(45)        VALUE SPACES.

       01 RODAPE-02.
           02 FILLER        PIC X(05)        VALUE SPACES.
           02 FILLER        PIC X(43)        VALUE
              "ETIQUETAS SUPRIMIDAS (OPT-OUT MALA DIRETA):".
           02 FILLER        PIC X(01)        VALUE SPACES.
           02 TOTAL-OPTOUT  PIC 9(04)        VALUE 0.
           02 FILLER        PIC X(27)        VALUE SPACES.

       PROCEDURE DIVISION.

       EXEMPLO-IMPRESSAO.
           END-IF.
           IF GERA-ETIQ = "S"
               OPEN OUTPUT ARQETIQ
               OPEN INPUT ARQCONS
           END-IF.
           RETURN SORTCLI AT END MOVE "SIM" TO FIM-SORT.
           PERFORM UNTIL FIM-SORT = "SIM"
               IF QTD-ETIQ-PEND > 0
                   PERFORM GRAVA-ETIQUETAS
               END-IF
               CLOSE ARQETIQ ARQCONS
           END-IF.

       IMPRESSAO.
               PERFORM GRAVA-CSV
           END-IF.
           IF GERA-ETIQ = "S"
               PERFORM CONFERE-MALA-DIRETA
               IF MALA-RECUSADA = "SIM"
                   ADD 1 TO CT-ETIQ-OPTOUT
               ELSE
                   PERFORM ACUMULA-ETIQUETA
               END-IF
           END-IF.

      *SO O OPT-OUT EXPLICITO ("N") DA MALA DIRETA TIRA O CLIENTE DAS
      *ETIQUETAS; CPF SEM REGISTRO DE CONSENTIMENTO CONTINUA SAINDO
       CONFERE-MALA-DIRETA.
           MOVE "NAO" TO MALA-RECUSADA.
           MOVE CPF-SORT TO CPF-CONS.
           READ ARQCONS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OPCAO-CONS(1) = "N"
                       MOVE "SIM" TO MALA-RECUSADA
                   END-IF
           END-READ.

      *JUNTA O CLIENTE NO BLOCO CORRENTE DE ETIQUETAS E GRAVA O
      *BLOCO QUANDO AS TRES COLUNAS ESTAO PREENCHIDAS
       ACUMULA-ETIQUETA.

       RODAPE.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINE.
           IF GERA-ETIQ = "S"
               MOVE CT-ETIQ-OPTOUT TO TOTAL-OPTOUT
               WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE
           END-IF.

       FIM.
           PERFORM GRAVA-AUDITORIA.
