      *              DE TRABALHO DE COBRANCA VIA ARQQUEBR.DAT, QUE O
      *              EX01 FUNDE NA ORDENACAO DO RELPRIOR. ACORDO COM
      *              TODAS AS PARCELAS LANCADAS E PAGAS E LIQUIDADO.
      *              O MES PROCESSADO FICA EM ACORCTL.DAT; PELO LOTE
      *              NOTURNO, O PEDIDO MENSLOTE.DAT PODE TRAZER UMA
      *              COMPETENCIA ANTERIOR (PROCESSAMENTO QUE FICOU
      *              PARA TRAS NA VIRADA DO MES).

       ENVIRONMENT DIVISION.

           FILE STATUS IS FS-CADSOCM.
           SELECT ARQQUEBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MENSLOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACORCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELACOR  ASSIGN TO DISK.

       DATA DIVISION.
           02 VALOR-QB      PIC 9(09)V9(02).
           02 DIAS-QB       PIC 9(06).

      *Competencia pedida pelo fluxo mensal do lote noturno
       FD MENSLOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "MENSLOTE.DAT".

       01 REG-MENSLOTE.
           02 MES-LOTE      PIC 9(06).

      *Controle do ultimo mes processado (AAAAMM)
       FD ACORCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ACORCTL.DAT".

       01 REG-ACORCTL.
           02 ULT-MES-ACOR  PIC 9(06).

       FD RELACOR
           LABEL RECORD IS OMITTED.

           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM LE-PEDIDO-LOTE.
           OPEN I-O ARQACORD
           OPEN INPUT CADSOCM
           OPEN OUTPUT ARQQUEBR
           OPEN OUTPUT RELACOR.
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
                       DISPLAY "PROCACOR: COMPETENCIA ATRASADA "
                           MES-EXEC
                   END-IF
           END-READ.
           CLOSE MENSLOTE.

       LEITURA.
           READ ARQACORD NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
       FIM.
           PERFORM RODAPE.
           CLOSE ARQACORD CADSOCM ARQQUEBR RELACOR.
           MOVE MES-EXEC TO ULT-MES-ACOR.
           OPEN OUTPUT ACORCTL.
           WRITE REG-ACORCTL.
           CLOSE ACORCTL.
           DISPLAY "PROCACOR: " CT-LANCADAS " PARCELA(S) LANCADA(S)"
               ", " CT-QUEBRADOS " ACORDO(S) QUEBRADO(S), "
               CT-LIQUIDADOS " LIQUIDADO(S)".
