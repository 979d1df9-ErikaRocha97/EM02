           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCRM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCONS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CONS
           FILE STATUS IS FS-ARQCONS.
           SELECT OPTIONAL ARQSUPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-SUP
           FILE STATUS IS FS-ARQSUPR.

       DATA DIVISION.

           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCRM.TXT".

       01 REG-CRM PIC X(126).

      *Arquivo de referencia de municipios (cidade + UF), mantido
      *pelo utilitario MANUMUN junto dos programas; carregado no
       01 REG-PARAM-CRM.
           02 PARM-DELTA PIC X(01).

      *Consentimento de marketing por CPF (MANUCONS/CARGCONS): por
      *canal (1 mala direta, 2 e-mail, 3 telefone) a opcao "S"
      *aceita ou "N" recusa, a data e a origem do registro;
      *ENVIADO-CONS guarda as opcoes do ultimo envio ao CRM
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

      *CPFs suprimidos do extrato do CRM por serem a mesma pessoa de
      *outro CPF (revisao de duplicidade no MANUDUP); EXCLUIDO-SUP
      *"S" depois que a exclusao ("D") ja seguiu para o CRM
       FD ARQSUPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSUPR.DAT".

       01 REG-SUPR.
           02 CPF-SUP         PIC 9(11).
           02 CPF-MANTIDO-SUP PIC 9(11).
           02 DATA-SUP        PIC 9(08).
           02 OPERADOR-SUP    PIC X(08).
           02 EXCLUIDO-SUP    PIC X(01).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 CT-CRM-D      PIC 9(06) VALUE 0.
       77 ACHOU-ANT     PIC X(03) VALUE "NAO".
       77 ACHOU-ATUAL   PIC X(03) VALUE "NAO".
       77 DADOS-CRM     PIC X(124) VALUE SPACES.

      *Opcoes de consentimento enviadas com o cliente ao CRM: "S"
      *aceita, "N" recusa, "I" sem registro para o canal
       77 FS-ARQCONS    PIC X(02) VALUE "00".
       77 ACHOU-CONS    PIC X(03) VALUE "NAO".
       77 FLAGS-CONS    PIC X(03) VALUE "III".
       77 IDX-CANAL     PIC 9(01).

      *Clientes validados que ficam fora do extrato do CRM por
      *duplicidade ja revisada
       77 FS-ARQSUPR    PIC X(02) VALUE "00".
       77 CPF-SUPRIMIDO PIC X(03) VALUE "NAO".
       77 CT-SUPRIMIDOS PIC 9(06) VALUE 0.

      *Tabela de referencia de municipios carregada de ARQMUNIC;
      *com a tabela vazia (arquivo ausente) a critica do par
               OPEN OUTPUT CADCRM
               PERFORM CABECALHO
           END-IF.
           OPEN I-O ARQCONS.
           IF FS-ARQCONS = "35"
               OPEN OUTPUT ARQCONS
               CLOSE ARQCONS
               OPEN I-O ARQCONS
           END-IF.
           OPEN I-O ARQSUPR.
           IF FS-ARQSUPR = "35"
               OPEN OUTPUT ARQSUPR
               CLOSE ARQSUPR
               OPEN I-O ARQSUPR
           END-IF.
           PERFORM LEITURA.

       LE-CHECKPOINT.
                       "(STATUS " FS-CADOK ") - CPF " CPF-R
           END-WRITE.
           ADD 1 TO CT-APROVADOS.
           PERFORM VERIFICA-SUPRESSAO.
           IF CPF-SUPRIMIDO = "NAO"
               PERFORM GRAVA-CRM
           END-IF.

      *CPF REVISADO COMO A MESMA PESSOA DE OUTRO FICA NO CADOK MAS
      *SAI DO EXTRATO DO CRM; NO MODO DELTA O CRM RECEBE UMA UNICA
      *EXCLUSAO ("D") DO CPF SUPRIMIDO
       VERIFICA-SUPRESSAO.
           MOVE "NAO" TO CPF-SUPRIMIDO.
           MOVE CPF-R TO CPF-SUP.
           READ ARQSUPR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO CPF-SUPRIMIDO
                   ADD 1 TO CT-SUPRIMIDOS
                   IF EXCLUIDO-SUP NOT = "S"
                       PERFORM EXCLUI-SUPRIMIDO-CRM
                   END-IF
           END-READ.

       EXCLUI-SUPRIMIDO-CRM.
           IF MODO-DELTA = "S"
               MOVE SPACES TO REG-CRM
               STRING "D|" CPF-R
                   DELIMITED BY SIZE INTO REG-CRM
               END-STRING
               WRITE REG-CRM
               ADD 1 TO CT-CRM-D
           END-IF.
           MOVE "S" TO EXCLUIDO-SUP.
           REWRITE REG-SUPR
               INVALID KEY
                   DISPLAY "EX06: REGRAVACAO RECUSADA NO ARQSUPR "
                       "(STATUS " FS-ARQSUPR ") - CPF " CPF-R
           END-REWRITE.

      *EXPORTA O CLIENTE VALIDADO NO FORMATO DELIMITADO POR "|" USADO
      *PELA CARGA DO CRM, COM AS OPCOES DE CONSENTIMENTO DE MALA
      *DIRETA, E-MAIL E TELEFONE NO FIM DA LINHA; NO MODO DELTA, SO
      *SAEM OS NOVOS ("A") E OS ALTERADOS ("U") EM RELACAO A
      *EXECUCAO ANTERIOR
       GRAVA-CRM.
           PERFORM LE-CONSENTIMENTO.
           PERFORM MONTA-DADOS-CRM.
           IF MODO-DELTA = "S"
               PERFORM GRAVA-CRM-DELTA
               MOVE DADOS-CRM TO REG-CRM
               WRITE REG-CRM
           END-IF.
           PERFORM MARCA-ENVIO-CONS.

      *CANAL SEM REGISTRO DE CONSENTIMENTO SEGUE COMO "I"
       LE-CONSENTIMENTO.
           MOVE "III" TO FLAGS-CONS.
           MOVE "NAO" TO ACHOU-CONS.
           MOVE CPF-R TO CPF-CONS.
           READ ARQCONS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO ACHOU-CONS
                   PERFORM VARYING IDX-CANAL FROM 1 BY 1
                           UNTIL IDX-CANAL > 3
                       IF OPCAO-CONS(IDX-CANAL) = "S" OR
                          OPCAO-CONS(IDX-CANAL) = "N"
                           MOVE OPCAO-CONS(IDX-CANAL)
                             TO FLAGS-CONS(IDX-CANAL:1)
                       END-IF
                   END-PERFORM
           END-READ.

      *AS OPCOES ENVIADAS FICAM NO PROPRIO REGISTRO DE CONSENTIMENTO,
      *PARA O DELTA DA NOITE SEGUINTE PERCEBER UMA MUDANCA SO DE
      *CONSENTIMENTO
       MARCA-ENVIO-CONS.
           IF ACHOU-CONS = "SIM" AND ENVIADO-CONS NOT = FLAGS-CONS
               MOVE FLAGS-CONS TO ENVIADO-CONS
               REWRITE REG-CONS
                   INVALID KEY
                       DISPLAY "EX06: REGRAVACAO RECUSADA NO ARQCONS "
                           "(STATUS " FS-ARQCONS ") - CPF " CPF-R
               END-REWRITE
           END-IF.

       MONTA-DADOS-CRM.
           MOVE SPACES TO DADOS-CRM.
               FUNCTION TRIM(EMAIL-OK)    DELIMITED BY SIZE
               "|"                        DELIMITED BY SIZE
               TEL-OK                     DELIMITED BY SIZE
               "|"                        DELIMITED BY SIZE
               FLAGS-CONS(1:1)            DELIMITED BY SIZE
               "|"                        DELIMITED BY SIZE
               FLAGS-CONS(2:1)            DELIMITED BY SIZE
               "|"                        DELIMITED BY SIZE
               FLAGS-CONS(3:1)            DELIMITED BY SIZE
               INTO DADOS-CRM
           END-STRING.

      *COMPARA O CLIENTE COM O REGISTRO DA EXECUCAO ANTERIOR POR
      *LEITURA DIRETA NA CHAVE DO CADOKANT: CPF NOVO VIRA "A",
      *CAMPOS ALTERADOS VIRAM "U", INALTERADO NAO SAI NO DELTA; UMA
      *MUDANCA SO DE CONSENTIMENTO DESDE O ULTIMO ENVIO TAMBEM E "U"
       GRAVA-CRM-DELTA.
           MOVE "NAO" TO ACHOU-ANT.
           MOVE CPF-R TO CPF-OK-ANT.
                  ESTADO-OK NOT = ESTADO-OK-ANT OR
                  CIDADE-OK NOT = CIDADE-OK-ANT OR
                  EMAIL-OK  NOT = EMAIL-OK-ANT  OR
                  TEL-OK    NOT = TEL-OK-ANT    OR
                  (ACHOU-CONS = "SIM" AND
                   FLAGS-CONS NOT = ENVIADO-CONS)
                   MOVE SPACES TO REG-CRM
                   STRING "U|" DADOS-CRM DELIMITED BY SIZE
                       INTO REG-CRM
           END-IF.
           PERFORM RODAPE-RELOCOR.
           PERFORM GRAVA-AUDITORIA.
           CLOSE CADCLI CADOK CADOKANT RELOCOR CADCRM ARQCONS
                 ARQSUPR.
           IF CT-SUPRIMIDOS > 0
               DISPLAY "EX06: " CT-SUPRIMIDOS " CLIENTE(S) FORA DO "
                   "EXTRATO DO CRM POR DUPLICIDADE (ARQSUPR)"
           END-IF.
      *EXECUCAO CONCLUIDA COM SUCESSO: ZERA O CHECKPOINT PARA QUE A
      *PROXIMA EXECUCAO COMECE DO INICIO DE UM NOVO ARQUIVO CADCLI
           MOVE 0 TO CKPT-REGISTROS CKPT-CT-PROCESSADOS
