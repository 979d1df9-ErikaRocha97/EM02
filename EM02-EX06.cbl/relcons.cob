       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELCONS.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      RELATORIO MENSAL DE COBERTURA DO CONSENTIMENTO
      *              DE MARKETING POR ESTADO: PARA CADA ESTADO-OK DOS
      *              CLIENTES VALIDADOS (CADOK.DAT), QUANTOS CLIENTES
      *              HA, QUANTOS TEM CONSENTIMENTO REGISTRADO NO
      *              ARQCONS.DAT (PELO MENOS UM CANAL INFORMADO), O
      *              PERCENTUAL DE COBERTURA E AS ACEITACOES E
      *              RECUSAS DE MALA DIRETA, E-MAIL E TELEFONE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CADOK    ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF-OK
           FILE STATUS IS FS-CADOK.
           SELECT OPTIONAL ARQCONS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CONS
           FILE STATUS IS FS-ARQCONS.
           SELECT RELCONS  ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADOK.DAT".

       01 REGOK.
           02 CPF-OK     PIC 9(11).
           02 NOME-OK    PIC X(30).
           02 ESTADO-OK  PIC X(02).
           02 CIDADE-OK  PIC X(30).
           02 EMAIL-OK   PIC X(30).
           02 TEL-OK     PIC 9(10).

      *Consentimento de marketing por CPF (MANUCONS/CARGCONS): por
      *canal (1 mala direta, 2 e-mail, 3 telefone) a opcao "S"
      *aceita ou "N" recusa, a data e a origem do consentimento
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

       FD RELCONS
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADOK      PIC X(02) VALUE "00".
       77 FS-ARQCONS    PIC X(02) VALUE "00".
       77 DATA-EXEC     PIC 9(08).
       77 COM-REGISTRO  PIC X(03) VALUE "NAO".
       77 IDX-CANAL     PIC 9(01).

      *Acumulado por estado, na ordem em que os estados aparecem no
      *CADOK, e o total geral em separado
       77 UF-MAX        PIC 9(02) VALUE 40.
       77 QTD-UF        PIC 9(02) VALUE 0.
       77 IDX-UF        PIC 9(02).
       77 POS-UF        PIC 9(02).
       01 TAB-ESTADOS.
           02 UF-ENT OCCURS 40 TIMES.
               03 UF-TAB        PIC X(02).
               03 CLI-TAB       PIC 9(06).
               03 REG-TAB       PIC 9(06).
               03 ACEITA-TAB    PIC 9(06) OCCURS 3 TIMES.
               03 RECUSA-TAB    PIC 9(06) OCCURS 3 TIMES.

       01 TOTAL-GERAL.
           02 CLI-TOT       PIC 9(06) VALUE 0.
           02 REG-TOT       PIC 9(06) VALUE 0.
           02 ACEITA-TOT    PIC 9(06) OCCURS 3 TIMES.
           02 RECUSA-TOT    PIC 9(06) OCCURS 3 TIMES.

       77 PCT-WRK       PIC 9(03)V9(01) VALUE 0.

       01 DATA-CAB.
           02 ANO-CAB   PIC 9(04).
           02 MES-CAB   PIC 9(02).
           02 DIA-CAB   PIC 9(02).

       01 CAB-01.
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(48)
              VALUE "COBERTURA DO CONSENTIMENTO DE MARKETING POR UF".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "MES: ".
           02 MES-REL PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-REL PIC 9(04).
           02 FILLER  PIC X(04) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(30) VALUE SPACES.
           02 FILLER  PIC X(16) VALUE "  MALA DIRETA   ".
           02 FILLER  PIC X(16) VALUE "     E-MAIL     ".
           02 FILLER  PIC X(16) VALUE "    TELEFONE    ".
           02 FILLER  PIC X(02) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(30)
              VALUE "UF  CLIENTES  C/REGIS. COBERT.".
           02 FILLER  PIC X(16) VALUE "  ACEITA  RECUSA".
           02 FILLER  PIC X(16) VALUE "  ACEITA  RECUSA".
           02 FILLER  PIC X(16) VALUE "  ACEITA  RECUSA".
           02 FILLER  PIC X(02) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE.
           02 UF-REL        PIC X(02).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 CLI-REL       PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 REG-REL-D     PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 PCT-REL       PIC ZZ9,9.
           02 FILLER        PIC X(01) VALUE "%".
           02 CANAL-REL OCCURS 3 TIMES.
               03 FILLER        PIC X(01) VALUE SPACES.
               03 ACEITA-REL    PIC ZZZ.ZZ9.
               03 FILLER        PIC X(01) VALUE SPACES.
               03 RECUSA-REL    PIC ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER  PIC X(66) VALUE
              "COBERTURA: CLIENTES COM PELO MENOS UM CANAL INFORMADO NO
      -       " ARQCONS".
           02 FILLER  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       COBERTURA-CONSENTIMENTO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ = "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           MOVE DATA-EXEC TO DATA-CAB.
           MOVE MES-CAB TO MES-REL.
           MOVE ANO-CAB TO ANO-REL.
           INITIALIZE TAB-ESTADOS TOTAL-GERAL.
           OPEN INPUT CADOK ARQCONS.
           OPEN OUTPUT RELCONS.
           PERFORM LEITURA.

       LEITURA.
           READ CADOK AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM LOCALIZA-ESTADO.
           ADD 1 TO CLI-TAB(POS-UF) CLI-TOT.
           MOVE CPF-OK TO CPF-CONS.
           READ ARQCONS
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM CONTA-CONSENTIMENTO
           END-READ.
           PERFORM LEITURA.

      *A TABELA FICA EM ORDEM DE UF: ESTADO NOVO ENTRA NA SUA
      *POSICAO E OS SEGUINTES DESCEM UMA LINHA
       LOCALIZA-ESTADO.
           MOVE 0 TO POS-UF.
           PERFORM VARYING IDX-UF FROM 1 BY 1
                   UNTIL IDX-UF > QTD-UF OR POS-UF > 0
               IF UF-TAB(IDX-UF) NOT < ESTADO-OK
                   MOVE IDX-UF TO POS-UF
               END-IF
           END-PERFORM.
           IF POS-UF = 0
               MOVE IDX-UF TO POS-UF
           END-IF.
           IF POS-UF > QTD-UF OR UF-TAB(POS-UF) NOT = ESTADO-OK
               IF QTD-UF < UF-MAX
                   PERFORM VARYING IDX-UF FROM QTD-UF BY -1
                           UNTIL IDX-UF < POS-UF
                       MOVE UF-ENT(IDX-UF) TO UF-ENT(IDX-UF + 1)
                   END-PERFORM
                   ADD 1 TO QTD-UF
                   INITIALIZE UF-ENT(POS-UF)
                   MOVE ESTADO-OK TO UF-TAB(POS-UF)
               ELSE
                   DISPLAY "RELCONS: TAB-ESTADOS CHEIA (" UF-MAX
                       ") - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *REGISTRO COM OS TRES CANAIS EM BRANCO NAO CONTA COMO COBERTO
       CONTA-CONSENTIMENTO.
           MOVE "NAO" TO COM-REGISTRO.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               EVALUATE OPCAO-CONS(IDX-CANAL)
                   WHEN "S"
                       MOVE "SIM" TO COM-REGISTRO
                       ADD 1 TO ACEITA-TAB(POS-UF, IDX-CANAL)
                                ACEITA-TOT(IDX-CANAL)
                   WHEN "N"
                       MOVE "SIM" TO COM-REGISTRO
                       ADD 1 TO RECUSA-TAB(POS-UF, IDX-CANAL)
                                RECUSA-TOT(IDX-CANAL)
               END-EVALUATE
           END-PERFORM.
           IF COM-REGISTRO = "SIM"
               ADD 1 TO REG-TAB(POS-UF) REG-TOT
           END-IF.

       FIM.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-ESTADO
               VARYING IDX-UF FROM 1 BY 1 UNTIL IDX-UF > QTD-UF.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-TOTAL.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 2 LINES.
           CLOSE CADOK ARQCONS RELCONS.
           DISPLAY "RELCONS: " CLI-TOT " CLIENTE(S) EM " QTD-UF
               " ESTADO(S), " REG-TOT " COM CONSENTIMENTO".

       IMPRIME-ESTADO.
           MOVE UF-TAB(IDX-UF)  TO UF-REL.
           MOVE CLI-TAB(IDX-UF) TO CLI-REL.
           MOVE REG-TAB(IDX-UF) TO REG-REL-D.
           COMPUTE PCT-WRK ROUNDED =
               REG-TAB(IDX-UF) * 100 / CLI-TAB(IDX-UF).
           MOVE PCT-WRK TO PCT-REL.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               MOVE ACEITA-TAB(IDX-UF, IDX-CANAL)
                 TO ACEITA-REL(IDX-CANAL)
               MOVE RECUSA-TAB(IDX-UF, IDX-CANAL)
                 TO RECUSA-REL(IDX-CANAL)
           END-PERFORM.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAL.
           MOVE "TT"    TO UF-REL.
           MOVE CLI-TOT TO CLI-REL.
           MOVE REG-TOT TO REG-REL-D.
           MOVE 0 TO PCT-WRK.
           IF CLI-TOT > 0
               COMPUTE PCT-WRK ROUNDED = REG-TOT * 100 / CLI-TOT
           END-IF.
           MOVE PCT-WRK TO PCT-REL.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               MOVE ACEITA-TOT(IDX-CANAL) TO ACEITA-REL(IDX-CANAL)
               MOVE RECUSA-TOT(IDX-CANAL) TO RECUSA-REL(IDX-CANAL)
           END-PERFORM.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
