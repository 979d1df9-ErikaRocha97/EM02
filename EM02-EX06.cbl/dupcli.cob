       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DUPCLI.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DETECCAO DE PROVAVEIS DUPLICIDADES DE PESSOA
      *              ENTRE CPFS DIFERENTES DO CADOK.DAT (O EX06 SO
      *              PEGA O MESMO CPF DUAS VEZES). CADA PAR DE
      *              CLIENTES RECEBE PONTOS PELO NOME NORMALIZADO
      *              (MAIUSCULAS, SEM PONTUACAO E SEM DE/DA/DO/DOS/
      *              DAS/E), PELO TELEFONE, PELO E-MAIL, PELA CIDADE
      *              COM O ESTADO E POR UM CPF QUASE IGUAL (UM DIGITO
      *              TROCADO OU DOIS VIZINHOS INVERTIDOS); O PAR COM
      *              PONTUACAO IGUAL OU MAIOR QUE A DO PARAMDUP VAI
      *              PARA O ARQUIVO DE REVISAO ARQDUP.DAT E PARA O
      *              RELATORIO RELDUP. PAR JA DECIDIDO NO MANUDUP
      *              ("MESMA PESSOA" OU "NAO DUPLICADO") NAO VOLTA, E
      *              CPF JA SUPRIMIDO (ARQSUPR) FICA FORA DA BUSCA.

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
           SELECT OPTIONAL ARQDUP  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DUP
           FILE STATUS IS FS-ARQDUP.
           SELECT OPTIONAL ARQSUPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-SUP
           FILE STATUS IS FS-ARQSUPR.
           SELECT OPTIONAL PARAMDUP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDUP   ASSIGN TO DISK.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *Pares de provaveis duplicidades, CPF-A sempre menor que
      *CPF-B: SITUACAO-DUP "P" pendente de revisao, "M" mesma pessoa
      *(CPF-MANTIDO-DUP fica no CRM, o outro vai para o ARQSUPR),
      *"N" nao duplicado. CRITERIOS-DUP marca o que coincidiu: N
      *nome, P so o primeiro e o ultimo nome, T telefone, E e-mail,
      *L cidade e estado, C CPF quase igual
       FD ARQDUP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQDUP.DAT".

       01 REG-DUP.
           02 CHAVE-DUP.
               03 CPF-A-DUP    PIC 9(11).
               03 CPF-B-DUP    PIC 9(11).
           02 SITUACAO-DUP     PIC X(01).
           02 PONTOS-DUP       PIC 9(03).
           02 CRITERIOS-DUP    PIC X(05).
           02 DATA-DETEC-DUP   PIC 9(08).
           02 DATA-ULT-DUP     PIC 9(08).
           02 DATA-DECISAO-DUP PIC 9(08).
           02 OPERADOR-DUP     PIC X(08).
           02 CPF-MANTIDO-DUP  PIC 9(11).

      *CPFs suprimidos do extrato do CRM por duplicidade revisada
       FD ARQSUPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSUPR.DAT".

       01 REG-SUPR.
           02 CPF-SUP         PIC 9(11).
           02 CPF-MANTIDO-SUP PIC 9(11).
           02 DATA-SUP        PIC 9(08).
           02 OPERADOR-SUP    PIC X(08).
           02 EXCLUIDO-SUP    PIC X(01).

      *Pontuacao minima do par (mantida pelo MANUPARM)
       FD PARAMDUP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMDUP.DAT".

       01 REG-PARAM-DUP.
           02 PARM-LIMIAR-DUP PIC 9(03).

       FD RELDUP
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      *Log de auditoria compartilhado entre os programas do sistema
       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "LOGEXEC.DAT".

       01 REG-AUDIT.
           02 PROGRAMA-AUDIT       PIC X(10).
           02 DATA-AUDIT           PIC 9(08).
           02 HORA-AUDIT           PIC 9(06).
           02 REGISTROS-LIDOS      PIC 9(08).
           02 REGISTROS-GRAVADOS   PIC 9(08).
           02 REGISTROS-REJEITADOS PIC 9(08).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FS-CADOK      PIC X(02) VALUE "00".
       77 FS-ARQDUP     PIC X(02) VALUE "00".
       77 FS-ARQSUPR    PIC X(02) VALUE "00".
       77 DATA-EXEC     PIC 9(08).
       77 HORA-EXEC     PIC 9(06).
       77 CT-LIDOS      PIC 9(08) VALUE 0.
       77 CT-SUPRIMIDOS PIC 9(06) VALUE 0.
       77 CT-NOVOS      PIC 9(06) VALUE 0.
       77 CT-PENDENTES  PIC 9(06) VALUE 0.
       77 CT-DECIDIDOS  PIC 9(06) VALUE 0.
       77 CT-LIN        PIC 9(02) VALUE 99.
       77 CT-PAG        PIC 9(04) VALUE 0.

      *Pontuacao minima do par; padrao 50 pega tambem telefone e
      *e-mail compartilhados na mesma cidade (familia), que o
      *revisor descarta como "nao duplicado"
       77 LIMIAR-DUP    PIC 9(03) VALUE 50.

      *Pesos de cada criterio (soma maxima 100)
       77 PESO-NOME      PIC 9(03) VALUE 35.
       77 PESO-NOME-PARC PIC 9(03) VALUE 20.
       77 PESO-TEL       PIC 9(03) VALUE 20.
       77 PESO-EMAIL     PIC 9(03) VALUE 20.
       77 PESO-LOCAL     PIC 9(03) VALUE 10.
       77 PESO-CPF       PIC 9(03) VALUE 15.

      *Clientes do CADOK com os campos ja normalizados, na ordem do
      *CPF (a chave do CADOK), o que deixa CPF-A menor que CPF-B;
      *cada cliente e comparado com todos os seguintes da tabela
       77 CLI-MAX       PIC 9(05) VALUE 5000.
       77 QTD-CLI       PIC 9(05) VALUE 0.
       77 IDX-A         PIC 9(05).
       77 IDX-B         PIC 9(05).
       77 IDX-INI       PIC 9(05).
       01 TAB-CLIENTES.
           02 CLI-ENT OCCURS 5000 TIMES.
               03 CPF-TAB     PIC 9(11).
               03 CPF-TAB-X REDEFINES CPF-TAB PIC X(11).
               03 NOME-TAB    PIC X(30).
               03 NOME-N-TAB  PIC X(30).
               03 PRIM-TAB    PIC X(15).
               03 ULT-TAB     PIC X(15).
               03 CIDADE-TAB  PIC X(30).
               03 UF-TAB      PIC X(02).
               03 EMAIL-TAB   PIC X(30).
               03 TEL-TAB     PIC 9(10).

      *Normalizacao do nome: palavras separadas, sem as particulas
       77 NOME-WRK      PIC X(30) VALUE SPACES.
       77 NOME-N-WRK    PIC X(30) VALUE SPACES.
       77 PRIM-WRK      PIC X(15) VALUE SPACES.
       77 ULT-WRK       PIC X(15) VALUE SPACES.
       77 PTR-NOME      PIC 9(02) VALUE 1.
       77 IDX-PAL       PIC 9(02).
       01 TAB-PALAVRAS.
           02 PALAVRA   PIC X(15) OCCURS 8 TIMES.

      *Pontuacao do par em avaliacao
       77 PONTOS        PIC 9(03) VALUE 0.
       77 CRITERIOS     PIC X(05) VALUE SPACES.
       77 DIF-CPF       PIC 9(02) VALUE 0.
       77 POS-DIF1      PIC 9(02) VALUE 0.
       77 POS-DIF2      PIC 9(02) VALUE 0.
       77 IDX-DIG       PIC 9(02).
       77 SITUACAO-PAR  PIC X(08) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46)
              VALUE "PROVAVEIS DUPLICIDADES DE CLIENTES (CADOK)".
           02 FILLER  PIC X(10) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 PAG-CAB PIC 9(02).

       01 CAB-02.
           02 FILLER     PIC X(18) VALUE "PONTUACAO MINIMA: ".
           02 LIMIAR-CAB PIC ZZ9.
           02 FILLER     PIC X(59) VALUE
              "  CRITERIOS: N NOME P PRIM/ULT T TEL E EMAIL L CIDADE C C
      -       "PF".

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE-PAR.
           02 FILLER        PIC X(08) VALUE "PONTOS: ".
           02 PONTOS-REL    PIC ZZ9.
           02 FILLER        PIC X(14) VALUE "  CRITERIOS: ".
           02 CRIT-REL      PIC X(05).
           02 FILLER        PIC X(12) VALUE "  SITUACAO: ".
           02 SIT-REL       PIC X(08).
           02 FILLER        PIC X(17) VALUE "  DETECTADO EM: ".
           02 DETEC-REL     PIC 9(08).
           02 FILLER        PIC X(05) VALUE SPACES.

       01 DETALHE-CLI.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CPF-REL       PIC 9(11).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-REL      PIC X(30).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 CIDADE-REL    PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 UF-REL        PIC X(02).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 TEL-REL       PIC 9(10).
           02 FILLER        PIC X(01) VALUE SPACES.

       01 DETALHE-EMAIL.
           02 FILLER        PIC X(14) VALUE SPACES.
           02 EMAIL-REL     PIC X(30).
           02 FILLER        PIC X(36) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER      PIC X(17) VALUE "CLIENTES LIDOS: ".
           02 LID-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(14) VALUE "  SUPRIMIDOS: ".
           02 SUP-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(37) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER      PIC X(14) VALUE "PARES NOVOS: ".
           02 NOV-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(14) VALUE "  PENDENTES: ".
           02 PEN-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(26)
              VALUE "  JA DECIDIDOS (OMITIDOS):".
           02 DEC-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       DETECTA-DUPLICIDADES.
           PERFORM INICIO.
           PERFORM COMPARA-CLIENTE
               VARYING IDX-A FROM 1 BY 1 UNTIL IDX-A >= QTD-CLI.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC FROM TIME.
           PERFORM LE-PARAMETROS.
           OPEN INPUT ARQSUPR.
           PERFORM CARREGA-CLIENTES.
           CLOSE ARQSUPR.
           OPEN I-O ARQDUP.
           IF FS-ARQDUP = "35"
               OPEN OUTPUT ARQDUP
               CLOSE ARQDUP
               OPEN I-O ARQDUP
           END-IF.
           OPEN OUTPUT RELDUP.

       LE-PARAMETROS.
           OPEN INPUT PARAMDUP.
           READ PARAMDUP
               AT END CONTINUE
               NOT AT END
                   IF PARM-LIMIAR-DUP IS NUMERIC AND
                      PARM-LIMIAR-DUP > 0 AND PARM-LIMIAR-DUP < 101
                       MOVE PARM-LIMIAR-DUP TO LIMIAR-DUP
                   END-IF
           END-READ.
           CLOSE PARAMDUP.

       CARREGA-CLIENTES.
           OPEN INPUT CADOK.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADOK
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       PERFORM GUARDA-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE CADOK.

      *CPF JA SUPRIMIDO COMO DUPLICIDADE NAO ENTRA NA COMPARACAO
       GUARDA-CLIENTE.
           MOVE CPF-OK TO CPF-SUP.
           READ ARQSUPR
               INVALID KEY
                   IF QTD-CLI < CLI-MAX
                       ADD 1 TO QTD-CLI
                       PERFORM NORMALIZA-CLIENTE
                   ELSE
                       DISPLAY "DUPCLI: TAB-CLIENTES CHEIA (" CLI-MAX
                           ") - EXECUCAO ABORTADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CT-SUPRIMIDOS
           END-READ.

      *MAIUSCULAS E SEM PONTUACAO EM TODOS OS CAMPOS DE TEXTO
       NORMALIZA-CLIENTE.
           MOVE CPF-OK    TO CPF-TAB(QTD-CLI).
           MOVE NOME-OK   TO NOME-TAB(QTD-CLI).
           MOVE CIDADE-OK TO CIDADE-TAB(QTD-CLI).
           MOVE ESTADO-OK TO UF-TAB(QTD-CLI).
           MOVE EMAIL-OK  TO EMAIL-TAB(QTD-CLI).
           MOVE TEL-OK    TO TEL-TAB(QTD-CLI).
           INSPECT CIDADE-TAB(QTD-CLI) CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
           INSPECT UF-TAB(QTD-CLI) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT EMAIL-TAB(QTD-CLI) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM NORMALIZA-NOME.
           MOVE NOME-N-WRK TO NOME-N-TAB(QTD-CLI).
           MOVE PRIM-WRK   TO PRIM-TAB(QTD-CLI).
           MOVE ULT-WRK    TO ULT-TAB(QTD-CLI).

      *NOME REMONTADO COM UM ESPACO ENTRE AS PALAVRAS, SEM AS
      *PARTICULAS DE LIGACAO; GUARDA O PRIMEIRO E O ULTIMO NOME
       NORMALIZA-NOME.
           MOVE NOME-OK TO NOME-WRK.
           INSPECT NOME-WRK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
           MOVE SPACES TO TAB-PALAVRAS NOME-N-WRK PRIM-WRK ULT-WRK.
           UNSTRING NOME-WRK DELIMITED BY ALL SPACE
               INTO PALAVRA(1) PALAVRA(2) PALAVRA(3) PALAVRA(4)
                    PALAVRA(5) PALAVRA(6) PALAVRA(7) PALAVRA(8)
           END-UNSTRING.
           MOVE 1 TO PTR-NOME.
           PERFORM VARYING IDX-PAL FROM 1 BY 1 UNTIL IDX-PAL > 8
               IF PALAVRA(IDX-PAL) NOT = SPACES AND
                  PALAVRA(IDX-PAL) NOT = "DE"  AND
                  PALAVRA(IDX-PAL) NOT = "DA"  AND
                  PALAVRA(IDX-PAL) NOT = "DO"  AND
                  PALAVRA(IDX-PAL) NOT = "DOS" AND
                  PALAVRA(IDX-PAL) NOT = "DAS" AND
                  PALAVRA(IDX-PAL) NOT = "E"
                   IF PRIM-WRK = SPACES
                       MOVE PALAVRA(IDX-PAL) TO PRIM-WRK
                   ELSE
                       STRING " " DELIMITED BY SIZE
                           INTO NOME-N-WRK WITH POINTER PTR-NOME
                       END-STRING
                   END-IF
                   MOVE PALAVRA(IDX-PAL) TO ULT-WRK
                   STRING PALAVRA(IDX-PAL) DELIMITED BY SPACE
                       INTO NOME-N-WRK WITH POINTER PTR-NOME
                   END-STRING
               END-IF
           END-PERFORM.

       COMPARA-CLIENTE.
           COMPUTE IDX-INI = IDX-A + 1.
           PERFORM AVALIA-PAR
               VARYING IDX-B FROM IDX-INI BY 1 UNTIL IDX-B > QTD-CLI.

      *O CPF SO E CONFERIDO QUANDO NOME, TELEFONE OU E-MAIL JA
      *PONTUARAM, PARA NAO ABRIR DIGITO A DIGITO TODOS OS PARES
       AVALIA-PAR.
           MOVE 0 TO PONTOS.
           MOVE "-----" TO CRITERIOS.
           IF NOME-N-TAB(IDX-A) NOT = SPACES
               IF NOME-N-TAB(IDX-A) = NOME-N-TAB(IDX-B)
                   ADD PESO-NOME TO PONTOS
                   MOVE "N" TO CRITERIOS(1:1)
               ELSE
                   IF PRIM-TAB(IDX-A) = PRIM-TAB(IDX-B) AND
                      ULT-TAB(IDX-A)  = ULT-TAB(IDX-B)
                       ADD PESO-NOME-PARC TO PONTOS
                       MOVE "P" TO CRITERIOS(1:1)
                   END-IF
               END-IF
           END-IF.
           IF TEL-TAB(IDX-A) > 0 AND
              TEL-TAB(IDX-A) = TEL-TAB(IDX-B)
               ADD PESO-TEL TO PONTOS
               MOVE "T" TO CRITERIOS(2:1)
           END-IF.
           IF EMAIL-TAB(IDX-A) NOT = SPACES AND
              EMAIL-TAB(IDX-A) = EMAIL-TAB(IDX-B)
               ADD PESO-EMAIL TO PONTOS
               MOVE "E" TO CRITERIOS(3:1)
           END-IF.
           IF CIDADE-TAB(IDX-A) = CIDADE-TAB(IDX-B) AND
              UF-TAB(IDX-A)     = UF-TAB(IDX-B)
               ADD PESO-LOCAL TO PONTOS
               MOVE "L" TO CRITERIOS(4:1)
           END-IF.
           IF PONTOS > PESO-LOCAL
               PERFORM COMPARA-CPF
           END-IF.
           IF PONTOS >= LIMIAR-DUP
               PERFORM REGISTRA-PAR
           END-IF.

      *CPF QUASE IGUAL: UM UNICO DIGITO DIFERENTE, OU DOIS DIGITOS
      *VIZINHOS TROCADOS DE LUGAR (ERROS TIPICOS DE DIGITACAO QUE O
      *DIGITO VERIFICADOR NEM SEMPRE PEGA)
       COMPARA-CPF.
           MOVE 0 TO DIF-CPF POS-DIF1 POS-DIF2.
           PERFORM VARYING IDX-DIG FROM 1 BY 1
                   UNTIL IDX-DIG > 11 OR DIF-CPF > 2
               IF CPF-TAB-X(IDX-A)(IDX-DIG:1) NOT =
                  CPF-TAB-X(IDX-B)(IDX-DIG:1)
                   ADD 1 TO DIF-CPF
                   IF POS-DIF1 = 0
                       MOVE IDX-DIG TO POS-DIF1
                   ELSE
                       MOVE IDX-DIG TO POS-DIF2
                   END-IF
               END-IF
           END-PERFORM.
           IF DIF-CPF = 1
               ADD PESO-CPF TO PONTOS
               MOVE "C" TO CRITERIOS(5:1)
           END-IF.
           IF DIF-CPF = 2 AND POS-DIF2 = POS-DIF1 + 1
               IF CPF-TAB-X(IDX-A)(POS-DIF1:1) =
                  CPF-TAB-X(IDX-B)(POS-DIF2:1) AND
                  CPF-TAB-X(IDX-A)(POS-DIF2:1) =
                  CPF-TAB-X(IDX-B)(POS-DIF1:1)
                   ADD PESO-CPF TO PONTOS
                   MOVE "C" TO CRITERIOS(5:1)
               END-IF
           END-IF.

      *PAR NOVO ENTRA PENDENTE; PAR PENDENTE TEM A PONTUACAO
      *ATUALIZADA; PAR JA DECIDIDO PELO REVISOR NAO VOLTA AO RELATORIO
       REGISTRA-PAR.
           MOVE CPF-TAB(IDX-A) TO CPF-A-DUP.
           MOVE CPF-TAB(IDX-B) TO CPF-B-DUP.
           READ ARQDUP
               INVALID KEY
                   MOVE "P"       TO SITUACAO-DUP
                   MOVE PONTOS    TO PONTOS-DUP
                   MOVE CRITERIOS TO CRITERIOS-DUP
                   MOVE DATA-EXEC TO DATA-DETEC-DUP DATA-ULT-DUP
                   MOVE 0         TO DATA-DECISAO-DUP CPF-MANTIDO-DUP
                   MOVE SPACES    TO OPERADOR-DUP
                   WRITE REG-DUP
                   ADD 1 TO CT-NOVOS
                   MOVE "NOVO" TO SITUACAO-PAR
                   PERFORM IMPRIME-PAR
               NOT INVALID KEY
                   IF SITUACAO-DUP = "P"
                       MOVE PONTOS    TO PONTOS-DUP
                       MOVE CRITERIOS TO CRITERIOS-DUP
                       MOVE DATA-EXEC TO DATA-ULT-DUP
                       REWRITE REG-DUP
                       ADD 1 TO CT-PENDENTES
                       MOVE "PENDENTE" TO SITUACAO-PAR
                       PERFORM IMPRIME-PAR
                   ELSE
                       ADD 1 TO CT-DECIDIDOS
                   END-IF
           END-READ.

       IMPRIME-PAR.
           IF CT-LIN > 50
               PERFORM CABECALHO
           END-IF.
           MOVE PONTOS         TO PONTOS-REL.
           MOVE CRITERIOS      TO CRIT-REL.
           MOVE SITUACAO-PAR   TO SIT-REL.
           MOVE DATA-DETEC-DUP TO DETEC-REL.
           WRITE REG-REL FROM DETALHE-PAR AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-CLIENTE-A.
           PERFORM IMPRIME-CLIENTE-B.
           ADD 6 TO CT-LIN.

       IMPRIME-CLIENTE-A.
           MOVE CPF-TAB(IDX-A)    TO CPF-REL.
           MOVE NOME-TAB(IDX-A)   TO NOME-REL.
           MOVE CIDADE-TAB(IDX-A) TO CIDADE-REL.
           MOVE UF-TAB(IDX-A)     TO UF-REL.
           MOVE TEL-TAB(IDX-A)    TO TEL-REL.
           MOVE EMAIL-TAB(IDX-A)  TO EMAIL-REL.
           WRITE REG-REL FROM DETALHE-CLI   AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-EMAIL AFTER ADVANCING 1 LINE.

       IMPRIME-CLIENTE-B.
           MOVE CPF-TAB(IDX-B)    TO CPF-REL.
           MOVE NOME-TAB(IDX-B)   TO NOME-REL.
           MOVE CIDADE-TAB(IDX-B) TO CIDADE-REL.
           MOVE UF-TAB(IDX-B)     TO UF-REL.
           MOVE TEL-TAB(IDX-B)    TO TEL-REL.
           MOVE EMAIL-TAB(IDX-B)  TO EMAIL-REL.
           WRITE REG-REL FROM DETALHE-CLI   AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-EMAIL AFTER ADVANCING 1 LINE.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB.
           MOVE LIMIAR-DUP TO LIMIAR-CAB.
           IF CT-PAG > 1
               MOVE SPACES TO REG-REL
               WRITE REG-REL AFTER ADVANCING PAGE
           END-IF.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE 4 TO CT-LIN.

       FIM.
           IF CT-PAG = 0
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS      TO LID-ROD.
           MOVE CT-SUPRIMIDOS TO SUP-ROD.
           MOVE CT-NOVOS      TO NOV-ROD.
           MOVE CT-PENDENTES  TO PEN-ROD.
           MOVE CT-DECIDIDOS  TO DEC-ROD.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           CLOSE ARQDUP RELDUP.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY "DUPCLI: " CT-NOVOS " PAR(ES) NOVO(S) E "
               CT-PENDENTES " PENDENTE(S) DE REVISAO EM " CT-LIDOS
               " CLIENTE(S)".

      *REGISTRA NO LOG DE AUDITORIA COMPARTILHADO: CLIENTES LIDOS E
      *PARES LISTADOS PARA REVISAO
       GRAVA-AUDITORIA.
           MOVE "DUPCLI" TO PROGRAMA-AUDIT.
           ACCEPT DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC  FROM TIME.
           MOVE HORA-EXEC    TO HORA-AUDIT.
           MOVE CT-LIDOS     TO REGISTROS-LIDOS.
           COMPUTE REGISTROS-GRAVADOS = CT-NOVOS + CT-PENDENTES.
           MOVE 0            TO REGISTROS-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           WRITE REG-AUDIT.
           CLOSE LOGEXEC.
