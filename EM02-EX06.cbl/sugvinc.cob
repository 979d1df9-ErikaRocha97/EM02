       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SUGVINC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      SUGESTAO DE VINCULOS PARA A REFERENCIA CRUZADA
      *              POR CPF (ARQVINC.DAT): COMPARA O NOME NORMALIZADO
      *              (MAIUSCULAS, SEM PONTUACAO E SEM DE/DA/DO/DOS/
      *              DAS/E) DE CADA CLIENTE DO CADOK COM OS NOMES DO
      *              CADENT (COD-CLI), DO CADSOCM (NUM-SOCIOM) E DO
      *              CADMATR (MATRICULA-MAT). NOME IGUAL VIRA UMA
      *              SUGESTAO PENDENTE EM ARQSUGV.DAT PARA O OPERADOR
      *              CONFIRMAR OU RECUSAR NO MANUVINC, E SAI NO
      *              RELATORIO RELSUGV. SUGESTAO JA DECIDIDA NAO
      *              VOLTA; CPF COM O CADASTRO JA VINCULADO E
      *              IDENTIFICADOR JA VINCULADO A OUTRO CPF FICAM DE
      *              FORA. ETAPA MENSAL DO CALENDARIO DO LOTE OU
      *              EXECUCAO AVULSA.

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
           SELECT OPTIONAL CADENT   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL CADMATR  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MATRICULA-MAT
           FILE STATUS IS FS-CADMATR.
           SELECT OPTIONAL ARQVINC  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-VINC
           FILE STATUS IS FS-ARQVINC.
           SELECT OPTIONAL ARQSUGV  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SUGV
           FILE STATUS IS FS-ARQSUGV.
           SELECT RELSUGV  ASSIGN TO DISK.
           SELECT OPTIONAL LOGEXEC  ASSIGN TO DISK
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

       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADENT.DAT".

       01 REG-ENT.
           02 COD-CLI      PIC 9(07).
           02 NOME-CLI     PIC X(30).
           02 SALARIO-CLI  PIC 9(05)V9(02).
           02 SEXO-CLI     PIC X(01).

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

       FD CADMATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADMATR.DAT".

       01 REG-MATR.
           02 MATRICULA-MAT PIC 9(07).
           02 NOME-MAT      PIC X(30).
           02 STATUS-MAT    PIC X(01).
           02 DATA-ADM-MAT  PIC 9(08).

      *Referencia cruzada por CPF (mantida no MANUVINC): o CPF e a
      *propria chave do CADCLI/CADOK; zero = cadastro sem vinculo
       FD ARQVINC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQVINC.DAT".

       01 REG-VINC.
           02 CPF-VINC        PIC 9(11).
           02 COD-CLI-VINC    PIC 9(07).
           02 NUM-SOCIO-VINC  PIC 9(06).
           02 MATRICULA-VINC  PIC 9(07).
           02 DATA-ALT-VINC   PIC 9(08).
           02 OPERADOR-VINC   PIC X(08).

      *Sugestoes de vinculo por nome: TIPO-SUGV "E" CADENT, "S"
      *socio (CADSOCM), "M" matricula (CADMATR); SITUACAO-SUGV "P"
      *pendente, "C" confirmada, "R" recusada no MANUVINC
       FD ARQSUGV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSUGV.DAT".

       01 REG-SUGV.
           02 CHAVE-SUGV.
               03 CPF-SUGV      PIC 9(11).
               03 TIPO-SUGV     PIC X(01).
               03 ID-SUGV       PIC 9(07).
           02 NOME-SUGV         PIC X(30).
           02 SITUACAO-SUGV     PIC X(01).
           02 DATA-SUG-SUGV     PIC 9(08).
           02 DATA-ULT-SUGV     PIC 9(08).
           02 DATA-DECISAO-SUGV PIC 9(08).
           02 OPERADOR-SUGV     PIC X(08).

       FD RELSUGV
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
       77 FS-CADSOCM    PIC X(02) VALUE "00".
       77 FS-CADMATR    PIC X(02) VALUE "00".
       77 FS-ARQVINC    PIC X(02) VALUE "00".
       77 FS-ARQSUGV    PIC X(02) VALUE "00".
       77 DATA-EXEC     PIC 9(08).
       77 HORA-EXEC     PIC 9(06).
       77 CT-LIDOS      PIC 9(08) VALUE 0.
       77 CT-CLIENTES   PIC 9(06) VALUE 0.
       77 CT-JA-VINC    PIC 9(06) VALUE 0.
       77 CT-NOVAS      PIC 9(06) VALUE 0.
       77 CT-PENDENTES  PIC 9(06) VALUE 0.
       77 CT-DECIDIDAS  PIC 9(06) VALUE 0.
       77 CT-LIN        PIC 9(02) VALUE 99.
       77 CT-PAG        PIC 9(04) VALUE 0.

      *Clientes do CADOK com o nome normalizado, na ordem do CPF
       77 CLI-MAX       PIC 9(05) VALUE 5000.
       77 QTD-CLI       PIC 9(05) VALUE 0.
       77 IDX-CLI       PIC 9(05).
       01 TAB-CLIENTES.
           02 CLI-ENT OCCURS 5000 TIMES.
               03 CPF-TAB     PIC 9(11).
               03 NOME-TAB    PIC X(30).
               03 NOME-N-TAB  PIC X(30).

      *Identificadores ja vinculados no ARQVINC, por cadastro: nao
      *sao sugeridos de novo para outro CPF
       77 VINC-MAX      PIC 9(05) VALUE 5000.
       77 QTD-V-ENT     PIC 9(05) VALUE 0.
       77 QTD-V-SOC     PIC 9(05) VALUE 0.
       77 QTD-V-MAT     PIC 9(05) VALUE 0.
       77 IDX-V         PIC 9(05).
       01 TAB-VINCULADOS.
           02 V-ENT-TAB   PIC 9(07) OCCURS 5000 TIMES.
           02 V-SOC-TAB   PIC 9(06) OCCURS 5000 TIMES.
           02 V-MAT-TAB   PIC 9(07) OCCURS 5000 TIMES.
       77 JA-VINCULADO  PIC X(03) VALUE "NAO".

      *Candidato do outro cadastro em avaliacao
       77 TIPO-CAND     PIC X(01) VALUE SPACES.
       77 ID-CAND       PIC 9(07) VALUE 0.
       77 NOME-CAND     PIC X(30) VALUE SPACES.
       77 TIPO-DESC     PIC X(10) VALUE SPACES.
       77 SITUACAO-SUG  PIC X(08) VALUE SPACES.
       77 TEM-VINC-CPF  PIC X(03) VALUE "NAO".

      *Normalizacao do nome: palavras separadas, sem as particulas
       77 NOME-WRK      PIC X(30) VALUE SPACES.
       77 NOME-N-WRK    PIC X(30) VALUE SPACES.
       77 PTR-NOME      PIC 9(02) VALUE 1.
       77 IDX-PAL       PIC 9(02).
       01 TAB-PALAVRAS.
           02 PALAVRA   PIC X(15) OCCURS 8 TIMES.

       01 CAB-01.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46)
              VALUE "SUGESTOES DE VINCULO POR NOME (ARQVINC)".
           02 FILLER  PIC X(10) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 PAG-CAB PIC 9(02).

       01 CAB-02.
           02 FILLER  PIC X(12) VALUE "CPF".
           02 FILLER  PIC X(23) VALUE "CLIENTE (CADOK)".
           02 FILLER  PIC X(19) VALUE "CADASTRO / CODIGO".
           02 FILLER  PIC X(17) VALUE "NOME NO CADASTRO".
           02 FILLER  PIC X(09) VALUE "SITUACAO".

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE-SUG.
           02 CPF-REL       PIC 9(11).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-CLI-REL  PIC X(22).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 TIPO-REL      PIC X(10).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 ID-REL        PIC 9(07).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-CAD-REL  PIC X(17).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 SIT-REL       PIC X(08).

       01 RODAPE-01.
           02 FILLER      PIC X(18) VALUE "CLIENTES NO CADOK:".
           02 CLI-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(22)
              VALUE "  REGISTROS LIDOS:    ".
           02 LID-ROD     PIC ZZ.ZZZ.ZZ9.
           02 FILLER      PIC X(23) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER      PIC X(09) VALUE "NOVAS:   ".
           02 NOV-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(13) VALUE "  PENDENTES: ".
           02 PEN-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(13) VALUE "  DECIDIDAS: ".
           02 DEC-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(17) VALUE "  JA VINCULADOS: ".
           02 VIN-ROD     PIC ZZ.ZZ9.
           02 FILLER      PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       SUGERE-VINCULOS.
           PERFORM INICIO.
           PERFORM PROCESSA-CADENT.
           PERFORM PROCESSA-CADSOCM.
           PERFORM PROCESSA-CADMATR.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC FROM TIME.
           PERFORM CARREGA-CLIENTES.
           OPEN I-O ARQVINC.
           IF FS-ARQVINC = "35"
               OPEN OUTPUT ARQVINC
               CLOSE ARQVINC
               OPEN I-O ARQVINC
           END-IF.
           PERFORM CARREGA-VINCULADOS.
           OPEN I-O ARQSUGV.
           IF FS-ARQSUGV = "35"
               OPEN OUTPUT ARQSUGV
               CLOSE ARQSUGV
               OPEN I-O ARQSUGV
           END-IF.
           OPEN OUTPUT RELSUGV.

       CARREGA-CLIENTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADOK.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADOK
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       ADD 1 TO CT-CLIENTES
                       PERFORM GUARDA-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE CADOK.

       GUARDA-CLIENTE.
           IF QTD-CLI >= CLI-MAX
               DISPLAY "SUGVINC: TAB-CLIENTES CHEIA (" CLI-MAX
                   ") - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO QTD-CLI.
           MOVE CPF-OK  TO CPF-TAB(QTD-CLI).
           MOVE NOME-OK TO NOME-TAB(QTD-CLI).
           MOVE NOME-OK TO NOME-WRK.
           PERFORM NORMALIZA-NOME.
           MOVE NOME-N-WRK TO NOME-N-TAB(QTD-CLI).

      *IDENTIFICADORES JA VINCULADOS A ALGUM CPF, POR CADASTRO
       CARREGA-VINCULADOS.
           MOVE "NAO" TO FIM-ARQ.
           MOVE 0 TO CPF-VINC.
           START ARQVINC KEY IS NOT LESS THAN CPF-VINC
               INVALID KEY MOVE "SIM" TO FIM-ARQ
           END-START.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQVINC NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM GUARDA-VINCULADO
               END-READ
           END-PERFORM.

       GUARDA-VINCULADO.
           IF QTD-V-ENT >= VINC-MAX OR QTD-V-SOC >= VINC-MAX OR
              QTD-V-MAT >= VINC-MAX
               DISPLAY "SUGVINC: TAB-VINCULADOS CHEIA (" VINC-MAX
                   ") - EXECUCAO ABORTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COD-CLI-VINC > 0
               ADD 1 TO QTD-V-ENT
               MOVE COD-CLI-VINC TO V-ENT-TAB(QTD-V-ENT)
           END-IF.
           IF NUM-SOCIO-VINC > 0
               ADD 1 TO QTD-V-SOC
               MOVE NUM-SOCIO-VINC TO V-SOC-TAB(QTD-V-SOC)
           END-IF.
           IF MATRICULA-VINC > 0
               ADD 1 TO QTD-V-MAT
               MOVE MATRICULA-VINC TO V-MAT-TAB(QTD-V-MAT)
           END-IF.

      *NOME REMONTADO COM UM ESPACO ENTRE AS PALAVRAS, SEM AS
      *PARTICULAS DE LIGACAO
       NORMALIZA-NOME.
           INSPECT NOME-WRK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
           MOVE SPACES TO TAB-PALAVRAS NOME-N-WRK.
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
                   IF PTR-NOME > 1
                       STRING " " DELIMITED BY SIZE
                           INTO NOME-N-WRK WITH POINTER PTR-NOME
                       END-STRING
                   END-IF
                   STRING PALAVRA(IDX-PAL) DELIMITED BY SPACE
                       INTO NOME-N-WRK WITH POINTER PTR-NOME
                   END-STRING
               END-IF
           END-PERFORM.

      *CLIENTES ASSALARIADOS DO CADENT, PELO COD-CLI
       PROCESSA-CADENT.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "E" TO TIPO-CAND.
           MOVE "CADENT" TO TIPO-DESC.
           OPEN INPUT CADENT.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADENT
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       MOVE COD-CLI  TO ID-CAND
                       MOVE NOME-CLI TO NOME-CAND
                       MOVE "NAO" TO JA-VINCULADO
                       PERFORM VARYING IDX-V FROM 1 BY 1
                               UNTIL IDX-V > QTD-V-ENT
                           IF V-ENT-TAB(IDX-V) = COD-CLI
                               MOVE "SIM" TO JA-VINCULADO
                           END-IF
                       END-PERFORM
                       PERFORM AVALIA-CANDIDATO
               END-READ
           END-PERFORM.
           CLOSE CADENT.

      *SOCIOS DO CADASTRO MESTRE, PELO NUM-SOCIOM
       PROCESSA-CADSOCM.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "S" TO TIPO-CAND.
           MOVE "SOCIO" TO TIPO-DESC.
           OPEN INPUT CADSOCM.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADSOCM
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       MOVE NUM-SOCIOM  TO ID-CAND
                       MOVE NOME-SOCIOM TO NOME-CAND
                       MOVE "NAO" TO JA-VINCULADO
                       PERFORM VARYING IDX-V FROM 1 BY 1
                               UNTIL IDX-V > QTD-V-SOC
                           IF V-SOC-TAB(IDX-V) = NUM-SOCIOM
                               MOVE "SIM" TO JA-VINCULADO
                           END-IF
                       END-PERFORM
                       PERFORM AVALIA-CANDIDATO
               END-READ
           END-PERFORM.
           CLOSE CADSOCM.

      *ALUNOS DO CADASTRO DE MATRICULAS, PELA MATRICULA-MAT
       PROCESSA-CADMATR.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "M" TO TIPO-CAND.
           MOVE "MATRICULA" TO TIPO-DESC.
           OPEN INPUT CADMATR.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADMATR
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       MOVE MATRICULA-MAT TO ID-CAND
                       MOVE NOME-MAT      TO NOME-CAND
                       MOVE "NAO" TO JA-VINCULADO
                       PERFORM VARYING IDX-V FROM 1 BY 1
                               UNTIL IDX-V > QTD-V-MAT
                           IF V-MAT-TAB(IDX-V) = MATRICULA-MAT
                               MOVE "SIM" TO JA-VINCULADO
                           END-IF
                       END-PERFORM
                       PERFORM AVALIA-CANDIDATO
               END-READ
           END-PERFORM.
           CLOSE CADMATR.

      *IDENTIFICADOR JA VINCULADO NAO E SUGERIDO; OS DEMAIS SAO
      *COMPARADOS COM TODOS OS CLIENTES (HOMONIMOS GERAM UMA
      *SUGESTAO PARA CADA CPF, O OPERADOR ESCOLHE A CERTA)
       AVALIA-CANDIDATO.
           IF JA-VINCULADO = "SIM"
               ADD 1 TO CT-JA-VINC
           ELSE
               MOVE NOME-CAND TO NOME-WRK
               PERFORM NORMALIZA-NOME
               IF NOME-N-WRK NOT = SPACES
                   PERFORM VARYING IDX-CLI FROM 1 BY 1
                           UNTIL IDX-CLI > QTD-CLI
                       IF NOME-N-TAB(IDX-CLI) = NOME-N-WRK
                           PERFORM VERIFICA-VINCULO-CPF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *CPF QUE JA TEM ESTE CADASTRO VINCULADO (A OUTRO CODIGO) NAO
      *RECEBE SUGESTAO
       VERIFICA-VINCULO-CPF.
           MOVE "NAO" TO TEM-VINC-CPF.
           MOVE CPF-TAB(IDX-CLI) TO CPF-VINC.
           READ ARQVINC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   EVALUATE TIPO-CAND
                       WHEN "E"
                           IF COD-CLI-VINC > 0
                               MOVE "SIM" TO TEM-VINC-CPF
                           END-IF
                       WHEN "S"
                           IF NUM-SOCIO-VINC > 0
                               MOVE "SIM" TO TEM-VINC-CPF
                           END-IF
                       WHEN "M"
                           IF MATRICULA-VINC > 0
                               MOVE "SIM" TO TEM-VINC-CPF
                           END-IF
                   END-EVALUATE
           END-READ.
           IF TEM-VINC-CPF = "SIM"
               ADD 1 TO CT-JA-VINC
           ELSE
               PERFORM REGISTRA-SUGESTAO
           END-IF.

      *SUGESTAO NOVA ENTRA PENDENTE; PENDENTE QUE REAPARECE SO TEM A
      *DATA ATUALIZADA; CONFIRMADA OU RECUSADA NAO E REPETIDA
       REGISTRA-SUGESTAO.
           MOVE CPF-TAB(IDX-CLI) TO CPF-SUGV.
           MOVE TIPO-CAND        TO TIPO-SUGV.
           MOVE ID-CAND          TO ID-SUGV.
           READ ARQSUGV
               INVALID KEY
                   MOVE NOME-CAND TO NOME-SUGV
                   MOVE "P"       TO SITUACAO-SUGV
                   MOVE DATA-EXEC TO DATA-SUG-SUGV
                   MOVE DATA-EXEC TO DATA-ULT-SUGV
                   MOVE 0         TO DATA-DECISAO-SUGV
                   MOVE SPACES    TO OPERADOR-SUGV
                   WRITE REG-SUGV
                   ADD 1 TO CT-NOVAS
                   MOVE "NOVA" TO SITUACAO-SUG
                   PERFORM IMPRIME-SUGESTAO
               NOT INVALID KEY
                   IF SITUACAO-SUGV = "P"
                       MOVE NOME-CAND TO NOME-SUGV
                       MOVE DATA-EXEC TO DATA-ULT-SUGV
                       REWRITE REG-SUGV
                       ADD 1 TO CT-PENDENTES
                       MOVE "PENDENTE" TO SITUACAO-SUG
                       PERFORM IMPRIME-SUGESTAO
                   ELSE
                       ADD 1 TO CT-DECIDIDAS
                   END-IF
           END-READ.

       IMPRIME-SUGESTAO.
           IF CT-LIN > 50
               PERFORM CABECALHO
           END-IF.
           MOVE CPF-TAB(IDX-CLI)  TO CPF-REL.
           MOVE NOME-TAB(IDX-CLI) TO NOME-CLI-REL.
           MOVE TIPO-DESC         TO TIPO-REL.
           MOVE ID-CAND           TO ID-REL.
           MOVE NOME-CAND         TO NOME-CAD-REL.
           MOVE SITUACAO-SUG      TO SIT-REL.
           WRITE REG-REL FROM DETALHE-SUG AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB.
           IF CT-PAG > 1
               MOVE SPACES TO REG-REL
               WRITE REG-REL AFTER ADVANCING PAGE
           END-IF.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE 4 TO CT-LIN.

       FIM.
           IF CT-LIN > 50
               PERFORM CABECALHO
           END-IF.
           IF CT-NOVAS = 0 AND CT-PENDENTES = 0
               MOVE "NENHUMA SUGESTAO DE VINCULO PENDENTE" TO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE CT-CLIENTES TO CLI-ROD.
           MOVE CT-LIDOS    TO LID-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 1 LINE.
           MOVE CT-NOVAS     TO NOV-ROD.
           MOVE CT-PENDENTES TO PEN-ROD.
           MOVE CT-DECIDIDAS TO DEC-ROD.
           MOVE CT-JA-VINC   TO VIN-ROD.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           CLOSE ARQVINC ARQSUGV RELSUGV.
           OPEN EXTEND LOGEXEC.
           MOVE "SUGVINC"   TO PROGRAMA-AUDIT.
           MOVE DATA-EXEC   TO DATA-AUDIT.
           MOVE HORA-EXEC   TO HORA-AUDIT.
           MOVE CT-LIDOS    TO REGISTROS-LIDOS.
           MOVE CT-NOVAS    TO REGISTROS-GRAVADOS.
           MOVE 0           TO REGISTROS-REJEITADOS.
           WRITE REG-AUDIT.
           CLOSE LOGEXEC.
           DISPLAY "SUGVINC: " CT-NOVAS " SUGESTAO(OES) NOVA(S) E "
               CT-PENDENTES " PENDENTE(S) PARA O MANUVINC".
