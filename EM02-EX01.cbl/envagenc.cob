       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ENVAGENC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ENVIO MENSAL A AGENCIA DE COBRANCA TERCEIRIZADA:
      *              SELECIONA NO CADSOCM OS SOCIOS SUSPENSOS QUE
      *              CONTINUAM DEVENDO NA FAIXA 90+ (DIAS DE ATRASO
      *              DO ARQATRA DA NOITE, MINIMO EM PARAMAGE.DAT) E OS
      *              ACORDOS QUEBRADOS DO PROCACOR (ARQQUEBR) AINDA EM
      *              ABERTO, EXCETO QUEM TEM ACORDO ATIVO OU JA PASSOU
      *              PELA AGENCIA. GRAVA O ARQUIVO DE ENVIO ARQENVAG.DAT
      *              (SALDO, DIAS DE ATRASO E CONTATO DO CADCONT),
      *              MARCA O SOCIO COMO "COM A AGENCIA" NO ARQAGENC.DAT
      *              - O QUE BLOQUEIA OS AVISOS DO EX01 E NOVOS ACORDOS
      *              NO MANUACOR - E INCLUI NO MESMO ARQUIVO OS
      *              RECOLHIMENTOS FEITOS NO MANUAGEN DESDE O ULTIMO
      *              ENVIO. A LISTAGEM SAI EM RELENVAG. O CONTROLE
      *              ARQAGCTL.DAT IMPEDE UMA SEGUNDA EXECUCAO NO MESMO
      *              MES, QUE SOBREPORIA O ARQUIVO AINDA NAO
      *              TRANSMITIDO; O CADSOCM INDISPONIVEL ENCERRA COM
      *              CODIGO 8 ANTES DE GRAVAR QUALQUER ARQUIVO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL ARQACORD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AC
           FILE STATUS IS FS-ACORD.
           SELECT OPTIONAL CADCONT  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-CT
           FILE STATUS IS FS-CADCONT.
           SELECT OPTIONAL ARQATRA  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQQUEBR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMAGE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQAGCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQENVAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELENVAG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

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

      *Socios enviados a agencia de cobranca: situacao "E" com a
      *agencia, "D" devolvido como incobravel, "R" recolhido pelo
      *clube, "Q" quitado pela agencia; ORIGEM-AG "S" suspenso 90+
      *ou "Q" acordo quebrado; RECOLHE-AG "S" enquanto o
      *recolhimento ainda nao foi informado a agencia
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

      *Acordos de parcelamento (MANUACOR/PROCACOR): socio com acordo
      *ativo continua na cobranca propria
       FD ARQACORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQACORD.DAT".

       01 REG-ACORD.
           02 NUM-SOCIO-AC  PIC 9(06).
           02 NOME-AC       PIC X(30).
           02 TOTAL-AC      PIC 9(09)V9(02).
           02 QTD-PARC-AC   PIC 9(02).
           02 VALOR-PARC-AC PIC 9(09)V9(02).
           02 DATA-PRIM-VC  PIC 9(08).
           02 PARC-COBRADAS PIC 9(02).
           02 STATUS-AC     PIC X(01).
           02 DATA-ACORDO   PIC 9(08).

      *Cadastro de contatos dos socios mantido pelo MANUCONT
       FD CADCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCONT.DAT".

       01 REG-CONT.
           02 NUM-SOCIO-CT PIC 9(06).
           02 EMAIL-CT     PIC X(30).
           02 FONE-CT      PIC 9(10).
           02 CANAL-CT     PIC X(01).

      *Titulos em atraso da ultima noite do EX01, um por titulo,
      *com os dias de atraso de cada um
       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQATRA.DAT".

       01 REG-ATRA.
           02 NUM-SOCIO-AT  PIC 9(06).
           02 NOME-SOCIO-AT PIC X(30).
           02 VALOR-AT      PIC 9(09)V9(02).
           02 DIAS-AT       PIC 9(06).

      *Acordos quebrados no processamento mensal do PROCACOR
       FD ARQQUEBR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQQUEBR.DAT".

       01 REG-QUEBR.
           02 NUM-SOCIO-QB  PIC 9(06).
           02 NOME-QB       PIC X(30).
           02 VALOR-QB      PIC 9(09)V9(02).
           02 DIAS-QB       PIC 9(06).

      *Parametros da agencia mantidos pelo MANUPARM (opcao 9)
       FD PARAMAGE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAGE.DAT".

       01 REG-PARAM-AGE.
           02 PARM-DIAS-AGE  PIC 9(03).
           02 PARM-COMIS-AGE PIC 9(02)V9(02).

      *Controle do ultimo mes ja enviado (AAAAMM)
       FD ARQAGCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQAGCTL.DAT".

       01 REG-AGCTL.
           02 ULT-MES-AGE PIC 9(06).

      *Arquivo de envio a agencia: "I" inclusao de socio para
      *cobranca, "R" recolhimento (o clube retoma a cobranca)
       FD ARQENVAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQENVAG.DAT".

       01 REG-ENVAG.
           02 TIPO-EA      PIC X(01).
           02 NUM-SOCIO-EA PIC 9(06).
           02 NOME-EA      PIC X(30).
           02 SALDO-EA     PIC 9(09)V9(02).
           02 DIAS-EA      PIC 9(05).
           02 EMAIL-EA     PIC X(30).
           02 FONE-EA      PIC 9(10).
           02 DATA-EA      PIC 9(08).

       FD RELENVAG
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-AGENC      PIC X(03) VALUE "NAO".
       77 FIM-ATRA       PIC X(03) VALUE "NAO".
       77 FIM-QUEBR      PIC X(03) VALUE "NAO".
       77 FS-CADSOCM     PIC X(02) VALUE "00".
       77 FS-ARQAGENC    PIC X(02) VALUE "00".
       77 FS-ACORD       PIC X(02) VALUE "00".
       77 FS-CADCONT     PIC X(02) VALUE "00".
       77 CT-LIN         PIC 9(02) VALUE 30.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.
       77 DATA-EXEC      PIC 9(08).
       77 MES-EXEC       PIC 9(06).
       77 INT-EXEC       PIC 9(07) VALUE 0.
       77 INT-STATUS     PIC 9(07) VALUE 0.

       77 DIAS-MIN-AGE   PIC 9(03) VALUE 90.
       77 DIAS-SOCIO     PIC 9(05) VALUE 0.
       77 ORIGEM-WRK     PIC X(01) VALUE SPACES.
       77 ENVIA-SOCIO    PIC X(03) VALUE "NAO".
       77 ACHOU-AGENC    PIC X(03) VALUE "NAO".
       77 TEM-CONTATO    PIC X(03) VALUE "NAO".

       77 CT-ENVIADOS    PIC 9(06) VALUE 0.
       77 TOTAL-ENVIADO  PIC 9(11)V9(02) VALUE 0.
       77 CT-RECOLHIDOS  PIC 9(06) VALUE 0.
       77 CT-COM-ACORDO  PIC 9(06) VALUE 0.
       77 CT-JA-AGENCIA  PIC 9(06) VALUE 0.
       77 CT-SEM-CONTATO PIC 9(06) VALUE 0.

      *Maior atraso por socio no ARQATRA da noite
       77 QTD-ATR        PIC 9(05) VALUE 0.
       77 ATR-TAB-MAX    PIC 9(05) VALUE 5000.
       77 IDX-ATR        PIC 9(05) VALUE 0.
       77 POS-ATR        PIC 9(05) VALUE 0.
       01 TAB-ATRASOS.
           02 ATR-TAB OCCURS 5000 TIMES.
               03 SOCIO-ATR-TAB PIC 9(06).
               03 DIAS-ATR-TAB  PIC 9(06).

      *Cabecalhos da listagem de envio
       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG.".
           02 VAR-PAG PIC Z9.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40)
                      VALUE "ENVIO A AGENCIA DE COBRANCA - ARQENVAG".
           02 FILLER  PIC X(20) VALUE SPACES.

       01 CAB-03.
           02 FILLER      PIC X(12) VALUE "MES ENVIO:  ".
           02 MES-CAB     PIC 9(02).
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-CAB     PIC 9(04).
           02 FILLER      PIC X(25)
                          VALUE "   ATRASO MINIMO (DIAS): ".
           02 DIAS-CAB    PIC ZZ9.
           02 FILLER      PIC X(33) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(02) VALUE "T ".
           02 FILLER  PIC X(07) VALUE "SOCIO  ".
           02 FILLER  PIC X(31) VALUE "NOME".
           02 FILLER  PIC X(15) VALUE "          SALDO".
           02 FILLER  PIC X(07) VALUE "   DIAS".
           02 FILLER  PIC X(04) VALUE " OR ".
           02 FILLER  PIC X(07) VALUE "CONTATO".
           02 FILLER  PIC X(07) VALUE SPACES.

      *Linha do envio: T = I inclusao / R recolhimento, OR = origem
      *(S suspenso 90+, Q acordo quebrado)
       01 DETALHE-ENV.
           02 TIPO-REL      PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NUM-SOCIO-REL PIC 9(06).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-REL      PIC X(30).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 SALDO-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DIAS-REL      PIC ZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 ORIGEM-REL    PIC X(01).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CONTATO-REL   PIC X(03).
           02 FILLER        PIC X(11) VALUE SPACES.

       01 RODAPE-01.
           02 FILLER        PIC X(30)
                            VALUE "SOCIOS ENVIADOS A AGENCIA    :".
           02 QTD-ENV-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(10) VALUE "   SALDO: ".
           02 VALOR-ROD     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(16) VALUE SPACES.

       01 RODAPE-02.
           02 FILLER        PIC X(30)
                            VALUE "RECOLHIMENTOS INFORMADOS     :".
           02 QTD-REC-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-03.
           02 FILLER        PIC X(30)
                            VALUE "RETIDOS POR ACORDO ATIVO     :".
           02 QTD-ACO-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-04.
           02 FILLER        PIC X(30)
                            VALUE "JA PASSARAM PELA AGENCIA     :".
           02 QTD-JAA-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       01 RODAPE-05.
           02 FILLER        PIC X(30)
                            VALUE "ENVIADOS SEM CONTATO CADCONT :".
           02 QTD-SCT-ROD   PIC ZZZ.ZZ9.
           02 FILLER        PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       ENVIA-AGENCIA.
           PERFORM INICIO.
           PERFORM ENVIA-RECOLHIMENTOS.
           PERFORM LEITURA.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM SELECIONA-QUEBRADOS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           COMPUTE INT-EXEC = FUNCTION INTEGER-OF-DATE(DATA-EXEC).
           PERFORM VERIFICA-CONTROLE.
           PERFORM LE-PARAMETROS-AGE.
           PERFORM CARREGA-ATRASOS.
           OPEN INPUT CADSOCM.
           IF FS-CADSOCM NOT = "00"
               DISPLAY "ENVAGENC: CADSOCM.DAT INDISPONIVEL (STATUS "
                   FS-CADSOCM ") - ENVIO NAO GERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ARQAGENC.
           IF FS-ARQAGENC = "35"
               OPEN OUTPUT ARQAGENC
               CLOSE ARQAGENC
               OPEN I-O ARQAGENC
           END-IF.
           OPEN INPUT ARQACORD
           OPEN INPUT CADCONT
           OPEN OUTPUT ARQENVAG
           OPEN OUTPUT RELENVAG.

      *UMA SEGUNDA EXECUCAO NO MESMO MES RECRIARIA O ARQENVAG SEM OS
      *SOCIOS JA MARCADOS: O CONTROLE RECUSA E ENCERRA COM CODIGO 8
       VERIFICA-CONTROLE.
           OPEN INPUT ARQAGCTL.
           READ ARQAGCTL
               AT END MOVE 0 TO ULT-MES-AGE
           END-READ.
           CLOSE ARQAGCTL.
           IF ULT-MES-AGE = MES-EXEC
               DISPLAY "ENVAGENC: ENVIO DO MES " MES-EXEC " JA "
                   "GERADO - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-PARAMETROS-AGE.
           OPEN INPUT PARAMAGE.
           READ PARAMAGE
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-AGE IS NUMERIC AND
                      PARM-DIAS-AGE > 0
                       MOVE PARM-DIAS-AGE TO DIAS-MIN-AGE
                   END-IF
           END-READ.
           CLOSE PARAMAGE.

      *MAIOR ATRASO DE CADA SOCIO ENTRE OS TITULOS DO ARQATRA
       CARREGA-ATRASOS.
           OPEN INPUT ARQATRA.
           PERFORM UNTIL FIM-ATRA = "SIM"
               READ ARQATRA
                   AT END MOVE "SIM" TO FIM-ATRA
                   NOT AT END PERFORM GUARDA-ATRASO
               END-READ
           END-PERFORM.
           CLOSE ARQATRA.

       GUARDA-ATRASO.
           MOVE 0 TO POS-ATR.
           PERFORM VARYING IDX-ATR FROM 1 BY 1
                   UNTIL IDX-ATR > QTD-ATR OR POS-ATR > 0
               IF SOCIO-ATR-TAB(IDX-ATR) = NUM-SOCIO-AT
                   MOVE IDX-ATR TO POS-ATR
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN POS-ATR > 0
                   IF DIAS-AT > DIAS-ATR-TAB(POS-ATR)
                       MOVE DIAS-AT TO DIAS-ATR-TAB(POS-ATR)
                   END-IF
               WHEN QTD-ATR < ATR-TAB-MAX
                   ADD 1 TO QTD-ATR
                   MOVE NUM-SOCIO-AT TO SOCIO-ATR-TAB(QTD-ATR)
                   MOVE DIAS-AT      TO DIAS-ATR-TAB(QTD-ATR)
               WHEN OTHER
                   DISPLAY "TAB-ATRASOS CHEIA (" ATR-TAB-MAX
                       ") - SOCIO " NUM-SOCIO-AT " USA A DATA DA "
                       "SUSPENSAO"
           END-EVALUATE.

      *RECOLHIMENTOS FEITOS NO MANUAGEN DESDE O ULTIMO ENVIO SAEM NO
      *INICIO DO ARQUIVO, PARA A AGENCIA SUSPENDER A COBRANCA; O
      *CADSOCM E REABERTO PARA A VARREDURA COMECAR DO PRIMEIRO SOCIO
       ENVIA-RECOLHIMENTOS.
           PERFORM UNTIL FIM-AGENC = "SIM"
               READ ARQAGENC NEXT RECORD
                   AT END MOVE "SIM" TO FIM-AGENC
                   NOT AT END
                       IF RECOLHE-AG = "S"
                           PERFORM GRAVA-RECOLHIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADSOCM.
           OPEN INPUT CADSOCM.

       GRAVA-RECOLHIMENTO.
           MOVE NUM-SOCIO-AG TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   MOVE SPACES TO NOME-SOCIOM
                   MOVE 0      TO SALDO-SOCM
           END-READ.
           MOVE NUM-SOCIO-AG TO NUM-SOCIO-CT.
           PERFORM LE-CONTATO.
           MOVE "R"          TO TIPO-EA.
           MOVE NUM-SOCIO-AG TO NUM-SOCIO-EA.
           MOVE NOME-SOCIOM  TO NOME-EA.
           IF SALDO-SOCM > 0
               MOVE SALDO-SOCM TO SALDO-EA
           ELSE
               MOVE 0 TO SALDO-EA
           END-IF.
           MOVE 0            TO DIAS-EA.
           MOVE DATA-SIT-AG  TO DATA-EA.
           WRITE REG-ENVAG.
           MOVE "N" TO RECOLHE-AG.
           REWRITE REG-AGENC.
           ADD 1 TO CT-RECOLHIDOS.
           MOVE SPACES TO ORIGEM-WRK.
           PERFORM IMPRIME-ENVIO.

       LEITURA.
           READ CADSOCM NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.

      *SOCIO SUSPENSO QUE CONTINUA DEVENDO: O ATRASO E O MAIOR DO
      *ARQATRA; FORA DELE (TITULOS JA SEM COBRANCA NA NOITE) CONTA
      *A PARTIR DA SUSPENSAO, QUE O EX01 FAZ AOS 91 DIAS
       PRINCIPAL.
           IF STATUS-SOCM = "S" AND SALDO-SOCM > 0
               MOVE 0 TO POS-ATR
               PERFORM VARYING IDX-ATR FROM 1 BY 1
                       UNTIL IDX-ATR > QTD-ATR OR POS-ATR > 0
                   IF SOCIO-ATR-TAB(IDX-ATR) = NUM-SOCIOM
                       MOVE IDX-ATR TO POS-ATR
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN POS-ATR > 0
                       MOVE DIAS-ATR-TAB(POS-ATR) TO DIAS-SOCIO
                   WHEN DATA-STATUS > 0
                       COMPUTE INT-STATUS =
                           FUNCTION INTEGER-OF-DATE(DATA-STATUS)
                       COMPUTE DIAS-SOCIO = INT-EXEC - INT-STATUS + 91
                   WHEN OTHER
                       MOVE 91 TO DIAS-SOCIO
               END-EVALUATE
               IF DIAS-SOCIO NOT < DIAS-MIN-AGE
                   MOVE "S" TO ORIGEM-WRK
                   PERFORM AVALIA-ENVIO
               END-IF
           END-IF.
           PERFORM LEITURA.

      *ACORDOS QUEBRADOS DO PROCACOR COM SALDO AINDA DEVEDOR NO
      *MESTRE E ATRASO MINIMO; QUEM JA SAIU NA VARREDURA DO CADSOCM
      *ESTA COM SITUACAO "E" E NAO SAI DE NOVO
       SELECIONA-QUEBRADOS.
           OPEN INPUT ARQQUEBR.
           PERFORM UNTIL FIM-QUEBR = "SIM"
               READ ARQQUEBR
                   AT END MOVE "SIM" TO FIM-QUEBR
                   NOT AT END PERFORM AVALIA-QUEBRADO
               END-READ
           END-PERFORM.
           CLOSE ARQQUEBR.

       AVALIA-QUEBRADO.
           MOVE NUM-SOCIO-QB TO NUM-SOCIOM.
           READ CADSOCM
               INVALID KEY
                   DISPLAY "ENVAGENC: SOCIO " NUM-SOCIO-QB " DO "
                       "ARQQUEBR FORA DO CADSOCM"
               NOT INVALID KEY
                   IF SALDO-SOCM > 0 AND DIAS-QB NOT < DIAS-MIN-AGE
                       MOVE DIAS-QB TO DIAS-SOCIO
                       MOVE "Q" TO ORIGEM-WRK
                       PERFORM AVALIA-ENVIO
                   END-IF
           END-READ.

      *SOCIO COM ACORDO ATIVO FICA NA COBRANCA PROPRIA; SOCIO QUE JA
      *ESTA COM A AGENCIA, FOI DEVOLVIDO OU RECOLHIDO NAO E REENVIADO
      *(O MANUAGEN LIBERA UM NOVO ENVIO); QUITADO PELA AGENCIA QUE
      *VOLTOU A DEVER ENTRA COMO NOVO ENVIO
       AVALIA-ENVIO.
           MOVE "SIM" TO ENVIA-SOCIO.
           MOVE NUM-SOCIOM TO NUM-SOCIO-AC.
           READ ARQACORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STATUS-AC = "A"
                       MOVE "NAO" TO ENVIA-SOCIO
                       ADD 1 TO CT-COM-ACORDO
                   END-IF
           END-READ.
           MOVE "NAO" TO ACHOU-AGENC.
           IF ENVIA-SOCIO = "SIM"
               MOVE NUM-SOCIOM TO NUM-SOCIO-AG
               READ ARQAGENC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO ACHOU-AGENC
                       IF SITUACAO-AG NOT = "Q"
                           MOVE "NAO" TO ENVIA-SOCIO
                           IF SITUACAO-AG NOT = "E" OR
                              DATA-ENVIO-AG NOT = DATA-EXEC
                               ADD 1 TO CT-JA-AGENCIA
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF ENVIA-SOCIO = "SIM"
               PERFORM GRAVA-ENVIO
           END-IF.

       GRAVA-ENVIO.
           MOVE NUM-SOCIOM TO NUM-SOCIO-CT.
           PERFORM LE-CONTATO.
           MOVE "I"         TO TIPO-EA.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-EA.
           MOVE NOME-SOCIOM TO NOME-EA.
           MOVE SALDO-SOCM  TO SALDO-EA.
           MOVE DIAS-SOCIO  TO DIAS-EA.
           MOVE DATA-EXEC   TO DATA-EA.
           WRITE REG-ENVAG.
           MOVE NUM-SOCIOM  TO NUM-SOCIO-AG.
           MOVE "E"         TO SITUACAO-AG.
           MOVE ORIGEM-WRK  TO ORIGEM-AG.
           MOVE DATA-EXEC   TO DATA-ENVIO-AG.
           MOVE SALDO-SOCM  TO SALDO-ENVIO-AG.
           MOVE DIAS-SOCIO  TO DIAS-ENVIO-AG.
           MOVE 0           TO VALOR-RECUP-AG.
           MOVE 0           TO COMISSAO-AG.
           MOVE DATA-EXEC   TO DATA-SIT-AG.
           MOVE "N"         TO RECOLHE-AG.
           MOVE SPACES      TO MOTIVO-AG.
           IF ACHOU-AGENC = "SIM"
               REWRITE REG-AGENC
           ELSE
               WRITE REG-AGENC
           END-IF.
           ADD 1 TO CT-ENVIADOS.
           ADD SALDO-SOCM TO TOTAL-ENVIADO.
           IF TEM-CONTATO = "NAO"
               ADD 1 TO CT-SEM-CONTATO
           END-IF.
           PERFORM IMPRIME-ENVIO.

      *SOCIO SEM CONTATO NO CADCONT SAI COM EMAIL E TELEFONE EM
      *BRANCO; A AGENCIA LOCALIZA PELO NOME
       LE-CONTATO.
           MOVE "SIM" TO TEM-CONTATO.
           READ CADCONT
               INVALID KEY
                   MOVE "NAO"  TO TEM-CONTATO
                   MOVE SPACES TO EMAIL-EA
                   MOVE 0      TO FONE-EA
               NOT INVALID KEY
                   MOVE EMAIL-CT TO EMAIL-EA
                   MOVE FONE-CT  TO FONE-EA
           END-READ.

       IMPRIME-ENVIO.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE TIPO-EA      TO TIPO-REL.
           MOVE NUM-SOCIO-EA TO NUM-SOCIO-REL.
           MOVE NOME-EA      TO NOME-REL.
           MOVE SALDO-EA     TO SALDO-REL.
           MOVE DIAS-EA      TO DIAS-REL.
           MOVE ORIGEM-WRK   TO ORIGEM-REL.
           MOVE TEM-CONTATO  TO CONTATO-REL.
           WRITE REG-REL FROM DETALHE-ENV AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-EXEC(5:2) TO MES-CAB.
           MOVE MES-EXEC(1:4) TO ANO-CAB.
           MOVE DIAS-MIN-AGE  TO DIAS-CAB.
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
           IF CT-PAG = 0
               PERFORM CABECALHO
           END-IF.
           MOVE CT-ENVIADOS    TO QTD-ENV-ROD.
           MOVE TOTAL-ENVIADO  TO VALOR-ROD.
           MOVE CT-RECOLHIDOS  TO QTD-REC-ROD.
           MOVE CT-COM-ACORDO  TO QTD-ACO-ROD.
           MOVE CT-JA-AGENCIA  TO QTD-JAA-ROD.
           MOVE CT-SEM-CONTATO TO QTD-SCT-ROD.
           WRITE REG-REL FROM RODAPE-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM RODAPE-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM RODAPE-05 AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM RODAPE.
           CLOSE CADSOCM ARQAGENC ARQACORD CADCONT ARQENVAG RELENVAG.
           MOVE MES-EXEC TO ULT-MES-AGE.
           OPEN OUTPUT ARQAGCTL.
           WRITE REG-AGCTL.
           CLOSE ARQAGCTL.
           DISPLAY "ENVAGENC: " CT-ENVIADOS " SOCIO(S) ENVIADO(S) E "
               CT-RECOLHIDOS " RECOLHIMENTO(S) NO MES " MES-EXEC.
