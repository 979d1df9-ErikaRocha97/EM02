       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REVNOTA.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REVISAO DE NOTA DEPOIS DO FECHAMENTO DO PERIODO.
      *              O COORDENADOR (NIVEL 3) INFORMA A MATRICULA, O
      *              PERIODO E A DISCIPLINA, A MEDIA E/OU AS FALTAS
      *              REVISADAS, O NUMERO DO PROCESSO E O MOTIVO. A
      *              SITUACAO FINAL E RECALCULADA COM OS MESMOS
      *              CORTES DO EX05 E A LINHA CORRIGIDA E ANEXADA AO
      *              HISTACAD.DAT COM O NUMERO DA REVISAO, SEM
      *              APAGAR A LINHA ORIGINAL (O HISTESC IMPRIME A
      *              ULTIMA, COM A MARCA DE REVISAO). CADA REVISAO,
      *              COM OS VALORES ANTERIORES E NOVOS, O OPERADOR E
      *              O MOTIVO, FICA NO ARQREVNT.DAT, FONTE DA
      *              RELACAO DE REVISOES POR PERIODO (RELREVNT) PARA
      *              O CONSELHO ACADEMICO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQATIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQSENHA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-SEN
           FILE STATUS IS FS-SENHA.
           SELECT OPTIONAL PARAMSEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTACAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQREVNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELREVNT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Cadastro de operadores do balcao (MANUOPER) e log de
      *atividade compartilhado do controle de acesso
       FD ARQOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQOPER.DAT".

       01 REG-OPER.
           02 ID-OPER    PIC X(08).
           02 NOME-OPER  PIC X(30).
           02 NIVEL-OPER PIC 9(01).

       FD ARQATIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQATIV.DAT".

       01 REG-ATIV.
           02 DATA-ATIV     PIC 9(08).
           02 HORA-ATIV     PIC 9(06).
           02 OPERADOR-ATIV PIC X(08).
           02 PROGRAMA-ATIV PIC X(08).
           02 FUNCAO-ATIV   PIC X(10).

      *Senhas dos operadores (so o hash, nunca a senha), data da
      *ultima troca, falhas seguidas e situacao: A ativa, T troca
      *obrigatoria (primeiro uso ou reinicio no MANUOPER), B
      *bloqueada por excesso de falhas
       FD ARQSENHA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQSENHA.DAT".

       01 REG-SENHA.
           02 ID-SEN         PIC X(08).
           02 HASH-SEN       PIC 9(18).
           02 DATA-TROCA-SEN PIC 9(08).
           02 FALHAS-SEN     PIC 9(02).
           02 SITUACAO-SEN   PIC X(01).
           02 DATA-BLOQ-SEN  PIC 9(08).

      *Validade da senha em dias (0 = nao vence) e falhas seguidas
      *ate o bloqueio, mantidos pelo MANUPARM
       FD PARAMSEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMSEN.DAT".

       01 REG-PARAM-SEN.
           02 PARM-DIAS-SENHA PIC 9(03).
           02 PARM-MAX-FALHAS PIC 9(02).

      *Historico academico permanente (FECHAPER): a revisao anexa uma
      *nova linha da mesma matricula, periodo e disciplina com o
      *numero da revisao, o processo e a data; a linha de numero
      *mais alto e a que vale (linhas sem o numero sao do fechamento)
       FD HISTACAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTACAD.DAT".

       01 REG-HISTACAD.
           02 MATRICULA-HA PIC 9(07).
           02 PERIODO-HA   PIC 9(06).
           02 NOME-HA      PIC X(30).
           02 MEDIA-HA     PIC 9(02)V9(02).
           02 FALTAS-HA    PIC 9(02).
           02 SITUACAO-HA  PIC X(26).
           02 COD-DISC-HA  PIC X(06).
           02 TURMA-HA     PIC X(04).
           02 SEQ-REV-HA   PIC 9(02).
           02 PROCESSO-HA  PIC X(12).
           02 DATA-REV-HA  PIC 9(08).

      *Registro das revisoes de nota: valores anteriores e novos,
      *processo, motivo e quem registrou
       FD ARQREVNT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQREVNT.DAT".

       01 REG-REVNOTA.
           02 PERIODO-RV      PIC 9(06).
           02 MATRICULA-RV    PIC 9(07).
           02 COD-DISC-RV     PIC X(06).
           02 SEQ-REV-RV      PIC 9(02).
           02 NOME-RV         PIC X(30).
           02 PROCESSO-RV     PIC X(12).
           02 MOTIVO-RV       PIC X(60).
           02 MEDIA-ANT-RV    PIC 9(02)V9(02).
           02 FALTAS-ANT-RV   PIC 9(02).
           02 SITUACAO-ANT-RV PIC X(26).
           02 MEDIA-NOVA-RV   PIC 9(02)V9(02).
           02 FALTAS-NOVA-RV  PIC 9(02).
           02 SITUACAO-NOVA-RV PIC X(26).
           02 OPERADOR-RV     PIC X(08).
           02 DATA-RV         PIC 9(08).
           02 HORA-RV         PIC 9(06).

       FD RELREVNT
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).
       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 3.
       77 FIM-OPER       PIC X(03) VALUE "NAO".
       77 ACHOU-OPER     PIC X(03) VALUE "NAO".
       77 QTD-OPER-LIDOS PIC 9(04) VALUE 0.
       77 FUNCAO-WRK     PIC X(10) VALUE SPACES.
       77 DATA-ATIV-WRK  PIC 9(08) VALUE 0.
       77 HORA-ATIV-WRK  PIC 9(06) VALUE 0.

      *Conferencia e troca de senha do operador identificado
       77 FS-SENHA       PIC X(02) VALUE "00".
       77 ACHOU-SENHA    PIC X(03) VALUE "NAO".
       77 SENHAS-VAZIO   PIC X(03) VALUE "NAO".
       77 SENHA-OK       PIC X(03) VALUE "NAO".
       77 DIAS-SENHA     PIC 9(03) VALUE 90.
       77 MAX-FALHAS     PIC 9(02) VALUE 3.
       77 SENHA-INF      PIC X(20) VALUE SPACES.
       77 SENHA-NOVA     PIC X(20) VALUE SPACES.
       77 SENHA-CONF     PIC X(20) VALUE SPACES.
       77 TENT-TROCA     PIC 9(01) VALUE 0.
       77 TAM-SENHA      PIC 9(02) VALUE 0.
       77 QTD-ESPACOS    PIC 9(02) VALUE 0.
       77 IDADE-SENHA    PIC 9(06) VALUE 0.
       77 DATA-SEN-WRK   PIC 9(08) VALUE 0.
       77 HASH-CALC      PIC 9(18) VALUE 0.
       77 HASH-H1        PIC 9(12) VALUE 0.
       77 HASH-H2        PIC 9(12) VALUE 0.
       77 HASH-RODADA    PIC 9(03) VALUE 0.
       77 HASH-POS       PIC 9(02) VALUE 0.
       01 HASH-TEXTO.
           02 HASH-SAL   PIC X(08).
           02 HASH-SENHA PIC X(20).

       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08) VALUE 0.
       77 HORA-EXEC    PIC 9(06) VALUE 0.
       77 MAT-INF      PIC 9(07) VALUE 0.
       77 PERIODO-INF  PIC 9(06) VALUE 0.
       77 PP-INF       PIC 9(02) VALUE 0.
       77 DISC-INF     PIC X(06) VALUE SPACES.
       77 DADOS-OK     PIC X(03) VALUE "SIM".
       77 FIM-HIST     PIC X(03) VALUE "NAO".
       77 FIM-REV      PIC X(03) VALUE "NAO".
       77 QTD-LANC     PIC 9(03) VALUE 0.
       77 SEQ-LIDA     PIC 9(02) VALUE 0.

      *Linha vigente (ultima revisao, ou a do fechamento) da
      *matricula, periodo e disciplina pedidos
       01 HIST-VIGENTE.
           02 MATRICULA-VG PIC 9(07).
           02 PERIODO-VG   PIC 9(06).
           02 NOME-VG      PIC X(30).
           02 MEDIA-VG     PIC 9(02)V9(02).
           02 FALTAS-VG    PIC 9(02).
           02 SITUACAO-VG  PIC X(26).
           02 COD-DISC-VG  PIC X(06).
           02 TURMA-VG     PIC X(04).
           02 SEQ-REV-VG   PIC 9(02).
           02 PROCESSO-VG  PIC X(12).
           02 DATA-REV-VG  PIC 9(08).

      *Valores revisados: media como digitos com os dois ultimos
      *decimais (0750 = 7,50); em branco mantem o valor vigente
       77 ENTRADA-MEDIA  PIC X(04) VALUE SPACES.
       77 ENTRADA-FALTAS PIC X(02) VALUE SPACES.
       77 ENTRADA-NUM    PIC 9(04) VALUE 0.
       77 MEDIA-NOVA     PIC 9(02)V9(02) VALUE 0.
       77 FALTAS-NOVA    PIC 9(02) VALUE 0.
       77 SITUACAO-NOVA  PIC X(26) VALUE SPACES.
       77 PROCESSO-INF   PIC X(12) VALUE SPACES.
       77 MOTIVO-INF     PIC X(60) VALUE SPACES.
       77 MEDIA-FMT      PIC Z9,99.
       77 MEDIA-FMT-2    PIC Z9,99.

      *Relacao de revisoes do periodo (RELREVNT)
       77 CT-LIN       PIC 9(02) VALUE 30.
       77 CT-PAG       PIC 9(03) VALUE 0.
       77 CT-REVISOES  PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER   PIC X(70) VALUE SPACES.
           02 FILLER   PIC X(05) VALUE "PAG. ".
           02 PAG-CAB  PIC ZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 FILLER   PIC X(45)
              VALUE "REVISOES DE NOTA APOS O FECHAMENTO - PERIODO".
           02 PERIODO-CAB.
               03 ANO-CAB PIC 9(04).
               03 FILLER  PIC X(01) VALUE "/".
               03 PP-CAB  PIC 9(02).
           02 FILLER   PIC X(16) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(08) VALUE "MATRIC.".
           02 FILLER PIC X(26) VALUE "NOME".
           02 FILLER PIC X(07) VALUE "DISC.".
           02 FILLER PIC X(07) VALUE "REV.".
           02 FILLER PIC X(18) VALUE "PROCESSO".
           02 FILLER PIC X(14) VALUE "DATA".

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE-REV.
           02 MATRICULA-RR PIC 9(07).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-RR      PIC X(25).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DISC-RR      PIC X(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SEQ-RR       PIC Z9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 PROCESSO-RR  PIC X(12).
           02 FILLER       PIC X(06) VALUE SPACES.
           02 DATA-RR.
               03 DIA-RR   PIC 9(02).
               03 FILLER   PIC X(01) VALUE "/".
               03 MES-RR   PIC 9(02).
               03 FILLER   PIC X(01) VALUE "/".
               03 ANO-RR   PIC 9(04).
           02 FILLER       PIC X(04) VALUE SPACES.

       01 VALORES-REV.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ROTULO-VR    PIC X(08).
           02 FILLER       PIC X(07) VALUE "MEDIA: ".
           02 MEDIA-VR     PIC Z9,99.
           02 FILLER       PIC X(10) VALUE "  FALTAS: ".
           02 FALTAS-VR    PIC Z9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SITUACAO-VR  PIC X(26).
           02 FILLER       PIC X(17) VALUE SPACES.

       01 MOTIVO-REV.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FILLER       PIC X(08) VALUE "MOTIVO: ".
           02 MOTIVO-MR    PIC X(60).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OPERADOR-MR  PIC X(08).

       01 RODAPE-REV.
           02 FILLER       PIC X(28)
              VALUE "REVISOES NO PERIODO:        ".
           02 QTD-RODR     PIC ZZ.ZZ9.
           02 FILLER       PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       REVISAO-NOTAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== REVISAO DE NOTA APOS O FECHAMENTO =====".
           DISPLAY "R - REGISTRA REVISAO   L - RELACAO DE REVISOES DO "
               "PERIODO   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "R" PERFORM REGISTRA-REVISAO
               WHEN "L" PERFORM LISTA-REVISOES
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-PERIODO.
           DISPLAY "PERIODO LETIVO (AAAAPP, PP = 01 OU 02): "
               WITH NO ADVANCING.
           ACCEPT PERIODO-INF.
           MOVE "SIM" TO DADOS-OK.
           MOVE PERIODO-INF(5:2) TO PP-INF.
           IF PERIODO-INF < 190001 OR
              (PP-INF NOT = 1 AND PP-INF NOT = 2)
               DISPLAY "PERIODO INVALIDO: " PERIODO-INF
               MOVE "NAO" TO DADOS-OK
           END-IF.

      *A REVISAO PARTE DA LINHA VIGENTE DO HISTORICO; A NOVA LINHA
      *SO E ANEXADA DEPOIS DA CONFIRMACAO
       REGISTRA-REVISAO.
           DISPLAY "MATRICULA (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT MAT-INF.
           PERFORM ACEITA-PERIODO.
           IF DADOS-OK = "SIM"
               DISPLAY "DISCIPLINA (EM BRANCO PARA PERIODO SEM "
                   "DISCIPLINAS): " WITH NO ADVANCING
               MOVE SPACES TO DISC-INF
               ACCEPT DISC-INF
               PERFORM LOCALIZA-VIGENTE
               IF QTD-LANC = 0
                   DISPLAY "MATRICULA " MAT-INF " SEM LANCAMENTO NO "
                       "HISTORICO PARA O PERIODO " PERIODO-INF
                       " E A DISCIPLINA " DISC-INF
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM MOSTRA-VIGENTE
               PERFORM ACEITA-REVISAO
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM CALCULA-SITUACAO
               PERFORM CONFIRMA-REVISAO
           END-IF.

      *LE O HISTACAD INTEIRO: A LINHA VIGENTE E A DE MAIOR NUMERO DE
      *REVISAO (LINHAS SEM O NUMERO SAO O LANCAMENTO DO FECHAMENTO)
       LOCALIZA-VIGENTE.
           MOVE 0 TO QTD-LANC.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT HISTACAD.
           PERFORM UNTIL FIM-HIST = "SIM"
               READ HISTACAD
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       IF MATRICULA-HA = MAT-INF AND
                          PERIODO-HA = PERIODO-INF AND
                          COD-DISC-HA = DISC-INF
                           PERFORM GUARDA-VIGENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTACAD.

       GUARDA-VIGENTE.
           IF SEQ-REV-HA IS NUMERIC
               MOVE SEQ-REV-HA TO SEQ-LIDA
           ELSE
               MOVE 0 TO SEQ-LIDA
           END-IF.
           IF QTD-LANC = 0 OR SEQ-LIDA NOT < SEQ-REV-VG
               MOVE REG-HISTACAD TO HIST-VIGENTE
               MOVE SEQ-LIDA     TO SEQ-REV-VG
           END-IF.
           ADD 1 TO QTD-LANC.

       MOSTRA-VIGENTE.
           MOVE MEDIA-VG TO MEDIA-FMT.
           DISPLAY "ALUNO.....: " NOME-VG.
           DISPLAY "TURMA.....: " TURMA-VG.
           DISPLAY "MEDIA.....: " MEDIA-FMT "   FALTAS: " FALTAS-VG.
           DISPLAY "SITUACAO..: " SITUACAO-VG.
           IF SEQ-REV-VG > 0
               DISPLAY "JA REVISADA " SEQ-REV-VG " VEZ(ES) - ULTIMA "
                   "PELO PROCESSO " PROCESSO-VG " EM " DATA-REV-VG
           END-IF.

      *MEDIA DE 0 A 10 E FALTAS EM DIGITOS; PELO MENOS UM DOS DOIS
      *DEVE MUDAR, E PROCESSO E MOTIVO SAO OBRIGATORIOS
       ACEITA-REVISAO.
           MOVE MEDIA-VG  TO MEDIA-NOVA.
           MOVE FALTAS-VG TO FALTAS-NOVA.
           DISPLAY "NOVA MEDIA (4 DIGITOS, ULTIMOS 2 SAO DECIMAIS; "
               "EM BRANCO MANTEM): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-MEDIA.
           ACCEPT ENTRADA-MEDIA.
           IF ENTRADA-MEDIA NOT = SPACES
               IF ENTRADA-MEDIA IS NUMERIC
                   MOVE ENTRADA-MEDIA TO ENTRADA-NUM
                   COMPUTE MEDIA-NOVA = ENTRADA-NUM / 100
                   IF MEDIA-NOVA > 10
                       DISPLAY "MEDIA FORA DE 0 A 10"
                       MOVE "NAO" TO DADOS-OK
                   END-IF
               ELSE
                   DISPLAY "MEDIA NAO NUMERICA - DIGITE OS 4 DIGITOS"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           DISPLAY "NOVAS FALTAS (2 DIGITOS; EM BRANCO MANTEM): "
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-FALTAS.
           ACCEPT ENTRADA-FALTAS.
           IF ENTRADA-FALTAS NOT = SPACES
               IF ENTRADA-FALTAS IS NUMERIC
                   MOVE ENTRADA-FALTAS TO FALTAS-NOVA
               ELSE
                   DISPLAY "FALTAS NAO NUMERICAS - DIGITE OS 2 "
                       "DIGITOS"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "SIM" AND MEDIA-NOVA = MEDIA-VG AND
              FALTAS-NOVA = FALTAS-VG
               DISPLAY "MEDIA E FALTAS INALTERADAS - NADA A REVISAR"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "NUMERO DO PROCESSO: " WITH NO ADVANCING
               MOVE SPACES TO PROCESSO-INF
               ACCEPT PROCESSO-INF
               DISPLAY "MOTIVO: " WITH NO ADVANCING
               MOVE SPACES TO MOTIVO-INF
               ACCEPT MOTIVO-INF
               IF PROCESSO-INF = SPACES OR MOTIVO-INF = SPACES
                   DISPLAY "PROCESSO E MOTIVO SAO OBRIGATORIOS"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "REVISAO NAO REGISTRADA"
           END-IF.

      *CORTES DO EX05: MEDIA 7 SEM 16 FALTAS APROVA, MEDIA 5 SEM 16
      *FALTAS VAI A RECUPERACAO, O RESTO REPROVA COM A CAUSA. QUANDO
      *A LINHA REVISADA JA VEIO DA RECUPERACAO (RECUPER), MEDIA 5 E
      *A NOTA DA PROVA, QUE JA CUMPRE A RECUPERACAO
       CALCULA-SITUACAO.
           EVALUATE TRUE
               WHEN MEDIA-NOVA >= 7 AND FALTAS-NOVA < 16
                   MOVE "APROVADO" TO SITUACAO-NOVA
               WHEN MEDIA-NOVA >= 5 AND FALTAS-NOVA < 16
                   IF SITUACAO-VG = "APROVADO POS-RECUPERACAO" OR
                      SITUACAO-VG = "REPROVADO" OR
                      SITUACAO-VG = "AUSENTE RECUPERACAO"
                       MOVE "APROVADO POS-RECUPERACAO"
                         TO SITUACAO-NOVA
                   ELSE
                       MOVE "PENDENTE RECUPERACAO" TO SITUACAO-NOVA
                   END-IF
               WHEN MEDIA-NOVA < 5 AND FALTAS-NOVA >= 16
                   MOVE "REPROVADO POR NOTA E FALTA" TO SITUACAO-NOVA
               WHEN FALTAS-NOVA >= 16
                   MOVE "REPROVADO POR FALTA" TO SITUACAO-NOVA
               WHEN OTHER
                   MOVE "REPROVADO POR NOTA" TO SITUACAO-NOVA
           END-EVALUATE.

       CONFIRMA-REVISAO.
           MOVE MEDIA-VG   TO MEDIA-FMT.
           MOVE MEDIA-NOVA TO MEDIA-FMT-2.
           DISPLAY "ANTES.....: MEDIA " MEDIA-FMT " FALTAS "
               FALTAS-VG " " SITUACAO-VG.
           DISPLAY "DEPOIS....: MEDIA " MEDIA-FMT-2 " FALTAS "
               FALTAS-NOVA " " SITUACAO-NOVA.
           DISPLAY "CONFIRMA A REVISAO (S/N)? " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               PERFORM GRAVA-REVISAO
           ELSE
               DISPLAY "REVISAO NAO REGISTRADA"
           END-IF.

      *A LINHA ORIGINAL FICA COMO ESTA; A CORRIGIDA E ANEXADA COM O
      *NUMERO DA REVISAO SEGUINTE
       GRAVA-REVISAO.
           ACCEPT HORA-EXEC FROM TIME.
           OPEN EXTEND HISTACAD.
           MOVE HIST-VIGENTE  TO REG-HISTACAD.
           MOVE MEDIA-NOVA    TO MEDIA-HA.
           MOVE FALTAS-NOVA   TO FALTAS-HA.
           MOVE SITUACAO-NOVA TO SITUACAO-HA.
           ADD 1 SEQ-REV-VG GIVING SEQ-REV-HA.
           MOVE PROCESSO-INF  TO PROCESSO-HA.
           MOVE DATA-EXEC     TO DATA-REV-HA.
           WRITE REG-HISTACAD.
           CLOSE HISTACAD.
           MOVE PERIODO-VG    TO PERIODO-RV.
           MOVE MATRICULA-VG  TO MATRICULA-RV.
           MOVE COD-DISC-VG   TO COD-DISC-RV.
           MOVE SEQ-REV-HA    TO SEQ-REV-RV.
           MOVE NOME-VG       TO NOME-RV.
           MOVE PROCESSO-INF  TO PROCESSO-RV.
           MOVE MOTIVO-INF    TO MOTIVO-RV.
           MOVE MEDIA-VG      TO MEDIA-ANT-RV.
           MOVE FALTAS-VG     TO FALTAS-ANT-RV.
           MOVE SITUACAO-VG   TO SITUACAO-ANT-RV.
           MOVE MEDIA-NOVA    TO MEDIA-NOVA-RV.
           MOVE FALTAS-NOVA   TO FALTAS-NOVA-RV.
           MOVE SITUACAO-NOVA TO SITUACAO-NOVA-RV.
           MOVE OPERADOR      TO OPERADOR-RV.
           MOVE DATA-EXEC     TO DATA-RV.
           MOVE HORA-EXEC     TO HORA-RV.
           OPEN EXTEND ARQREVNT.
           WRITE REG-REVNOTA.
           CLOSE ARQREVNT.
           MOVE "REVISAO" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "REVISAO " SEQ-REV-HA " REGISTRADA NO HISTORICO".

      *RELACAO PARA O CONSELHO ACADEMICO: TODAS AS REVISOES DO
      *PERIODO, NA ORDEM EM QUE FORAM REGISTRADAS
       LISTA-REVISOES.
           PERFORM ACEITA-PERIODO.
           IF DADOS-OK = "SIM"
               OPEN OUTPUT RELREVNT
               MOVE 30 TO CT-LIN
               MOVE 0  TO CT-PAG CT-REVISOES
               MOVE "NAO" TO FIM-REV
               OPEN INPUT ARQREVNT
               PERFORM UNTIL FIM-REV = "SIM"
                   READ ARQREVNT
                       AT END MOVE "SIM" TO FIM-REV
                       NOT AT END
                           IF PERIODO-RV = PERIODO-INF
                               PERFORM IMPRIME-REVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREVNT
               IF CT-REVISOES = 0
                   PERFORM CABECALHO
                   MOVE "NENHUMA REVISAO DE NOTA NO PERIODO" TO REG-REL
                   WRITE REG-REL AFTER ADVANCING 1 LINE
               ELSE
                   MOVE CT-REVISOES TO QTD-RODR
                   WRITE REG-REL FROM SEPARADOR
                       AFTER ADVANCING 2 LINES
                   WRITE REG-REL FROM RODAPE-REV
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE RELREVNT
               DISPLAY CT-REVISOES " REVISAO(OES) NO PERIODO "
                   PERIODO-INF " - RELACAO EM RELREVNT"
           END-IF.

       IMPRIME-REVISAO.
           IF CT-LIN GREATER THAN 24
               PERFORM CABECALHO
           END-IF.
           ADD 1 TO CT-REVISOES.
           MOVE MATRICULA-RV  TO MATRICULA-RR.
           MOVE NOME-RV       TO NOME-RR.
           MOVE COD-DISC-RV   TO DISC-RR.
           MOVE SEQ-REV-RV    TO SEQ-RR.
           MOVE PROCESSO-RV   TO PROCESSO-RR.
           MOVE DATA-RV(7:2)  TO DIA-RR.
           MOVE DATA-RV(5:2)  TO MES-RR.
           MOVE DATA-RV(1:4)  TO ANO-RR.
           WRITE REG-REL FROM DETALHE-REV AFTER ADVANCING 2 LINES.
           MOVE "ANTES:"        TO ROTULO-VR.
           MOVE MEDIA-ANT-RV    TO MEDIA-VR.
           MOVE FALTAS-ANT-RV   TO FALTAS-VR.
           MOVE SITUACAO-ANT-RV TO SITUACAO-VR.
           WRITE REG-REL FROM VALORES-REV AFTER ADVANCING 1 LINE.
           MOVE "DEPOIS:"        TO ROTULO-VR.
           MOVE MEDIA-NOVA-RV    TO MEDIA-VR.
           MOVE FALTAS-NOVA-RV   TO FALTAS-VR.
           MOVE SITUACAO-NOVA-RV TO SITUACAO-VR.
           WRITE REG-REL FROM VALORES-REV AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-RV   TO MOTIVO-MR.
           MOVE OPERADOR-RV TO OPERADOR-MR.
           WRITE REG-REL FROM MOTIVO-REV AFTER ADVANCING 1 LINE.
           ADD 5 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB.
           MOVE PERIODO-INF(1:4) TO ANO-CAB.
           MOVE PERIODO-INF(5:2) TO PP-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.
      *IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO ARQOPER, MANTIDO
      *PELO MANUOPER, E CONFERENCIA DA SENHA NO ARQSENHA: CODIGO
      *DESCONHECIDO, SENHA ERRADA, CONTA BLOQUEADA OU SEM O NIVEL
      *EXIGIDO ENCERRA COM CODIGO 8; COM O CADASTRO AINDA VAZIO O
      *CONTROLE FICA INATIVO (TRANSICAO ATE O MANUOPER CADASTRAR OS
      *OPERADORES)
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT OPERADOR.
           MOVE "NAO" TO FIM-OPER.
           MOVE "NAO" TO ACHOU-OPER.
           MOVE 0 TO QTD-OPER-LIDOS.
           OPEN INPUT ARQOPER.
           PERFORM UNTIL FIM-OPER = "SIM" OR ACHOU-OPER = "SIM"
               READ ARQOPER
                   AT END MOVE "SIM" TO FIM-OPER
                   NOT AT END
                       ADD 1 TO QTD-OPER-LIDOS
                       IF ID-OPER = OPERADOR
                           MOVE "SIM" TO ACHOU-OPER
                           MOVE NIVEL-OPER TO NIVEL-SESSAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQOPER.
           EVALUATE TRUE
               WHEN ACHOU-OPER = "NAO" AND QTD-OPER-LIDOS = 0
                   DISPLAY "ARQOPER.DAT VAZIO - CONTROLE DE "
                       "ACESSO INATIVO"
                   MOVE 9 TO NIVEL-SESSAO
               WHEN ACHOU-OPER = "NAO"
                   DISPLAY "OPERADOR NAO CADASTRADO: " OPERADOR
                   MOVE "ID-DESCON" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM CONFERE-SENHA
           END-EVALUATE.
           IF NIVEL-SESSAO < NIVEL-EXIGIDO
               DISPLAY "OPERADOR " OPERADOR " SEM AUTORIZACAO "
                   "PARA ESTE PROGRAMA (NIVEL " NIVEL-SESSAO
                   " EXIGIDO " NIVEL-EXIGIDO ")"
               MOVE "SIGNON-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SIGNON" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.

      *SENHA DO OPERADOR: SEM REGISTRO NO ARQSENHA O ACESSO E
      *NEGADO (A SENHA PROVISORIA VEM DO MANUOPER), SALVO PARA O
      *SUPERVISOR NA IMPLANTACAO, COM O ARQSENHA AINDA VAZIO, QUE
      *CRIA AQUI A PRIMEIRA SENHA;
      *CONTA BLOQUEADA SO O SUPERVISOR LIBERA NO MANUOPER; SENHA
      *ERRADA CONTA UMA FALHA E BLOQUEIA NO LIMITE DO PARAMSEN;
      *SENHA PROVISORIA OU VENCIDA OBRIGA A TROCA ANTES DE SEGUIR
       CONFERE-SENHA.
           PERFORM ABRE-SENHAS.
           EVALUATE TRUE
               WHEN ACHOU-SENHA = "NAO"
                   PERFORM VERIFICA-SENHAS-VAZIO
                   IF SENHAS-VAZIO = "SIM" AND NIVEL-SESSAO = 3
                       DISPLAY "PRIMEIRO ACESSO - CADASTRE SUA SENHA"
                       MOVE OPERADOR TO ID-SEN
                       MOVE 0 TO HASH-SEN FALHAS-SEN DATA-BLOQ-SEN
                       PERFORM TROCA-SENHA
                       WRITE REG-SENHA
                   ELSE
                       DISPLAY "OPERADOR " OPERADOR " SEM SENHA "
                           "CADASTRADA - PROCURE O SUPERVISOR"
                       MOVE "SIGNON-NEG" TO FUNCAO-WRK
                       PERFORM GRAVA-ATIVIDADE
                       PERFORM ENCERRA-SENHA-NEGADA
                   END-IF
               WHEN SITUACAO-SEN = "B"
                   DISPLAY "OPERADOR " OPERADOR " BLOQUEADO DESDE "
                       DATA-BLOQ-SEN " - PROCURE O SUPERVISOR"
                   MOVE "SENHA-BLOQ" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   PERFORM ENCERRA-SENHA-NEGADA
               WHEN OTHER
                   PERFORM PEDE-SENHA
                   REWRITE REG-SENHA
           END-EVALUATE.
           CLOSE ARQSENHA.

       ABRE-SENHAS.
           PERFORM LE-PARAMETROS-SENHA.
           ACCEPT DATA-SEN-WRK FROM DATE YYYYMMDD.
           OPEN I-O ARQSENHA.
           IF FS-SENHA NOT = "00" AND FS-SENHA NOT = "05"
               DISPLAY "ARQSENHA.DAT INDISPONIVEL (STATUS " FS-SENHA
                   ") - ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPERADOR TO ID-SEN.
           MOVE "SIM" TO ACHOU-SENHA.
           READ ARQSENHA
               INVALID KEY MOVE "NAO" TO ACHOU-SENHA
           END-READ.

      *ARQSENHA SEM NENHUM REGISTRO: SO NA IMPLANTACAO DAS SENHAS
       VERIFICA-SENHAS-VAZIO.
           MOVE "NAO" TO SENHAS-VAZIO.
           MOVE LOW-VALUES TO ID-SEN.
           START ARQSENHA KEY IS NOT LESS THAN ID-SEN
               INVALID KEY MOVE "SIM" TO SENHAS-VAZIO
           END-START.

      *PADRAO: SENHA VALE 90 DIAS E BLOQUEIA NA TERCEIRA FALHA
       LE-PARAMETROS-SENHA.
           OPEN INPUT PARAMSEN.
           READ PARAMSEN
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-SENHA IS NUMERIC
                       MOVE PARM-DIAS-SENHA TO DIAS-SENHA
                   END-IF
                   IF PARM-MAX-FALHAS IS NUMERIC AND
                      PARM-MAX-FALHAS > 0
                       MOVE PARM-MAX-FALHAS TO MAX-FALHAS
                   END-IF
           END-READ.
           CLOSE PARAMSEN.

       PEDE-SENHA.
           DISPLAY "SENHA: " WITH NO ADVANCING.
           ACCEPT SENHA-INF.
           PERFORM CALCULA-HASH.
           IF HASH-CALC NOT = HASH-SEN
               ADD 1 TO FALHAS-SEN
               IF FALHAS-SEN >= MAX-FALHAS
                   MOVE "B" TO SITUACAO-SEN
                   MOVE DATA-SEN-WRK TO DATA-BLOQ-SEN
                   MOVE "BLOQUEIO" TO FUNCAO-WRK
                   DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO APOS "
                       FALHAS-SEN " FALHAS SEGUIDAS"
               ELSE
                   MOVE "SENHA-ERR" TO FUNCAO-WRK
                   DISPLAY "SENHA INVALIDA"
               END-IF
               REWRITE REG-SENHA
               PERFORM GRAVA-ATIVIDADE
               PERFORM ENCERRA-SENHA-NEGADA
           END-IF.
           MOVE 0 TO FALHAS-SEN.
           IF DATA-TROCA-SEN > 0
               COMPUTE IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(DATA-SEN-WRK)
                 - FUNCTION INTEGER-OF-DATE(DATA-TROCA-SEN)
           ELSE
               MOVE 999999 TO IDADE-SENHA
           END-IF.
           EVALUATE TRUE
               WHEN SITUACAO-SEN = "T"
                   DISPLAY "SENHA PROVISORIA - TROCA OBRIGATORIA"
                   PERFORM TROCA-SENHA
               WHEN DIAS-SENHA > 0 AND IDADE-SENHA >= DIAS-SENHA
                   DISPLAY "SENHA VENCIDA (VALIDADE DE " DIAS-SENHA
                       " DIAS) - TROCA OBRIGATORIA"
                   PERFORM TROCA-SENHA
           END-EVALUATE.

      *NOVA SENHA DIGITADA DUAS VEZES; TRES TENTATIVAS RECUSADAS
      *ENCERRAM SEM ACESSO
       TROCA-SENHA.
           MOVE "NAO" TO SENHA-OK.
           PERFORM VARYING TENT-TROCA FROM 1 BY 1
                   UNTIL TENT-TROCA > 3 OR SENHA-OK = "SIM"
               DISPLAY "NOVA SENHA (6 A 20 POSICOES): "
                   WITH NO ADVANCING
               ACCEPT SENHA-NOVA
               DISPLAY "CONFIRME A NOVA SENHA: " WITH NO ADVANCING
               ACCEPT SENHA-CONF
               PERFORM VALIDA-SENHA-NOVA
           END-PERFORM.
           IF SENHA-OK = "NAO"
               MOVE "TROCA-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               PERFORM ENCERRA-SENHA-NEGADA
           END-IF.
           MOVE SENHA-NOVA TO SENHA-INF.
           PERFORM CALCULA-HASH.
           MOVE SPACES       TO SENHA-NOVA SENHA-CONF.
           MOVE HASH-CALC    TO HASH-SEN.
           MOVE DATA-SEN-WRK TO DATA-TROCA-SEN.
           MOVE 0            TO FALHAS-SEN DATA-BLOQ-SEN.
           MOVE "A"          TO SITUACAO-SEN.
           MOVE "SENHA-TROC" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "SENHA ALTERADA".

      *NO MINIMO 6 POSICOES, SEM ESPACOS, DIFERENTE DO CODIGO DO
      *OPERADOR E DA SENHA ATUAL
       VALIDA-SENHA-NOVA.
           MOVE 0 TO TAM-SENHA QTD-ESPACOS.
           INSPECT SENHA-NOVA TALLYING TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT SENHA-NOVA TALLYING QTD-ESPACOS FOR ALL SPACES.
           MOVE SENHA-NOVA TO SENHA-INF.
           PERFORM CALCULA-HASH.
           EVALUATE TRUE
               WHEN SENHA-NOVA NOT = SENHA-CONF
                   DISPLAY "AS DUAS DIGITACOES NAO CONFEREM"
               WHEN TAM-SENHA < 6
                   DISPLAY "SENHA COM MENOS DE 6 POSICOES"
               WHEN TAM-SENHA + QTD-ESPACOS NOT = 20
                   DISPLAY "SENHA NAO PODE TER ESPACOS"
               WHEN SENHA-NOVA = ID-SEN
                   DISPLAY "SENHA IGUAL AO CODIGO DO OPERADOR"
               WHEN HASH-CALC = HASH-SEN
                   DISPLAY "A NOVA SENHA DEVE SER DIFERENTE DA ATUAL"
               WHEN OTHER
                   MOVE "SIM" TO SENHA-OK
           END-EVALUATE.

      *HASH DA SENHA COM O CODIGO DO OPERADOR COMO SAL: DUAS SOMAS
      *POLINOMIAIS MODULARES EM 64 RODADAS. SO O RESULTADO VAI PARA
      *O ARQSENHA; A SENHA DIGITADA E APAGADA DA MEMORIA EM SEGUIDA
       CALCULA-HASH.
           MOVE ID-SEN    TO HASH-SAL.
           MOVE SENHA-INF TO HASH-SENHA.
           MOVE 7  TO HASH-H1.
           MOVE 13 TO HASH-H2.
           PERFORM VARYING HASH-RODADA FROM 1 BY 1
                   UNTIL HASH-RODADA > 64
               PERFORM VARYING HASH-POS FROM 1 BY 1
                       UNTIL HASH-POS > 28
                   COMPUTE HASH-H1 = FUNCTION MOD(HASH-H1 * 131
                       + FUNCTION ORD(HASH-TEXTO(HASH-POS:1))
                       + HASH-RODADA, 999999937)
                   COMPUTE HASH-H2 = FUNCTION MOD(HASH-H2 * 257
                       + FUNCTION ORD(HASH-TEXTO(HASH-POS:1))
                       * HASH-POS + HASH-H1, 999999929)
               END-PERFORM
           END-PERFORM.
           COMPUTE HASH-CALC = HASH-H1 * 1000000000 + HASH-H2.
           MOVE SPACES TO SENHA-INF HASH-SENHA.

       ENCERRA-SENHA-NEGADA.
           CLOSE ARQSENHA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *LINHA DO LOG DE ATIVIDADE: OPERADOR, PROGRAMA, FUNCAO E HORA
       GRAVA-ATIVIDADE.
           ACCEPT DATA-ATIV-WRK FROM DATE YYYYMMDD.
           ACCEPT HORA-ATIV-WRK FROM TIME.
           OPEN EXTEND ARQATIV.
           MOVE DATA-ATIV-WRK TO DATA-ATIV.
           MOVE HORA-ATIV-WRK TO HORA-ATIV.
           MOVE OPERADOR      TO OPERADOR-ATIV.
           MOVE "REVNOTA" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
