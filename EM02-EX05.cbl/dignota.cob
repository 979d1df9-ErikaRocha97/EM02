       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DIGNOTA.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      DIGITACAO DAS NOTAS COM DUPLA DIGITACAO (CEGA)
      *              E GERACAO DO ARQALU.DAT DO LOTE DE ALUNOS (EX05).
      *              O LOTE E O PERIODO AAAAPP, A DISCIPLINA E A TURMA;
      *              A PRIMEIRA DIGITACAO GRAVA FALTAS, SEXO E NOTAS
      *              POR MATRICULA (CONFERIDA CONTRA O CADMATR E, SE
      *              PRESENTES, O CADDISC E O CADTURMA) NO ARQDIGIT.DAT;
      *              OUTRO OPERADOR REDIGITA O MESMO LOTE SEM VER OS
      *              VALORES. SO AS NOTAS EM QUE AS DUAS DIGITACOES
      *              CONCORDAM SAO LIBERADAS PARA O ARQALU; AS
      *              DIVERGENTES VAO PARA A LISTA DE CONFERENCIA
      *              (RELCONF). MOSTRA O ANDAMENTO POR TURMA E RECUSA
      *              PERIODO JA FECHADO PELO FECHAPER (PRESENTE NO
      *              HISTACAD). CADA NOTA GUARDA QUEM DIGITOU E QUEM
      *              CONFERIU, COM DATA E HORA.

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
           SELECT OPTIONAL CADMATR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA-MAT
           FILE STATUS IS FS-CADMATR.
           SELECT OPTIONAL CADDISC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-DISC
           FILE STATUS IS FS-CADDISC.
           SELECT OPTIONAL CADTURMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TUR
           FILE STATUS IS FS-CADTURMA.
           SELECT OPTIONAL ARQDIGIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DIG
           FILE STATUS IS FS-DIGIT.
           SELECT OPTIONAL HISTACAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONF ASSIGN TO DISK.

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

       FD CADMATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADMATR.DAT".

       01 REG-MATR.
           02 MATRICULA-MAT PIC 9(07).
           02 NOME-MAT      PIC X(30).
           02 STATUS-MAT    PIC X(01).
           02 DATA-ADM-MAT  PIC 9(08).

      *Cadastro de disciplinas (MANUDISC)
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

      *Inscricoes por matricula e disciplina, com a turma (MANUDISC)
       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADTURMA.DAT".

       01 REG-TURMA.
           02 CHAVE-TUR.
               03 MATRICULA-TUR PIC 9(07).
               03 COD-DISC-TUR  PIC X(06).
           02 TURMA-TUR     PIC X(04).
           02 PERIODO-TUR   PIC 9(06).
           02 DATA-INSC-TUR PIC 9(08).

      *Notas digitadas, uma por periodo, disciplina e matricula, com
      *as duas digitacoes e seus operadores. Situacao: 1 aguardando
      *a conferencia, C conferida (as duas concordam), D divergente
      *(vai para a lista de conferencia), L liberada para o ARQALU
       FD ARQDIGIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQDIGIT.DAT".

       01 REG-DIGIT.
           02 CHAVE-DIG.
               03 PERIODO-DIG   PIC 9(06).
               03 COD-DISC-DIG  PIC X(06).
               03 MATRICULA-DIG PIC 9(07).
           02 TURMA-DIG      PIC X(04).
           02 NOME-DIG       PIC X(30).
           02 SITUACAO-DIG   PIC X(01).
           02 DIGITACAO-1.
               03 FALTAS-D1    PIC 9(02).
               03 SEXO-D1      PIC X(01).
               03 QTD-NOTAS-D1 PIC 9(02).
               03 NOTA-D1      PIC 9(02)V9(02) OCCURS 10 TIMES.
           02 OPER-D1        PIC X(08).
           02 DATA-D1        PIC 9(08).
           02 HORA-D1        PIC 9(06).
           02 DIGITACAO-2.
               03 FALTAS-D2    PIC 9(02).
               03 SEXO-D2      PIC X(01).
               03 QTD-NOTAS-D2 PIC 9(02).
               03 NOTA-D2      PIC 9(02)V9(02) OCCURS 10 TIMES.
           02 OPER-D2        PIC X(08).
           02 DATA-D2        PIC 9(08).
           02 HORA-D2        PIC 9(06).
           02 QTD-DIVERG-DIG PIC 9(02).
           02 DATA-LIB-DIG   PIC 9(08).

      *Historico academico permanente: periodo presente aqui ja foi
      *fechado pelo FECHAPER e nao recebe mais digitacao
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

      *Arquivo de alunos do ciclo, entrada do EX05
       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQALU.DAT".

       01 REG-ALU.
           02 MATRICULA-ALU PIC 9(07).
           02 COD-DISC-ALU  PIC X(06).
           02 TURMA-ALU     PIC X(04).
           02 NOME-ALU      PIC X(30).
           02 FALTAS-ALU    PIC 9(02).
           02 SEXO-ALU      PIC X(01).
           02 QTD-NOTAS-ALU PIC 9(02).
           02 NOTA-ALU      PIC 9(02)V9(02)
                            OCCURS 1 TO 10 TIMES
                            DEPENDING ON QTD-NOTAS-ALU.

       FD RELCONF
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).
       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 2.
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

       77 FS-CADMATR   PIC X(02) VALUE "00".
       77 FS-CADDISC   PIC X(02) VALUE "00".
       77 DISC-ATIVA   PIC X(03) VALUE "NAO".
       77 FS-CADTURMA  PIC X(02) VALUE "00".
       77 TURMA-ATIVA  PIC X(03) VALUE "NAO".
       77 FS-DIGIT     PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08) VALUE 0.
       77 HORA-EXEC    PIC 9(06) VALUE 0.
       77 I            PIC 9(02) VALUE 0.

      *Lote em digitacao: periodo, disciplina e turma; modo 1 e a
      *primeira digitacao, modo 2 a conferencia cega
       77 PERIODO-LOTE PIC 9(06) VALUE 0.
       77 PP-LOTE      PIC 9(02) VALUE 0.
       77 DISC-LOTE    PIC X(06) VALUE SPACES.
       77 TURMA-LOTE   PIC X(04) VALUE SPACES.
       77 MODO-DIG     PIC X(01) VALUE SPACES.
       77 LOTE-OK      PIC X(03) VALUE "NAO".
       77 PERIODO-FECHADO PIC X(03) VALUE "NAO".
       77 FIM-HIST     PIC X(03) VALUE "NAO".
       77 MAT-INF      PIC 9(07) VALUE 0.
       77 ALUNO-OK     PIC X(03) VALUE "NAO".
       77 ACHOU-DIG    PIC X(03) VALUE "NAO".
       77 DADOS-OK     PIC X(03) VALUE "SIM".
       77 FIM-DIG      PIC X(03) VALUE "NAO".
       77 CT-LOTE      PIC 9(04) VALUE 0.

      *Notas entram como digitos com os dois ultimos decimais
      *(0750 = 7,50)
       77 ENTRADA-DIG  PIC X(04) VALUE SPACES.
       77 ENTRADA-NUM  PIC 9(04) VALUE 0.

      *Valores da digitacao em curso, no mesmo formato das duas
      *digitacoes do ARQDIGIT (posicoes nao usadas ficam zeradas
      *para a comparacao valer o registro inteiro)
       01 DIGITACAO-WRK.
           02 FALTAS-WRK    PIC 9(02).
           02 SEXO-WRK      PIC X(01).
           02 QTD-NOTAS-WRK PIC 9(02).
           02 NOTA-WRK      PIC 9(02)V9(02) OCCURS 10 TIMES.

      *Andamento por disciplina e turma do periodo pedido
       77 QTD-PROG     PIC 9(03) VALUE 0.
       77 IX-PROG      PIC 9(03) VALUE 0.
       77 POS-PROG     PIC 9(03) VALUE 0.
       77 PROG-CHEIA   PIC X(03) VALUE "NAO".
       77 DISC-BUSCA   PIC X(06) VALUE SPACES.
       77 TURMA-BUSCA  PIC X(04) VALUE SPACES.
       01 TAB-PROG.
           02 ITEM-PROG OCCURS 500 TIMES.
               03 DISC-PROG     PIC X(06).
               03 TURMA-PROG    PIC X(04).
               03 INSCR-PROG    PIC 9(04).
               03 DIGIT-PROG    PIC 9(04).
               03 AGUARD-PROG   PIC 9(04).
               03 DIVERG-PROG   PIC 9(04).
               03 CONFER-PROG   PIC 9(04).
               03 LIBER-PROG    PIC 9(04).

       01 CAB-PROG.
           02 FILLER PIC X(36)
              VALUE "DISC.  TURMA INSCR. DIGIT. AGUARD. ".
           02 FILLER PIC X(36)
              VALUE "DIVERG. CONFER. LIBER. FALTA DIGIT.".

       01 LINHA-PROG.
           02 DISC-LP    PIC X(06).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 TURMA-LP   PIC X(04).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 INSCR-LP   PIC ZZZ9.
           02 FILLER     PIC X(03) VALUE SPACES.
           02 DIGIT-LP   PIC ZZZ9.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 AGUARD-LP  PIC ZZZ9.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 DIVERG-LP  PIC ZZZ9.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 CONFER-LP  PIC ZZZ9.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 LIBER-LP   PIC ZZZ9.
           02 FILLER     PIC X(06) VALUE SPACES.
           02 FALTA-LP   PIC ZZZ9.

      *Liberacao para o ARQALU
       77 CT-LIBERADAS PIC 9(05) VALUE 0.
       77 CT-PENDENTES PIC 9(05) VALUE 0.

      *Lista de conferencia (RELCONF)
       77 CT-LIN       PIC 9(02) VALUE 30.
       77 CT-PAG       PIC 9(03) VALUE 0.
       77 CT-DIVERG    PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER   PIC X(70) VALUE SPACES.
           02 FILLER   PIC X(05) VALUE "PAG. ".
           02 PAG-CAB  PIC ZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER   PIC X(14) VALUE SPACES.
           02 FILLER   PIC X(41)
              VALUE "LISTA DE CONFERENCIA DAS NOTAS - PERIODO".
           02 PER-CAB  PIC 9(06).
           02 FILLER   PIC X(19) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(10) VALUE "MATRICULA ".
           02 FILLER PIC X(26) VALUE "NOME".
           02 FILLER PIC X(08) VALUE "DISC.".
           02 FILLER PIC X(07) VALUE "TURMA".
           02 FILLER PIC X(07) VALUE "DIVERG.".
           02 FILLER PIC X(22) VALUE SPACES.

       01 CAB-04.
           02 FILLER PIC X(02) VALUE "D ".
           02 FILLER PIC X(09) VALUE "OPERADOR ".
           02 FILLER PIC X(03) VALUE "FA ".
           02 FILLER PIC X(02) VALUE "S ".
           02 FILLER PIC X(03) VALUE "QT ".
           02 FILLER PIC X(61) VALUE "NOTAS".

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE-CONF.
           02 MATRICULA-RC PIC 9(07).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOME-RC      PIC X(25).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DISC-RC      PIC X(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 TURMA-RC     PIC X(04).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 DIVERG-RC    PIC Z9.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 DIGITACAO-RC.
           02 NUM-RC       PIC 9(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OPER-RC      PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FALTAS-RC    PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SEXO-RC      PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 QTD-NOTAS-RC PIC Z9.
           02 NOTAS-RC OCCURS 10 TIMES.
               03 FILLER   PIC X(01) VALUE SPACES.
               03 NOTA-RC  PIC Z9,99.
           02 FILLER       PIC X(02) VALUE SPACES.

       01 RODAPE-CONF.
           02 FILLER       PIC X(30)
              VALUE "NOTAS DIVERGENTES NO PERIODO: ".
           02 QTD-RODC     PIC ZZ.ZZ9.
           02 FILLER       PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       DIGITACAO-NOTAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

      *CADMATR E OBRIGATORIO (TODA NOTA E CONFERIDA CONTRA ELE);
      *CADDISC E CADTURMA SO SAO CONFERIDOS QUANDO PRESENTES, COMO
      *NA CRITICA DO EX05
       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN INPUT CADMATR.
           IF FS-CADMATR NOT = "00"
               DISPLAY "CADMATR.DAT INDISPONIVEL (STATUS " FS-CADMATR
                   ") - DIGITACAO NAO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADDISC.
           IF FS-CADDISC = "00"
               MOVE "SIM" TO DISC-ATIVA
           END-IF.
           OPEN INPUT CADTURMA.
           IF FS-CADTURMA = "00"
               MOVE "SIM" TO TURMA-ATIVA
           END-IF.
           OPEN I-O ARQDIGIT.
           IF FS-DIGIT = "35"
               OPEN OUTPUT ARQDIGIT
               CLOSE ARQDIGIT
               OPEN I-O ARQDIGIT
           END-IF.
           IF FS-DIGIT NOT = "00" AND FS-DIGIT NOT = "05"
               DISPLAY "ARQDIGIT.DAT INDISPONIVEL (STATUS " FS-DIGIT
                   ") - DIGITACAO NAO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== DIGITACAO DAS NOTAS (ARQDIGIT) =====".
           DISPLAY "D - DIGITA LOTE   C - CONFERE LOTE (SEGUNDA "
               "DIGITACAO)".
           DISPLAY "P - ANDAMENTO POR TURMA   L - LISTA DE "
               "CONFERENCIA".
           DISPLAY "R - LIBERA AS NOTAS CONFERIDAS PARA O ARQALU   "
               "F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "D"
                   MOVE "1" TO MODO-DIG
                   PERFORM DIGITA-LOTE
               WHEN "C"
                   MOVE "2" TO MODO-DIG
                   PERFORM DIGITA-LOTE
               WHEN "P" PERFORM MOSTRA-ANDAMENTO
               WHEN "L" PERFORM LISTA-CONFERENCIA
               WHEN "R" PERFORM LIBERA-ARQALU
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-PERIODO.
           DISPLAY "PERIODO LETIVO (AAAAPP, PP = 01 OU 02): "
               WITH NO ADVANCING.
           ACCEPT PERIODO-LOTE.
           MOVE "SIM" TO LOTE-OK.
           MOVE PERIODO-LOTE(5:2) TO PP-LOTE.
           IF PERIODO-LOTE < 190001 OR
              (PP-LOTE NOT = 1 AND PP-LOTE NOT = 2)
               DISPLAY "PERIODO INVALIDO: " PERIODO-LOTE
               MOVE "NAO" TO LOTE-OK
           END-IF.

      *PERIODO JA ANEXADO AO HISTACAD PELO FECHAPER ESTA FECHADO:
      *NOTA DIGITADA DEPOIS DISSO NUNCA CHEGARIA AO HISTORICO (A
      *CORRECAO POSTERIOR E FEITA PELA REVISAO DE NOTA)
       VERIFICA-PERIODO-FECHADO.
           MOVE "NAO" TO PERIODO-FECHADO.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT HISTACAD.
           PERFORM UNTIL FIM-HIST = "SIM"
                      OR PERIODO-FECHADO = "SIM"
               READ HISTACAD
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       IF PERIODO-HA = PERIODO-LOTE
                           MOVE "SIM" TO PERIODO-FECHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTACAD.
           IF PERIODO-FECHADO = "SIM"
               DISPLAY "PERIODO " PERIODO-LOTE " JA FECHADO PELO "
                   "FECHAPER - DIGITACAO E LIBERACAO RECUSADAS"
               MOVE "NAO" TO LOTE-OK
               MOVE "PER-FECHAD" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
           END-IF.

      *LOTE = PERIODO, DISCIPLINA E TURMA; AS MATRICULAS SAO
      *DIGITADAS UMA A UMA ATE A MATRICULA ZERO
       DIGITA-LOTE.
           PERFORM ACEITA-PERIODO.
           IF LOTE-OK = "SIM"
               PERFORM VERIFICA-PERIODO-FECHADO
           END-IF.
           IF LOTE-OK = "SIM"
               DISPLAY "DISCIPLINA: " WITH NO ADVANCING
               ACCEPT DISC-LOTE
               DISPLAY "TURMA: " WITH NO ADVANCING
               ACCEPT TURMA-LOTE
               PERFORM VALIDA-LOTE
           END-IF.
           IF LOTE-OK = "SIM"
               MOVE 0 TO CT-LOTE
               IF MODO-DIG = "1"
                   DISPLAY "PRIMEIRA DIGITACAO DO LOTE " PERIODO-LOTE
                       " " DISC-LOTE " " TURMA-LOTE
               ELSE
                   DISPLAY "CONFERENCIA DO LOTE " PERIODO-LOTE " "
                       DISC-LOTE " " TURMA-LOTE " - REDIGITE SEM "
                       "CONSULTAR A PRIMEIRA DIGITACAO"
               END-IF
               MOVE 1 TO MAT-INF
               PERFORM DIGITA-ALUNO UNTIL MAT-INF = 0
               DISPLAY CT-LOTE " NOTA(S) GRAVADA(S) NO LOTE"
               PERFORM MONTA-ANDAMENTO
               PERFORM EXIBE-ANDAMENTO
           END-IF.

       VALIDA-LOTE.
           IF DISC-LOTE = SPACES OR TURMA-LOTE = SPACES
               DISPLAY "DISCIPLINA/TURMA NAO INFORMADA"
               MOVE "NAO" TO LOTE-OK
           END-IF.
           IF LOTE-OK = "SIM" AND DISC-ATIVA = "SIM"
               MOVE DISC-LOTE TO COD-DISC
               READ CADDISC
                   INVALID KEY
                       DISPLAY "DISCIPLINA " DISC-LOTE
                           " NAO CADASTRADA"
                       MOVE "NAO" TO LOTE-OK
                   NOT INVALID KEY
                       IF SITUACAO-DISC NOT = "A"
                           DISPLAY "DISCIPLINA INATIVA"
                           MOVE "NAO" TO LOTE-OK
                       ELSE
                           DISPLAY "DISCIPLINA: " NOME-DISC
                       END-IF
               END-READ
           END-IF.

       DIGITA-ALUNO.
           DISPLAY " ".
           DISPLAY "MATRICULA (0 ENCERRA O LOTE): " WITH NO ADVANCING.
           ACCEPT MAT-INF.
           IF MAT-INF > 0
               PERFORM VALIDA-ALUNO
               IF ALUNO-OK = "SIM"
                   IF MODO-DIG = "1"
                       PERFORM PRIMEIRA-DIGITACAO
                   ELSE
                       PERFORM SEGUNDA-DIGITACAO
                   END-IF
               END-IF
           END-IF.

      *MATRICULA EXISTENTE E MATRICULADA NO CADMATR, INSCRITA NA
      *DISCIPLINA E NA TURMA DO LOTE; A NOTA JA DIGITADA DO ALUNO
      *FICA EM REG-DIGIT (ACHOU-DIG)
       VALIDA-ALUNO.
           MOVE "SIM" TO ALUNO-OK.
           MOVE MAT-INF TO MATRICULA-MAT.
           READ CADMATR
               INVALID KEY
                   DISPLAY "MATRICULA " MAT-INF " NAO CADASTRADA"
                   MOVE "NAO" TO ALUNO-OK
               NOT INVALID KEY
                   IF STATUS-MAT NOT = "M"
                       DISPLAY "MATRICULA " MAT-INF " NAO "
                           "MATRICULADA (SITUACAO " STATUS-MAT ")"
                       MOVE "NAO" TO ALUNO-OK
                   ELSE
                       DISPLAY "ALUNO: " NOME-MAT
                   END-IF
           END-READ.
           IF ALUNO-OK = "SIM" AND TURMA-ATIVA = "SIM"
               MOVE MAT-INF   TO MATRICULA-TUR
               MOVE DISC-LOTE TO COD-DISC-TUR
               READ CADTURMA
                   INVALID KEY
                       DISPLAY "ALUNO NAO INSCRITO NA DISCIPLINA "
                           DISC-LOTE
                       MOVE "NAO" TO ALUNO-OK
                   NOT INVALID KEY
                       IF TURMA-TUR NOT = TURMA-LOTE
                           DISPLAY "ALUNO INSCRITO NA TURMA "
                               TURMA-TUR ", NAO NA " TURMA-LOTE
                           MOVE "NAO" TO ALUNO-OK
                       END-IF
               END-READ
           END-IF.
           IF ALUNO-OK = "SIM"
               MOVE PERIODO-LOTE TO PERIODO-DIG
               MOVE DISC-LOTE    TO COD-DISC-DIG
               MOVE MAT-INF      TO MATRICULA-DIG
               MOVE "SIM" TO ACHOU-DIG
               READ ARQDIGIT
                   INVALID KEY MOVE "NAO" TO ACHOU-DIG
               END-READ
               IF ACHOU-DIG = "SIM" AND TURMA-DIG NOT = TURMA-LOTE
                   DISPLAY "NOTA DESTA DISCIPLINA JA DIGITADA NA "
                       "TURMA " TURMA-DIG
                   MOVE "NAO" TO ALUNO-OK
               END-IF
           END-IF.

      *PRIMEIRA DIGITACAO: NOTA JA DIGITADA SO E SUBSTITUIDA COM
      *CONFIRMACAO, E VOLTA A AGUARDAR A CONFERENCIA (A SEGUNDA
      *DIGITACAO ANTERIOR E DESCARTADA)
       PRIMEIRA-DIGITACAO.
           IF ACHOU-DIG = "SIM"
               DISPLAY "NOTA JA DIGITADA POR " OPER-D1 " EM "
                   DATA-D1 " (SITUACAO " SITUACAO-DIG ")"
               IF SITUACAO-DIG = "L"
                   DISPLAY "NOTA JA LIBERADA PARA O ARQALU - A NOVA "
                       "DIGITACAO EXIGE NOVA CONFERENCIA E NOVA "
                       "LIBERACAO"
               END-IF
               DISPLAY "SUBSTITUI A DIGITACAO (S/N)? "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA NOT = "S"
                   DISPLAY "DIGITACAO MANTIDA"
                   MOVE "NAO" TO ALUNO-OK
               END-IF
           END-IF.
           IF ALUNO-OK = "SIM"
               PERFORM ACEITA-VALORES
           END-IF.
           IF ALUNO-OK = "SIM" AND DADOS-OK = "SIM"
               ACCEPT HORA-EXEC FROM TIME
               MOVE DIGITACAO-WRK TO DIGITACAO-1
               MOVE OPERADOR      TO OPER-D1
               MOVE DATA-EXEC     TO DATA-D1
               MOVE HORA-EXEC     TO HORA-D1
               INITIALIZE DIGITACAO-2
               MOVE SPACES        TO OPER-D2
               MOVE 0             TO DATA-D2 HORA-D2 DATA-LIB-DIG
               MOVE "1"           TO SITUACAO-DIG
               IF ACHOU-DIG = "SIM"
                   REWRITE REG-DIGIT
                   MOVE "DIGIT-SUBS" TO FUNCAO-WRK
               ELSE
                   MOVE TURMA-LOTE TO TURMA-DIG
                   MOVE NOME-MAT   TO NOME-DIG
                   MOVE 0          TO QTD-DIVERG-DIG
                   WRITE REG-DIGIT
                   MOVE "DIGIT-1" TO FUNCAO-WRK
               END-IF
               PERFORM GRAVA-ATIVIDADE
               ADD 1 TO CT-LOTE
               DISPLAY "NOTA GRAVADA - AGUARDA A CONFERENCIA"
           END-IF.

      *SEGUNDA DIGITACAO, CEGA: O OPERADOR NAO VE A PRIMEIRA, E NAO
      *PODE SER QUEM A FEZ. CONCORDANDO EM TUDO (FALTAS, SEXO E
      *NOTAS) A NOTA FICA CONFERIDA; SENAO VAI PARA A LISTA DE
      *CONFERENCIA E PODE SER REDIGITADA NA PRIMEIRA OU NA SEGUNDA
       SEGUNDA-DIGITACAO.
           EVALUATE TRUE
               WHEN ACHOU-DIG = "NAO"
                   DISPLAY "MATRICULA AINDA SEM A PRIMEIRA DIGITACAO "
                       "NESTE LOTE"
                   MOVE "NAO" TO ALUNO-OK
               WHEN SITUACAO-DIG = "C" OR SITUACAO-DIG = "L"
                   DISPLAY "NOTA JA CONFERIDA POR " OPER-D2 " EM "
                       DATA-D2
                   MOVE "NAO" TO ALUNO-OK
               WHEN OPER-D1 = OPERADOR
                   DISPLAY "A CONFERENCIA DEVE SER FEITA POR OUTRO "
                       "OPERADOR, NAO POR QUEM DIGITOU"
                   MOVE "CONF-NEG" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   MOVE "NAO" TO ALUNO-OK
           END-EVALUATE.
           IF ALUNO-OK = "SIM"
               PERFORM ACEITA-VALORES
           END-IF.
           IF ALUNO-OK = "SIM" AND DADOS-OK = "SIM"
               ACCEPT HORA-EXEC FROM TIME
               MOVE DIGITACAO-WRK TO DIGITACAO-2
               MOVE OPERADOR      TO OPER-D2
               MOVE DATA-EXEC     TO DATA-D2
               MOVE HORA-EXEC     TO HORA-D2
               IF DIGITACAO-2 = DIGITACAO-1
                   MOVE "C" TO SITUACAO-DIG
                   MOVE "CONF-OK" TO FUNCAO-WRK
                   DISPLAY "CONFERE - NOTA PRONTA PARA A LIBERACAO"
               ELSE
                   MOVE "D" TO SITUACAO-DIG
                   ADD 1 TO QTD-DIVERG-DIG
                   MOVE "CONF-DIV" TO FUNCAO-WRK
                   DISPLAY "NAO CONFERE COM A PRIMEIRA DIGITACAO - "
                       "NOTA NA LISTA DE CONFERENCIA"
               END-IF
               REWRITE REG-DIGIT
               PERFORM GRAVA-ATIVIDADE
               ADD 1 TO CT-LOTE
           END-IF.

      *MESMAS CRITICAS DO EX05: SEXO F/M, 1 A 10 NOTAS DE 0 A 10
       ACEITA-VALORES.
           MOVE "SIM" TO DADOS-OK.
           INITIALIZE DIGITACAO-WRK.
           DISPLAY "FALTAS: " WITH NO ADVANCING.
           ACCEPT FALTAS-WRK.
           DISPLAY "SEXO (F/M): " WITH NO ADVANCING.
           ACCEPT SEXO-WRK.
           DISPLAY "QUANTIDADE DE NOTAS (1 A 10): " WITH NO ADVANCING.
           ACCEPT QTD-NOTAS-WRK.
           EVALUATE TRUE
               WHEN SEXO-WRK NOT = "F" AND SEXO-WRK NOT = "M"
                   DISPLAY "SEXO INVALIDO: " SEXO-WRK
                   MOVE "NAO" TO DADOS-OK
               WHEN QTD-NOTAS-WRK < 1 OR QTD-NOTAS-WRK > 10
                   DISPLAY "QUANTIDADE DE NOTAS FORA DE 1 A 10"
                   MOVE "NAO" TO DADOS-OK
               WHEN OTHER
                   PERFORM ACEITA-NOTA
                       VARYING I FROM 1 BY 1
                       UNTIL I > QTD-NOTAS-WRK
                          OR DADOS-OK = "NAO"
           END-EVALUATE.
           IF DADOS-OK = "NAO"
               DISPLAY "DIGITACAO RECUSADA - REDIGITE A MATRICULA"
           END-IF.

       ACEITA-NOTA.
           DISPLAY "NOTA " I " (4 DIGITOS, ULTIMOS 2 SAO DECIMAIS): "
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-DIG.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG IS NUMERIC
               MOVE ENTRADA-DIG TO ENTRADA-NUM
               COMPUTE NOTA-WRK(I) = ENTRADA-NUM / 100
               IF NOTA-WRK(I) > 10
                   DISPLAY "NOTA FORA DE 0 A 10"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           ELSE
               DISPLAY "NOTA NAO NUMERICA - DIGITE OS 4 DIGITOS"
               MOVE "NAO" TO DADOS-OK
           END-IF.

      *LEITURA DAS NOTAS DE UM PERIODO NA ORDEM DA CHAVE
      *(DISCIPLINA E MATRICULA)
       INICIA-LEITURA-PERIODO.
           MOVE "NAO" TO FIM-DIG.
           MOVE PERIODO-LOTE TO PERIODO-DIG.
           MOVE LOW-VALUES   TO COD-DISC-DIG.
           MOVE 0            TO MATRICULA-DIG.
           START ARQDIGIT KEY IS NOT LESS THAN CHAVE-DIG
               INVALID KEY MOVE "SIM" TO FIM-DIG
           END-START.
           PERFORM LE-PROXIMA-DIGIT.

       LE-PROXIMA-DIGIT.
           IF FIM-DIG = "NAO"
               READ ARQDIGIT NEXT RECORD
                   AT END MOVE "SIM" TO FIM-DIG
                   NOT AT END
                       IF PERIODO-DIG NOT = PERIODO-LOTE
                           MOVE "SIM" TO FIM-DIG
                       END-IF
               END-READ
           END-IF.

       MOSTRA-ANDAMENTO.
           PERFORM ACEITA-PERIODO.
           IF LOTE-OK = "SIM"
               PERFORM MONTA-ANDAMENTO
               PERFORM EXIBE-ANDAMENTO
           END-IF.

      *ANDAMENTO POR DISCIPLINA E TURMA: INSCRITOS DO PERIODO NO
      *CADTURMA (QUANDO PRESENTE) CONTRA AS NOTAS DO ARQDIGIT EM
      *CADA SITUACAO
       MONTA-ANDAMENTO.
           MOVE 0 TO QTD-PROG.
           MOVE "NAO" TO PROG-CHEIA.
           IF TURMA-ATIVA = "SIM"
               PERFORM CONTA-INSCRITOS
           END-IF.
           PERFORM INICIA-LEITURA-PERIODO.
           PERFORM UNTIL FIM-DIG = "SIM"
               MOVE COD-DISC-DIG TO DISC-BUSCA
               MOVE TURMA-DIG    TO TURMA-BUSCA
               PERFORM LOCALIZA-PROG
               IF POS-PROG > 0
                   ADD 1 TO DIGIT-PROG(POS-PROG)
                   EVALUATE SITUACAO-DIG
                       WHEN "1" ADD 1 TO AGUARD-PROG(POS-PROG)
                       WHEN "D" ADD 1 TO DIVERG-PROG(POS-PROG)
                       WHEN "C" ADD 1 TO CONFER-PROG(POS-PROG)
                       WHEN "L" ADD 1 TO LIBER-PROG(POS-PROG)
                   END-EVALUATE
               END-IF
               PERFORM LE-PROXIMA-DIGIT
           END-PERFORM.

       CONTA-INSCRITOS.
           MOVE "NAO" TO FIM-DIG.
           MOVE LOW-VALUES TO CHAVE-TUR.
           START CADTURMA KEY IS NOT LESS THAN CHAVE-TUR
               INVALID KEY MOVE "SIM" TO FIM-DIG
           END-START.
           PERFORM UNTIL FIM-DIG = "SIM"
               READ CADTURMA NEXT RECORD
                   AT END MOVE "SIM" TO FIM-DIG
                   NOT AT END
                       IF PERIODO-TUR = PERIODO-LOTE
                           MOVE COD-DISC-TUR TO DISC-BUSCA
                           MOVE TURMA-TUR    TO TURMA-BUSCA
                           PERFORM LOCALIZA-PROG
                           IF POS-PROG > 0
                               ADD 1 TO INSCR-PROG(POS-PROG)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZA-PROG.
           MOVE 0 TO POS-PROG.
           PERFORM VARYING IX-PROG FROM 1 BY 1
                   UNTIL IX-PROG > QTD-PROG OR POS-PROG > 0
               IF DISC-PROG(IX-PROG) = DISC-BUSCA AND
                  TURMA-PROG(IX-PROG) = TURMA-BUSCA
                   MOVE IX-PROG TO POS-PROG
               END-IF
           END-PERFORM.
           IF POS-PROG = 0
               IF QTD-PROG = 500
                   MOVE "SIM" TO PROG-CHEIA
               ELSE
                   ADD 1 TO QTD-PROG
                   MOVE QTD-PROG    TO POS-PROG
                   MOVE DISC-BUSCA  TO DISC-PROG(POS-PROG)
                   MOVE TURMA-BUSCA TO TURMA-PROG(POS-PROG)
                   MOVE 0 TO INSCR-PROG(POS-PROG)
                             DIGIT-PROG(POS-PROG)
                             AGUARD-PROG(POS-PROG)
                             DIVERG-PROG(POS-PROG)
                             CONFER-PROG(POS-PROG)
                             LIBER-PROG(POS-PROG)
               END-IF
           END-IF.

       EXIBE-ANDAMENTO.
           DISPLAY " ".
           DISPLAY "ANDAMENTO DA DIGITACAO - PERIODO " PERIODO-LOTE.
           DISPLAY CAB-PROG.
           PERFORM EXIBE-LINHA-PROG
               VARYING IX-PROG FROM 1 BY 1
               UNTIL IX-PROG > QTD-PROG.
           IF QTD-PROG = 0
               DISPLAY "NENHUMA INSCRICAO OU NOTA DIGITADA NO PERIODO"
           END-IF.
           IF PROG-CHEIA = "SIM"
               DISPLAY "TAB-PROG CHEIA (500) - ANDAMENTO PARCIAL"
           END-IF.

       EXIBE-LINHA-PROG.
           MOVE DISC-PROG(IX-PROG)   TO DISC-LP.
           MOVE TURMA-PROG(IX-PROG)  TO TURMA-LP.
           MOVE INSCR-PROG(IX-PROG)  TO INSCR-LP.
           MOVE DIGIT-PROG(IX-PROG)  TO DIGIT-LP.
           MOVE AGUARD-PROG(IX-PROG) TO AGUARD-LP.
           MOVE DIVERG-PROG(IX-PROG) TO DIVERG-LP.
           MOVE CONFER-PROG(IX-PROG) TO CONFER-LP.
           MOVE LIBER-PROG(IX-PROG)  TO LIBER-LP.
           IF INSCR-PROG(IX-PROG) > DIGIT-PROG(IX-PROG)
               COMPUTE FALTA-LP = INSCR-PROG(IX-PROG)
                                - DIGIT-PROG(IX-PROG)
           ELSE
               MOVE 0 TO FALTA-LP
           END-IF.
           DISPLAY LINHA-PROG.

      *LISTA DE CONFERENCIA: NOTAS DIVERGENTES DO PERIODO COM AS
      *DUAS DIGITACOES LADO A LADO E QUEM FEZ CADA UMA, PARA A
      *COORDENACAO CONFERIR NA PAUTA E MANDAR REDIGITAR
       LISTA-CONFERENCIA.
           PERFORM ACEITA-PERIODO.
           IF LOTE-OK = "SIM"
               OPEN OUTPUT RELCONF
               MOVE 30 TO CT-LIN
               MOVE 0  TO CT-PAG CT-DIVERG
               PERFORM INICIA-LEITURA-PERIODO
               PERFORM UNTIL FIM-DIG = "SIM"
                   IF SITUACAO-DIG = "D"
                       PERFORM IMPRIME-DIVERGENCIA
                   END-IF
                   PERFORM LE-PROXIMA-DIGIT
               END-PERFORM
               IF CT-DIVERG = 0
                   PERFORM CABECALHO
                   MOVE "NENHUMA NOTA DIVERGENTE NO PERIODO"
                     TO REG-REL
                   WRITE REG-REL AFTER ADVANCING 1 LINE
               ELSE
                   MOVE CT-DIVERG TO QTD-RODC
                   WRITE REG-REL FROM SEPARADOR
                       AFTER ADVANCING 2 LINES
                   WRITE REG-REL FROM RODAPE-CONF
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE RELCONF
               DISPLAY CT-DIVERG " NOTA(S) DIVERGENTE(S) NO PERIODO "
                   PERIODO-LOTE " - LISTA EM RELCONF"
           END-IF.

       IMPRIME-DIVERGENCIA.
           IF CT-LIN GREATER THAN 26
               PERFORM CABECALHO
           END-IF.
           ADD 1 TO CT-DIVERG.
           MOVE MATRICULA-DIG  TO MATRICULA-RC.
           MOVE NOME-DIG       TO NOME-RC.
           MOVE COD-DISC-DIG   TO DISC-RC.
           MOVE TURMA-DIG      TO TURMA-RC.
           MOVE QTD-DIVERG-DIG TO DIVERG-RC.
           WRITE REG-REL FROM DETALHE-CONF AFTER ADVANCING 2 LINES.
           MOVE DIGITACAO-1 TO DIGITACAO-WRK.
           MOVE 1           TO NUM-RC.
           MOVE OPER-D1     TO OPER-RC.
           PERFORM MONTA-DIGITACAO-RC.
           WRITE REG-REL FROM DIGITACAO-RC AFTER ADVANCING 1 LINE.
           MOVE DIGITACAO-2 TO DIGITACAO-WRK.
           MOVE 2           TO NUM-RC.
           MOVE OPER-D2     TO OPER-RC.
           PERFORM MONTA-DIGITACAO-RC.
           WRITE REG-REL FROM DIGITACAO-RC AFTER ADVANCING 1 LINE.
           ADD 4 TO CT-LIN.

       MONTA-DIGITACAO-RC.
           MOVE FALTAS-WRK    TO FALTAS-RC.
           MOVE SEXO-WRK      TO SEXO-RC.
           MOVE QTD-NOTAS-WRK TO QTD-NOTAS-RC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE SPACES TO NOTAS-RC(I)
               IF I NOT > QTD-NOTAS-WRK
                   MOVE NOTA-WRK(I) TO NOTA-RC(I)
               END-IF
           END-PERFORM.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB.
           MOVE PERIODO-LOTE TO PER-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *LIBERACAO (SUPERVISOR): O ARQALU.DAT DO PERIODO E GERADO DE
      *NOVO COM TODAS AS NOTAS CONFERIDAS, INCLUSIVE AS JA LIBERADAS
      *ANTES; AS QUE AINDA AGUARDAM CONFERENCIA OU DIVERGEM FICAM DE
      *FORA ATE SEREM CONFERIDAS
       LIBERA-ARQALU.
           IF NIVEL-SESSAO < 3
               DISPLAY "LIBERACAO DO ARQALU EXIGE NIVEL DE "
                   "SUPERVISOR"
               MOVE "LIBERA-NEG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
           ELSE
               PERFORM ACEITA-PERIODO
               IF LOTE-OK = "SIM"
                   PERFORM VERIFICA-PERIODO-FECHADO
               END-IF
               IF LOTE-OK = "SIM"
                   PERFORM CONFIRMA-LIBERACAO
               END-IF
           END-IF.

       CONFIRMA-LIBERACAO.
           MOVE 0 TO CT-LIBERADAS CT-PENDENTES.
           PERFORM INICIA-LEITURA-PERIODO.
           PERFORM UNTIL FIM-DIG = "SIM"
               IF SITUACAO-DIG = "C" OR SITUACAO-DIG = "L"
                   ADD 1 TO CT-LIBERADAS
               ELSE
                   ADD 1 TO CT-PENDENTES
               END-IF
               PERFORM LE-PROXIMA-DIGIT
           END-PERFORM.
           DISPLAY CT-LIBERADAS " NOTA(S) CONFERIDA(S) E "
               CT-PENDENTES " PENDENTE(S) (SEM CONFERENCIA OU "
               "DIVERGENTES) NO PERIODO " PERIODO-LOTE.
           IF CT-LIBERADAS = 0
               DISPLAY "NENHUMA NOTA CONFERIDA - ARQALU NAO GERADO"
           ELSE
               IF CT-PENDENTES > 0
                   DISPLAY "AS PENDENTES FICAM FORA DO ARQALU ATE "
                       "SEREM CONFERIDAS"
               END-IF
               DISPLAY "GERA O ARQALU.DAT DO PERIODO, SUBSTITUINDO "
                   "O ATUAL (S/N)? " WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   PERFORM GERA-ARQALU
               ELSE
                   DISPLAY "ARQALU NAO GERADO"
               END-IF
           END-IF.

       GERA-ARQALU.
           MOVE 0 TO CT-LIBERADAS.
           OPEN OUTPUT ARQALU.
           PERFORM INICIA-LEITURA-PERIODO.
           PERFORM UNTIL FIM-DIG = "SIM"
               IF SITUACAO-DIG = "C" OR SITUACAO-DIG = "L"
                   PERFORM GRAVA-ALUNO-LIBERADO
               END-IF
               PERFORM LE-PROXIMA-DIGIT
           END-PERFORM.
           CLOSE ARQALU.
           MOVE "LIBERA" TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           DISPLAY "ARQALU.DAT GERADO COM " CT-LIBERADAS
               " NOTA(S) DO PERIODO " PERIODO-LOTE.

       GRAVA-ALUNO-LIBERADO.
           MOVE MATRICULA-DIG TO MATRICULA-ALU.
           MOVE COD-DISC-DIG  TO COD-DISC-ALU.
           MOVE TURMA-DIG     TO TURMA-ALU.
           MOVE NOME-DIG      TO NOME-ALU.
           MOVE FALTAS-D1     TO FALTAS-ALU.
           MOVE SEXO-D1       TO SEXO-ALU.
           MOVE QTD-NOTAS-D1  TO QTD-NOTAS-ALU.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTD-NOTAS-ALU
               MOVE NOTA-D1(I) TO NOTA-ALU(I)
           END-PERFORM.
           WRITE REG-ALU.
           ADD 1 TO CT-LIBERADAS.
           IF SITUACAO-DIG = "C"
               MOVE "L"       TO SITUACAO-DIG
               MOVE DATA-EXEC TO DATA-LIB-DIG
               REWRITE REG-DIGIT
           END-IF.

       FIM.
           CLOSE CADMATR CADDISC CADTURMA ARQDIGIT.
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
           MOVE "DIGNOTA" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
