       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ESTACAD.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ESTATISTICA ACADEMICA DE VARIOS PERIODOS SOBRE
      *              O HISTACAD.DAT (SO AS LINHAS VIGENTES, JA COM AS
      *              REVISOES DO REVNOTA), PARA UMA FAIXA DE PERIODOS
      *              PEDIDA. IMPRIME EM RELESTAT: POR PERIODO, OS
      *              ALUNOS AVALIADOS, OS RESULTADOS POR DISCIPLINA
      *              (APROVADOS DIRETO, APOS RECUPERACAO, REPROVADOS
      *              POR NOTA E POR FALTA), A MEDIA DE MEDIA-HA E DE
      *              FALTAS-HA E A VARIACAO SOBRE O PERIODO ANTERIOR;
      *              O MESMO QUADRO POR SEXO (O SEXO VEM DAS NOTAS
      *              DIGITADAS NO ARQDIGIT E DO ARQALU DO CICLO, POIS
      *              O CADMATR NAO O GUARDA); E A RELACAO DOS ALUNOS
      *              COM DOIS OU MAIS PERIODOS COM REPROVACAO NA
      *              FAIXA, PARA A COORDENACAO.

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
           SELECT OPTIONAL ARQDIGIT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DIG
           FILE STATUS IS FS-DIGIT.
           SELECT OPTIONAL ARQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTEST ASSIGN TO "SRTEST".
           SELECT RELESTAT ASSIGN TO DISK.

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

      *Historico academico permanente (FECHAPER, revisoes do REVNOTA)
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

      *Notas digitadas no DIGNOTA (so o sexo e usado aqui)
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

      *Alunos do ciclo corrente, entrada do EX05
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

      *Ordenacao por periodo, matricula e disciplina; as revisoes de
      *uma disciplina ficam em seguida, a ultima por ultimo
       SD SORTEST.
       01 REG-SORT-EST.
           02 MATRICULA-SE PIC 9(07).
           02 PERIODO-SE   PIC 9(06).
           02 NOME-SE      PIC X(30).
           02 MEDIA-SE     PIC 9(02)V9(02).
           02 FALTAS-SE    PIC 9(02).
           02 SITUACAO-SE  PIC X(26).
           02 COD-DISC-SE  PIC X(06).
           02 TURMA-SE     PIC X(04).
           02 SEQ-REV-SE   PIC 9(02).
           02 PROCESSO-SE  PIC X(12).
           02 DATA-REV-SE  PIC 9(08).

       FD RELESTAT
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).
       WORKING-STORAGE SECTION.

      *Controle de acesso: operador identificado no inicio, nivel
      *minimo exigido por este programa e apoio do log de atividade
       77 OPERADOR       PIC X(08) VALUE SPACES.
       77 NIVEL-SESSAO   PIC 9(01) VALUE 0.
       77 NIVEL-EXIGIDO  PIC 9(01) VALUE 1.
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

       77 FS-DIGIT     PIC X(02) VALUE "00".
       77 DADOS-OK     PIC X(03) VALUE "SIM".
       77 FIM-ARQ      PIC X(03) VALUE "NAO".
       77 FIM-SORT     PIC X(03) VALUE "NAO".
       77 PER-INI-INF  PIC 9(06) VALUE 0.
       77 PER-FIM-INF  PIC 9(06) VALUE 0.
       77 PP-INF       PIC 9(02) VALUE 0.
       77 PER-ANTERIOR PIC 9(06) VALUE 0.
       77 MAT-ANTERIOR PIC 9(07) VALUE 0.
       77 REPROVOU-PER PIC X(03) VALUE "NAO".
       77 AVISO-FAIXA  PIC X(03) VALUE "NAO".
       77 SECAO        PIC 9(01) VALUE 1.
       77 CT-LIN       PIC 9(02) VALUE 30.
       77 CT-PAG       PIC 9(03) VALUE 0.
       77 CT-REPETENTES PIC 9(04) VALUE 0.

      *Linha vigente da disciplina, apurada quando a seguinte ja e de
      *outra disciplina (revisoes substituem a linha anterior)
       01 HIST-ATUAL.
           02 MATRICULA-AT PIC 9(07).
           02 PERIODO-AT   PIC 9(06).
           02 NOME-AT      PIC X(30).
           02 MEDIA-AT     PIC 9(02)V9(02).
           02 FALTAS-AT    PIC 9(02).
           02 SITUACAO-AT  PIC X(26).
           02 COD-DISC-AT  PIC X(06).
           02 TURMA-AT     PIC X(04).
           02 SEQ-REV-AT   PIC 9(02).
           02 PROCESSO-AT  PIC X(12).
           02 DATA-REV-AT  PIC 9(08).

      *Totais por periodo; o grupo 1 e o sexo feminino, 2 o
      *masculino, 3 o sexo nao informado e 4 o total do periodo.
      *ALUNOS conta matriculas; AVAL e os demais contam resultados
      *por disciplina
       77 QTD-PER      PIC 9(02) VALUE 0.
       77 IX-PER       PIC 9(02) VALUE 0.
       77 IX-ANT       PIC 9(02) VALUE 0.
       77 IX-CALC      PIC 9(02) VALUE 0.
       77 IX-GR        PIC 9(01) VALUE 0.
       77 IX-SX        PIC 9(01) VALUE 3.
       01 TAB-PERIODOS.
           02 ITEM-PER OCCURS 60 TIMES.
               03 PER-TP PIC 9(06).
               03 GRUPO-TP OCCURS 4 TIMES.
                   04 ALUNOS-TP      PIC 9(05).
                   04 AVAL-TP        PIC 9(06).
                   04 APDIR-TP       PIC 9(06).
                   04 APREC-TP       PIC 9(06).
                   04 REPNT-TP       PIC 9(06).
                   04 REPFT-TP       PIC 9(06).
                   04 SOMA-MEDIA-TP  PIC 9(08)V99.
                   04 SOMA-FALTAS-TP PIC 9(08).

       01 NOMES-SEXO.
           02 FILLER PIC X(13) VALUE "FEMININO".
           02 FILLER PIC X(13) VALUE "MASCULINO".
           02 FILLER PIC X(13) VALUE "NAO INFORMADO".
       01 TAB-NOMES-SEXO REDEFINES NOMES-SEXO.
           02 NOME-SEXO PIC X(13) OCCURS 3 TIMES.

      *Sexo por matricula, das notas conferidas do ARQDIGIT e do
      *ARQALU do ciclo (este por ultimo, prevalece)
       77 QTD-SX       PIC 9(04) VALUE 0.
       77 IX-TB        PIC 9(04) VALUE 0.
       77 POS-TB       PIC 9(04) VALUE 0.
       77 MAT-SX-INF   PIC 9(07) VALUE 0.
       77 SEXO-INF     PIC X(01) VALUE SPACES.
       01 TAB-SEXO.
           02 ITEM-SX OCCURS 5000 TIMES.
               03 MAT-SX  PIC 9(07).
               03 SEXO-SX PIC X(01).

      *Alunos com reprovacao em algum periodo da faixa e os periodos
       77 QTD-REP-TB   PIC 9(04) VALUE 0.
       77 IX-RP        PIC 9(04) VALUE 0.
       77 IX-PR        PIC 9(02) VALUE 0.
       77 IX-SLOT      PIC 9(01) VALUE 0.
       01 TAB-REPROVACOES.
           02 ITEM-RP OCCURS 3000 TIMES.
               03 MAT-RP  PIC 9(07).
               03 NOME-RP PIC X(30).
               03 QTD-RP  PIC 9(02).
               03 PER-RP  PIC 9(06) OCCURS 20 TIMES.

      *Indices calculados de um periodo e do anterior
       77 MEDIA-CALC   PIC 9(02)V99 VALUE 0.
       77 FALTAS-CALC  PIC 9(02)V99 VALUE 0.
       77 PCT-CALC     PIC 9(03)V99 VALUE 0.
       77 MEDIA-ANT    PIC 9(02)V99 VALUE 0.
       77 FALTAS-ANT   PIC 9(02)V99 VALUE 0.
       77 PCT-ANT      PIC 9(03)V99 VALUE 0.

       01 MATRICULA-FMT.
           05 MAT1   PIC 9(06).
           05 FILLER PIC X(01) VALUE "-".
           05 MAT2   PIC 9(01).

       01 PERIODO-FMT.
           05 ANO-PER-FMT PIC 9(04).
           05 FILLER      PIC X(01) VALUE "/".
           05 PP-PER-FMT  PIC 9(02).

       01 CAB-01.
           02 FILLER   PIC X(70) VALUE SPACES.
           02 FILLER   PIC X(05) VALUE "PAG. ".
           02 PAG-CAB  PIC ZZ9.
           02 FILLER   PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 FILLER   PIC X(33)
              VALUE "ESTATISTICA ACADEMICA - PERIODOS ".
           02 PER-INI-CAB PIC X(07).
           02 FILLER   PIC X(03) VALUE " A ".
           02 PER-FIM-CAB PIC X(07).
           02 FILLER   PIC X(18) VALUE SPACES.

       01 CAB-SECAO.
           02 TITULO-SECAO PIC X(80).

       01 CAB-COL-1.
           02 FILLER PIC X(08) VALUE "PERIODO".
           02 FILLER PIC X(08) VALUE " ALUNOS".
           02 FILLER PIC X(08) VALUE "  AVAL.".
           02 FILLER PIC X(08) VALUE " APROV.".
           02 FILLER PIC X(08) VALUE " AP.REC".
           02 FILLER PIC X(08) VALUE " REP.NT".
           02 FILLER PIC X(08) VALUE " REP.FT".
           02 FILLER PIC X(08) VALUE "  MEDIA".
           02 FILLER PIC X(08) VALUE " FALTAS".
           02 FILLER PIC X(08) VALUE " %APROV".

       01 DET-PER.
           02 PERIODO-DP PIC X(07).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 ALUNOS-DP  PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 AVAL-DP    PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 APDIR-DP   PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 APREC-DP   PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 REPNT-DP   PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 REPFT-DP   PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MEDIA-DP   PIC ZZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 FALTAS-DP  PIC ZZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 PCT-DP     PIC ZZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.

      *Variacao sobre o periodo anterior da faixa (percentual em pontos)
       01 DET-VAR.
           02 FILLER     PIC X(08) VALUE "  VAR.".
           02 ALUNOS-DV  PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 AVAL-DV    PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 APDIR-DV   PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 APREC-DV   PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 REPNT-DV   PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 REPFT-DV   PIC ++++++9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MEDIA-DV   PIC +++9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 FALTAS-DV  PIC +++9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 PCT-DV     PIC +++9,99.
           02 FILLER     PIC X(01) VALUE SPACES.

       01 CAB-COL-2.
           02 FILLER PIC X(08) VALUE "PERIODO".
           02 FILLER PIC X(14) VALUE "SEXO".
           02 FILLER PIC X(08) VALUE " ALUNOS".
           02 FILLER PIC X(08) VALUE "  AVAL.".
           02 FILLER PIC X(08) VALUE " APROV.".
           02 FILLER PIC X(08) VALUE " REPROV".
           02 FILLER PIC X(08) VALUE "  MEDIA".
           02 FILLER PIC X(08) VALUE " FALTAS".
           02 FILLER PIC X(10) VALUE " %APROV".

       01 DET-SEXO.
           02 PERIODO-DS PIC X(07).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 SEXO-DS    PIC X(13).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 ALUNOS-DS  PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 AVAL-DS    PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 APROV-DS   PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 REPROV-DS  PIC ZZZZZZ9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 MEDIA-DS   PIC ZZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 FALTAS-DS  PIC ZZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 PCT-DS     PIC ZZZ9,99.
           02 FILLER     PIC X(03) VALUE SPACES.

       01 CAB-COL-3.
           02 FILLER PIC X(09) VALUE "MATRIC.".
           02 FILLER PIC X(31) VALUE "NOME".
           02 FILLER PIC X(04) VALUE "QTD".
           02 FILLER PIC X(36) VALUE "PERIODOS COM REPROVACAO".

       01 DET-REP.
           02 MAT-DR     PIC X(08).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 NOME-DR    PIC X(30).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 QTD-DR     PIC X(02).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 PERIODOS-DR.
               03 PER-DR-ITEM OCCURS 4 TIMES.
                   04 PER-DR PIC X(07).
                   04 FILLER PIC X(01).
           02 FILLER     PIC X(04) VALUE SPACES.

       77 QTD-DR-FMT   PIC Z9.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 LEGENDA-1.
           02 FILLER PIC X(80)
              VALUE "ALUNOS = MATRICULAS AVALIADAS NO PERIODO".
       01 LEGENDA-2.
           02 FILLER PIC X(80)
              VALUE "AVAL. E SEGUINTES = RESULTADOS POR DISCIPLINA".
       01 LEGENDA-3.
           02 FILLER PIC X(80)
              VALUE "AP.REC = APROVADO APOS A RECUPERACAO".
       01 LEGENDA-4.
           02 FILLER PIC X(80)
              VALUE "REP.NT = POR NOTA, NA RECUPERACAO OU AUSENTE NELA".
       01 LEGENDA-5.
           02 FILLER PIC X(80)
              VALUE "REP.FT = POR FALTA OU POR NOTA E FALTA".
       01 LEGENDA-6.
           02 FILLER PIC X(80)
              VALUE "VAR. = DIFERENCA SOBRE O PERIODO ANTERIOR".

       PROCEDURE DIVISION.

       ESTATISTICA-ACADEMICA.
           PERFORM INICIO.
           PERFORM CARREGA-SEXO.
           PERFORM ORDENA-HISTORICO.
           PERFORM IMPRIME-ESTATISTICA.
           PERFORM FIM.
           STOP RUN.

      *FAIXA DE PERIODOS AAAAPP; ZERO NO INICIO OU NO FIM DEIXA A
      *FAIXA ABERTA DAQUELE LADO
       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           DISPLAY "PERIODO INICIAL (AAAAPP, 0 = DESDE O PRIMEIRO): "
               WITH NO ADVANCING.
           ACCEPT PER-INI-INF.
           DISPLAY "PERIODO FINAL (AAAAPP, 0 = ATE O ULTIMO): "
               WITH NO ADVANCING.
           ACCEPT PER-FIM-INF.
           IF PER-INI-INF NOT = 0
               MOVE PER-INI-INF(5:2) TO PP-INF
               IF PER-INI-INF < 190001 OR
                  (PP-INF NOT = 1 AND PP-INF NOT = 2)
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF PER-FIM-INF = 0
               MOVE 999999 TO PER-FIM-INF
           ELSE
               MOVE PER-FIM-INF(5:2) TO PP-INF
               IF PER-FIM-INF < 190001 OR
                  (PP-INF NOT = 1 AND PP-INF NOT = 2)
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF PER-INI-INF > PER-FIM-INF
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "FAIXA DE PERIODOS INVALIDA: " PER-INI-INF
                   " A " PER-FIM-INF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELESTAT.

      *O CADMATR NAO GUARDA O SEXO: ELE VEM DAS NOTAS JA CONFERIDAS
      *NO ARQDIGIT (TODOS OS PERIODOS DIGITADOS) E DO ARQALU DO CICLO
       CARREGA-SEXO.
           OPEN INPUT ARQDIGIT.
           IF FS-DIGIT = "00"
               PERFORM UNTIL FIM-ARQ = "SIM"
                   READ ARQDIGIT NEXT RECORD
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF SITUACAO-DIG = "C" OR
                              SITUACAO-DIG = "L"
                               MOVE MATRICULA-DIG TO MAT-SX-INF
                               MOVE SEXO-D1       TO SEXO-INF
                               PERFORM GUARDA-SEXO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDIGIT
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQALU.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQALU
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE MATRICULA-ALU TO MAT-SX-INF
                       MOVE SEXO-ALU      TO SEXO-INF
                       PERFORM GUARDA-SEXO
               END-READ
           END-PERFORM.
           CLOSE ARQALU.
           MOVE "NAO" TO FIM-ARQ.

       GUARDA-SEXO.
           IF SEXO-INF = "F" OR SEXO-INF = "M"
               PERFORM LOCALIZA-SEXO
               IF POS-TB = 0 AND QTD-SX < 5000
                   ADD 1 TO QTD-SX
                   MOVE QTD-SX     TO POS-TB
                   MOVE MAT-SX-INF TO MAT-SX(POS-TB)
               END-IF
               IF POS-TB > 0
                   MOVE SEXO-INF TO SEXO-SX(POS-TB)
               END-IF
           END-IF.

       LOCALIZA-SEXO.
           MOVE 0 TO POS-TB.
           PERFORM VARYING IX-TB FROM 1 BY 1
                   UNTIL IX-TB > QTD-SX OR POS-TB > 0
               IF MAT-SX(IX-TB) = MAT-SX-INF
                   MOVE IX-TB TO POS-TB
               END-IF
           END-PERFORM.

      *ORDENA A FAIXA POR PERIODO, MATRICULA E DISCIPLINA, COM AS
      *REVISOES DE CADA DISCIPLINA EM ORDEM
       ORDENA-HISTORICO.
           SORT SORTEST
               ON ASCENDING KEY PERIODO-SE
               ON ASCENDING KEY MATRICULA-SE
               ON ASCENDING KEY COD-DISC-SE
               ON ASCENDING KEY SEQ-REV-SE
               INPUT PROCEDURE IS SELECIONA-HISTORICO
               OUTPUT PROCEDURE IS APURA-ESTATISTICA.

       SELECIONA-HISTORICO.
           OPEN INPUT HISTACAD.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ HISTACAD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF PERIODO-HA NOT < PER-INI-INF AND
                          PERIODO-HA NOT > PER-FIM-INF
                           MOVE REG-HISTACAD TO REG-SORT-EST
                           IF SEQ-REV-SE IS NOT NUMERIC
                               MOVE 0 TO SEQ-REV-SE DATA-REV-SE
                           END-IF
                           RELEASE REG-SORT-EST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTACAD.

      *SO A ULTIMA LINHA DE CADA DISCIPLINA (FECHAMENTO OU REVISAO
      *MAIS RECENTE) E APURADA; NA MUDANCA DE ALUNO OU DE PERIODO O
      *ALUNO E FECHADO PARA A RELACAO DE REPROVACOES
       APURA-ESTATISTICA.
           RETURN SORTEST AT END MOVE "SIM" TO FIM-SORT.
           PERFORM UNTIL FIM-SORT = "SIM"
               MOVE REG-SORT-EST TO HIST-ATUAL
               RETURN SORTEST AT END MOVE "SIM" TO FIM-SORT
               END-RETURN
               EVALUATE TRUE
                   WHEN FIM-SORT = "SIM"
                       PERFORM CONTA-RESULTADO
                       PERFORM FECHA-ALUNO
                   WHEN PERIODO-SE   NOT = PERIODO-AT OR
                        MATRICULA-SE NOT = MATRICULA-AT
                       PERFORM CONTA-RESULTADO
                       PERFORM FECHA-ALUNO
                   WHEN COD-DISC-SE  NOT = COD-DISC-AT
                       PERFORM CONTA-RESULTADO
               END-EVALUATE
           END-PERFORM.

       CONTA-RESULTADO.
           IF PERIODO-AT NOT = PER-ANTERIOR
               PERFORM ABRE-PERIODO
           END-IF.
           IF IX-PER > 0
               IF MATRICULA-AT NOT = MAT-ANTERIOR
                   PERFORM ABRE-ALUNO
               END-IF
               MOVE IX-SX TO IX-GR
               PERFORM ACUMULA-GRUPO
               MOVE 4 TO IX-GR
               PERFORM ACUMULA-GRUPO
               IF SITUACAO-AT(1:9) = "REPROVADO" OR
                  SITUACAO-AT = "AUSENTE RECUPERACAO"
                   MOVE "SIM" TO REPROVOU-PER
               END-IF
           END-IF.

      *A FAIXA COMPORTA 60 PERIODOS (30 ANOS); OS SEGUINTES FICAM
      *DE FORA COM AVISO
       ABRE-PERIODO.
           MOVE PERIODO-AT TO PER-ANTERIOR.
           MOVE 0 TO MAT-ANTERIOR.
           IF QTD-PER < 60
               ADD 1 TO QTD-PER
               MOVE QTD-PER TO IX-PER
               INITIALIZE ITEM-PER(IX-PER)
               MOVE PERIODO-AT TO PER-TP(IX-PER)
           ELSE
               MOVE 0 TO IX-PER
               IF AVISO-FAIXA = "NAO"
                   DISPLAY "FAIXA COM MAIS DE 60 PERIODOS - APURADOS "
                       "SO ATE " PER-TP(60)
                   MOVE "SIM" TO AVISO-FAIXA
               END-IF
           END-IF.

       ABRE-ALUNO.
           MOVE MATRICULA-AT TO MAT-ANTERIOR.
           MOVE "NAO" TO REPROVOU-PER.
           MOVE MATRICULA-AT TO MAT-SX-INF.
           PERFORM LOCALIZA-SEXO.
           MOVE 3 TO IX-SX.
           IF POS-TB > 0
               IF SEXO-SX(POS-TB) = "F"
                   MOVE 1 TO IX-SX
               ELSE
                   MOVE 2 TO IX-SX
               END-IF
           END-IF.
           ADD 1 TO ALUNOS-TP(IX-PER, IX-SX).
           ADD 1 TO ALUNOS-TP(IX-PER, 4).

      *REPROVADO NA RECUPERACAO OU AUSENTE NELA CONTA COMO REPROVADO
      *POR NOTA; POR NOTA E FALTA CONTA COMO REPROVADO POR FALTA
       ACUMULA-GRUPO.
           ADD 1         TO AVAL-TP(IX-PER, IX-GR).
           ADD MEDIA-AT  TO SOMA-MEDIA-TP(IX-PER, IX-GR).
           ADD FALTAS-AT TO SOMA-FALTAS-TP(IX-PER, IX-GR).
           EVALUATE SITUACAO-AT
               WHEN "APROVADO"
                   ADD 1 TO APDIR-TP(IX-PER, IX-GR)
               WHEN "APROVADO POS-RECUPERACAO"
                   ADD 1 TO APREC-TP(IX-PER, IX-GR)
               WHEN "REPROVADO POR NOTA"
               WHEN "REPROVADO"
               WHEN "AUSENTE RECUPERACAO"
                   ADD 1 TO REPNT-TP(IX-PER, IX-GR)
               WHEN "REPROVADO POR FALTA"
               WHEN "REPROVADO POR NOTA E FALTA"
                   ADD 1 TO REPFT-TP(IX-PER, IX-GR)
           END-EVALUATE.

      *PERIODO COM PELO MENOS UMA REPROVACAO CONTA PARA O ALUNO
       FECHA-ALUNO.
           IF IX-PER > 0 AND REPROVOU-PER = "SIM"
               MOVE 0 TO POS-TB
               PERFORM VARYING IX-RP FROM 1 BY 1
                       UNTIL IX-RP > QTD-REP-TB OR POS-TB > 0
                   IF MAT-RP(IX-RP) = MATRICULA-AT
                       MOVE IX-RP TO POS-TB
                   END-IF
               END-PERFORM
               IF POS-TB = 0 AND QTD-REP-TB < 3000
                   ADD 1 TO QTD-REP-TB
                   MOVE QTD-REP-TB   TO POS-TB
                   MOVE MATRICULA-AT TO MAT-RP(POS-TB)
                   MOVE NOME-AT      TO NOME-RP(POS-TB)
                   MOVE 0            TO QTD-RP(POS-TB)
               END-IF
               IF POS-TB > 0 AND QTD-RP(POS-TB) < 20
                   ADD 1 TO QTD-RP(POS-TB)
                   MOVE PERIODO-AT TO PER-RP(POS-TB, QTD-RP(POS-TB))
               END-IF
           END-IF.

      *TRES QUADROS: RESULTADOS POR PERIODO COM A VARIACAO, O MESMO
      *POR SEXO, E OS ALUNOS COM DOIS OU MAIS PERIODOS REPROVADOS
       IMPRIME-ESTATISTICA.
           IF QTD-PER > 0
               MOVE PER-TP(1)(1:4) TO ANO-PER-FMT
               MOVE PER-TP(1)(5:2) TO PP-PER-FMT
               MOVE PERIODO-FMT TO PER-INI-CAB
               MOVE PER-TP(QTD-PER)(1:4) TO ANO-PER-FMT
               MOVE PER-TP(QTD-PER)(5:2) TO PP-PER-FMT
               MOVE PERIODO-FMT TO PER-FIM-CAB
           END-IF.
           MOVE 1 TO SECAO.
           MOVE 30 TO CT-LIN.
           IF QTD-PER = 0
               PERFORM CABECALHO
               MOVE "NENHUM PERIODO DO HISTACAD NA FAIXA PEDIDA"
                 TO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           ELSE
               PERFORM IMPRIME-PERIODO
                   VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > QTD-PER
               WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM LEGENDA-1 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM LEGENDA-2 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM LEGENDA-3 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM LEGENDA-4 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM LEGENDA-5 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM LEGENDA-6 AFTER ADVANCING 1 LINE
               MOVE 2 TO SECAO
               MOVE 30 TO CT-LIN
               PERFORM IMPRIME-SEXO-PERIODO
                   VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > QTD-PER
               MOVE 3 TO SECAO
               MOVE 30 TO CT-LIN
               PERFORM IMPRIME-REPETENTE
                   VARYING IX-RP FROM 1 BY 1 UNTIL IX-RP > QTD-REP-TB
               IF CT-REPETENTES = 0
                   PERFORM CABECALHO
                   MOVE "NENHUM ALUNO COM DOIS OU MAIS PERIODOS COM "
                     TO REG-REL
                   MOVE "REPROVACAO NA FAIXA" TO REG-REL(44:)
                   WRITE REG-REL AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       IMPRIME-PERIODO.
           IF CT-LIN GREATER THAN 24
               PERFORM CABECALHO
           END-IF.
           MOVE 4 TO IX-GR.
           MOVE IX-PER TO IX-CALC.
           PERFORM CALCULA-INDICES.
           PERFORM FORMATA-PERIODO.
           MOVE PERIODO-FMT TO PERIODO-DP.
           MOVE ALUNOS-TP(IX-PER, 4) TO ALUNOS-DP.
           MOVE AVAL-TP(IX-PER, 4)   TO AVAL-DP.
           MOVE APDIR-TP(IX-PER, 4)  TO APDIR-DP.
           MOVE APREC-TP(IX-PER, 4)  TO APREC-DP.
           MOVE REPNT-TP(IX-PER, 4)  TO REPNT-DP.
           MOVE REPFT-TP(IX-PER, 4)  TO REPFT-DP.
           MOVE MEDIA-CALC  TO MEDIA-DP.
           MOVE FALTAS-CALC TO FALTAS-DP.
           MOVE PCT-CALC    TO PCT-DP.
           WRITE REG-REL FROM DET-PER AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           IF IX-PER > 1
               PERFORM IMPRIME-VARIACAO
           END-IF.

       IMPRIME-VARIACAO.
           MOVE MEDIA-CALC  TO MEDIA-ANT.
           MOVE FALTAS-CALC TO FALTAS-ANT.
           MOVE PCT-CALC    TO PCT-ANT.
           COMPUTE IX-ANT = IX-PER - 1.
           MOVE IX-ANT TO IX-CALC.
           PERFORM CALCULA-INDICES.
           COMPUTE ALUNOS-DV = ALUNOS-TP(IX-PER, 4)
                             - ALUNOS-TP(IX-ANT, 4).
           COMPUTE AVAL-DV   = AVAL-TP(IX-PER, 4)
                             - AVAL-TP(IX-ANT, 4).
           COMPUTE APDIR-DV  = APDIR-TP(IX-PER, 4)
                             - APDIR-TP(IX-ANT, 4).
           COMPUTE APREC-DV  = APREC-TP(IX-PER, 4)
                             - APREC-TP(IX-ANT, 4).
           COMPUTE REPNT-DV  = REPNT-TP(IX-PER, 4)
                             - REPNT-TP(IX-ANT, 4).
           COMPUTE REPFT-DV  = REPFT-TP(IX-PER, 4)
                             - REPFT-TP(IX-ANT, 4).
           COMPUTE MEDIA-DV  = MEDIA-ANT  - MEDIA-CALC.
           COMPUTE FALTAS-DV = FALTAS-ANT - FALTAS-CALC.
           COMPUTE PCT-DV    = PCT-ANT    - PCT-CALC.
           WRITE REG-REL FROM DET-VAR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *MEDIAS E PERCENTUAL DE APROVACAO (DIRETA E APOS RECUPERACAO)
      *DO PERIODO IX-CALC NO GRUPO IX-GR
       CALCULA-INDICES.
           IF AVAL-TP(IX-CALC, IX-GR) > 0
               COMPUTE MEDIA-CALC ROUNDED =
                   SOMA-MEDIA-TP(IX-CALC, IX-GR)
                   / AVAL-TP(IX-CALC, IX-GR)
               COMPUTE FALTAS-CALC ROUNDED =
                   SOMA-FALTAS-TP(IX-CALC, IX-GR)
                   / AVAL-TP(IX-CALC, IX-GR)
               COMPUTE PCT-CALC ROUNDED =
                   (APDIR-TP(IX-CALC, IX-GR) + APREC-TP(IX-CALC, IX-GR))
                   * 100 / AVAL-TP(IX-CALC, IX-GR)
           ELSE
               MOVE 0 TO MEDIA-CALC FALTAS-CALC PCT-CALC
           END-IF.

       FORMATA-PERIODO.
           MOVE PER-TP(IX-PER)(1:4) TO ANO-PER-FMT.
           MOVE PER-TP(IX-PER)(5:2) TO PP-PER-FMT.

       IMPRIME-SEXO-PERIODO.
           IF CT-LIN GREATER THAN 22
               PERFORM CABECALHO
           END-IF.
           PERFORM FORMATA-PERIODO.
           MOVE PERIODO-FMT TO PERIODO-DS.
           MOVE IX-PER TO IX-CALC.
           PERFORM IMPRIME-SEXO VARYING IX-GR FROM 1 BY 1
               UNTIL IX-GR > 3.
           ADD 1 TO CT-LIN.

       IMPRIME-SEXO.
           PERFORM CALCULA-INDICES.
           MOVE NOME-SEXO(IX-GR)         TO SEXO-DS.
           MOVE ALUNOS-TP(IX-PER, IX-GR) TO ALUNOS-DS.
           MOVE AVAL-TP(IX-PER, IX-GR)   TO AVAL-DS.
           COMPUTE APROV-DS  = APDIR-TP(IX-PER, IX-GR)
                             + APREC-TP(IX-PER, IX-GR).
           COMPUTE REPROV-DS = REPNT-TP(IX-PER, IX-GR)
                             + REPFT-TP(IX-PER, IX-GR).
           MOVE MEDIA-CALC  TO MEDIA-DS.
           MOVE FALTAS-CALC TO FALTAS-DS.
           MOVE PCT-CALC    TO PCT-DS.
           IF IX-GR = 1
               WRITE REG-REL FROM DET-SEXO AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM DET-SEXO AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PERIODO-DS.
           ADD 1 TO CT-LIN.

      *QUATRO PERIODOS POR LINHA; O ALUNO CONTINUA NA LINHA SEGUINTE
       IMPRIME-REPETENTE.
           IF QTD-RP(IX-RP) NOT < 2
               IF CT-LIN GREATER THAN 24
                   PERFORM CABECALHO
               END-IF
               ADD 1 TO CT-REPETENTES
               MOVE MAT-RP(IX-RP)(1:6) TO MAT1
               MOVE MAT-RP(IX-RP)(7:1) TO MAT2
               MOVE MATRICULA-FMT  TO MAT-DR
               MOVE NOME-RP(IX-RP) TO NOME-DR
               MOVE QTD-RP(IX-RP)  TO QTD-DR-FMT
               MOVE QTD-DR-FMT     TO QTD-DR
               MOVE SPACES TO PERIODOS-DR
               MOVE 0 TO IX-SLOT
               PERFORM VARYING IX-PR FROM 1 BY 1
                       UNTIL IX-PR > QTD-RP(IX-RP)
                   ADD 1 TO IX-SLOT
                   MOVE PER-RP(IX-RP, IX-PR)(1:4) TO ANO-PER-FMT
                   MOVE PER-RP(IX-RP, IX-PR)(5:2) TO PP-PER-FMT
                   MOVE PERIODO-FMT TO PER-DR(IX-SLOT)
                   IF IX-SLOT = 4
                       PERFORM GRAVA-LINHA-REPETENTE
                   END-IF
               END-PERFORM
               IF IX-SLOT > 0
                   PERFORM GRAVA-LINHA-REPETENTE
               END-IF
           END-IF.

       GRAVA-LINHA-REPETENTE.
           WRITE REG-REL FROM DET-REP AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE SPACES TO MAT-DR NOME-DR QTD-DR PERIODOS-DR.
           MOVE 0 TO IX-SLOT.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO PAG-CAB.
           EVALUATE SECAO
               WHEN 1 MOVE "RESULTADOS POR PERIODO" TO TITULO-SECAO
               WHEN 2 MOVE "RESULTADOS POR PERIODO E SEXO"
                        TO TITULO-SECAO
               WHEN 3 MOVE "ALUNOS COM DOIS OU MAIS PERIODOS COM "
                        TO TITULO-SECAO
                      MOVE "REPROVACAO NA FAIXA" TO TITULO-SECAO(38:)
           END-EVALUATE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           EVALUATE SECAO
               WHEN 1 WRITE REG-REL FROM CAB-COL-1
                          AFTER ADVANCING 2 LINES
               WHEN 2 WRITE REG-REL FROM CAB-COL-2
                          AFTER ADVANCING 2 LINES
               WHEN 3 WRITE REG-REL FROM CAB-COL-3
                          AFTER ADVANCING 2 LINES
           END-EVALUATE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       FIM.
           CLOSE RELESTAT.
           DISPLAY "ESTACAD: " QTD-PER " PERIODO(S) E " CT-REPETENTES
               " ALUNO(S) COM REPROVACAO REPETIDA EM RELESTAT".
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
           MOVE "ESTACAD" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
