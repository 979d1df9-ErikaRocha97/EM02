       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EMITDOC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      EMISSAO DE DOCUMENTOS ACADEMICOS A PARTIR DOS
      *              DADOS DO SISTEMA: DECLARACAO DE MATRICULA (SO
      *              PARA SITUACAO "M" NO CADMATR), DECLARACAO DE
      *              PERIODO CURSADO (DISCIPLINAS, MEDIAS, FALTAS E
      *              SITUACAO DAS LINHAS VIGENTES DO HISTACAD, JA COM
      *              AS REVISOES DO REVNOTA) E CERTIFICADO DE
      *              CONCLUSAO (SO PARA SITUACAO "G"). CADA DOCUMENTO
      *              RECEBE O NUMERO SEGUINTE DO ARQDOCCT.DAT E UM
      *              CODIGO DE VERIFICACAO, E FICA REGISTRADO NO
      *              ARQDOCEM.DAT (INDEXADO PELO NUMERO) COM O QUE
      *              CERTIFICOU; OS DOCUMENTOS DA SESSAO SAEM
      *              IMPRESSOS EM RELDOC. A VERIFICACAO CONFERE O
      *              NUMERO E O CODIGO APRESENTADOS CONTRA O REGISTRO
      *              (CONSULTA DE EMPRESAS). EMITIR EXIGE NIVEL 2;
      *              VERIFICAR, QUALQUER OPERADOR.

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
           SELECT OPTIONAL HISTACAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQDOCEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-DOC
           FILE STATUS IS FS-DOCEM.
           SELECT OPTIONAL ARQDOCCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDOC ASSIGN TO DISK.

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

      *Cadastro de disciplinas (MANUDISC): nome e carga horaria
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

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

      *Registro dos documentos emitidos: tipo M declaracao de
      *matricula, C declaracao de periodo cursado, G certificado de
      *conclusao; periodo zero quando o documento nao e de um
      *periodo so; o resumo diz o que o documento certificou
       FD ARQDOCEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQDOCEM.DAT".

       01 REG-DOCEM.
           02 NUM-DOC       PIC 9(07).
           02 CODIGO-DOC    PIC X(08).
           02 TIPO-DOC      PIC X(01).
           02 MATRICULA-DOC PIC 9(07).
           02 NOME-DOC      PIC X(30).
           02 PERIODO-DOC   PIC 9(06).
           02 RESUMO-DOC    PIC X(60).
           02 OPERADOR-DOC  PIC X(08).
           02 DATA-DOC      PIC 9(08).
           02 HORA-DOC      PIC 9(06).

      *Ultimo numero de documento emitido
       FD ARQDOCCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQDOCCT.DAT".

       01 REG-DOCCT.
           02 ULT-DOCUMENTO PIC 9(07).

       FD RELDOC
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

       77 FS-CADMATR   PIC X(02) VALUE "00".
       77 FS-CADDISC   PIC X(02) VALUE "00".
       77 DISC-ATIVA   PIC X(03) VALUE "NAO".
       77 FS-DOCEM     PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08) VALUE 0.
       77 HORA-EXEC    PIC 9(06) VALUE 0.
       77 DADOS-OK     PIC X(03) VALUE "SIM".
       77 MAT-INF      PIC 9(07) VALUE 0.
       77 PERIODO-INF  PIC 9(06) VALUE 0.
       77 PP-INF       PIC 9(02) VALUE 0.
       77 FIM-HIST     PIC X(03) VALUE "NAO".
       77 SEQ-LIDA     PIC 9(02) VALUE 0.
       77 NUM-INF      PIC 9(07) VALUE 0.
       77 CODIGO-INF   PIC X(09) VALUE SPACES.
       77 CODIGO-CONF  PIC X(08) VALUE SPACES.
       77 CT-DOCS      PIC 9(04) VALUE 0.
       77 CT-LIN       PIC 9(02) VALUE 0.
       77 CT-PAG       PIC 9(02) VALUE 0.
       77 MEDIA-FMT    PIC Z9,99.

      *Linhas vigentes do historico do aluno: uma por periodo e
      *disciplina, a de maior numero de revisao
       77 QTD-TB       PIC 9(03) VALUE 0.
       77 IX-TB        PIC 9(03) VALUE 0.
       77 POS-TB       PIC 9(03) VALUE 0.
       01 TAB-HIST.
           02 ITEM-HIST OCCURS 300 TIMES.
               03 PER-TB    PIC 9(06).
               03 DISC-TB   PIC X(06).
               03 MEDIA-TB  PIC 9(02)V9(02).
               03 FALTAS-TB PIC 9(02).
               03 SIT-TB    PIC X(26).
               03 SEQ-TB    PIC 9(02).

      *Totais do que o documento certifica
       77 QTD-DISC-DOC  PIC 9(03) VALUE 0.
       77 QTD-APROV-DOC PIC 9(03) VALUE 0.
       77 PTR-RESUMO    PIC 9(02) VALUE 1.
       77 PER-INICIAL   PIC 9(06) VALUE 0.
       77 PER-FINAL     PIC 9(06) VALUE 0.
       77 PER-ANTERIOR  PIC 9(06) VALUE 0.

      *Codigo de verificacao: resumo do numero, aluno, tipo, data,
      *hora e operador da emissao, escrito com 32 simbolos sem os
      *que se confundem na leitura (0/O, 1/I)
       77 COD-H1       PIC 9(12) VALUE 0.
       77 COD-H2       PIC 9(12) VALUE 0.
       77 COD-VALOR    PIC 9(18) VALUE 0.
       77 COD-POS      PIC 9(02) VALUE 0.
       77 COD-SIMB     PIC 9(02) VALUE 0.
       77 CODIGO-GERADO PIC X(08) VALUE SPACES.
       01 COD-TEXTO.
           02 COD-NUM  PIC 9(07).
           02 COD-MAT  PIC 9(07).
           02 COD-TIPO PIC X(01).
           02 COD-DATA PIC 9(08).
           02 COD-HORA PIC 9(06).
           02 COD-OPER PIC X(08).
       01 COD-ALFABETO PIC X(32)
           VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".

       01 MATRICULA-FMT.
           05 MAT1   PIC 9(06).
           05 FILLER PIC X(01) VALUE "-".
           05 MAT2   PIC 9(01).

       01 DATA-FMT.
           05 DIA-FMT PIC 9(02).
           05 FILLER  PIC X(01) VALUE "/".
           05 MES-FMT PIC 9(02).
           05 FILLER  PIC X(01) VALUE "/".
           05 ANO-FMT PIC 9(04).

       01 PERIODO-FMT.
           05 ANO-PER-FMT PIC 9(04).
           05 FILLER      PIC X(01) VALUE "/".
           05 PP-PER-FMT  PIC 9(02).

       01 PERIODO-FMT-2.
           05 ANO-PER-FMT-2 PIC 9(04).
           05 FILLER        PIC X(01) VALUE "/".
           05 PP-PER-FMT-2  PIC 9(02).

       01 CODIGO-FMT.
           05 COD-FMT-1 PIC X(04).
           05 FILLER    PIC X(01) VALUE "-".
           05 COD-FMT-2 PIC X(04).

       01 QTD-FMT      PIC ZZ9.
       77 QTD-TXT      PIC X(03) VALUE SPACES.
       77 POS-QTD      PIC 9(01) VALUE 0.

      *Cabecalho de cada pagina do documento
       01 LINHA-INST.
           02 FILLER   PIC X(24) VALUE SPACES.
           02 FILLER   PIC X(31)
              VALUE "FATEC-SP - SECRETARIA ACADEMICA".
           02 FILLER   PIC X(25) VALUE SPACES.

       01 LINHA-TITULO.
           02 FILLER     PIC X(20) VALUE SPACES.
           02 TITULO-REL PIC X(40).
           02 FILLER     PIC X(20) VALUE SPACES.

       01 LINHA-NUMERO.
           02 FILLER   PIC X(14) VALUE "DOCUMENTO NO. ".
           02 NUM-REL  PIC 9(07).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 CONT-REL PIC X(14).
           02 FILLER   PIC X(11) VALUE SPACES.
           02 FILLER   PIC X(23) VALUE "CODIGO DE VERIFICACAO: ".
           02 COD-REL  PIC X(09).

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

      *Disciplinas da declaracao de periodo cursado
       01 LINHA-PERIODO.
           02 FILLER      PIC X(09) VALUE "PERIODO: ".
           02 PERIODO-REL PIC X(07).
           02 FILLER      PIC X(64) VALUE SPACES.

       01 CAB-DISC.
           02 FILLER  PIC X(06) VALUE "DISC. ".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(26) VALUE "NOME DA DISCIPLINA".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE " CH".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "MEDIA".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "FAL".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "SITUACAO FINAL".
           02 FILLER  PIC X(16) VALUE SPACES.

       01 DETALHE-DISC.
           02 DISC-REL      PIC X(06).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 NOME-DISC-REL PIC X(26).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 CH-REL        PIC ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 MEDIA-REL     PIC X(05).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 FALTAS-REL    PIC Z9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).
           02 FILLER        PIC X(04) VALUE SPACES.

      *Fecho do documento
       01 LINHA-ASSINATURA.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(30) VALUE ALL "_".
           02 FILLER  PIC X(10) VALUE SPACES.

       01 LINHA-SECRETARIA.
           02 FILLER  PIC X(45) VALUE SPACES.
           02 FILLER  PIC X(20) VALUE "SECRETARIA ACADEMICA".
           02 FILLER  PIC X(15) VALUE SPACES.

       01 LINHA-AUTENTIC-1.
           02 FILLER  PIC X(32)
              VALUE "A AUTENTICIDADE DESTE DOCUMENTO ".
           02 FILLER  PIC X(48)
              VALUE "PODE SER CONFIRMADA NA SECRETARIA ACADEMICA".

       01 LINHA-AUTENTIC-2.
           02 FILLER  PIC X(80)
              VALUE "INFORMANDO O NUMERO E O CODIGO DE VERIFICACAO.".

       PROCEDURE DIVISION.

       EMISSAO-DOCUMENTOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

      *CADMATR E OBRIGATORIO (TODO DOCUMENTO PARTE DELE); CADDISC SO
      *DA O NOME E A CARGA HORARIA DAS DISCIPLINAS, QUANDO PRESENTE
       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN INPUT CADMATR.
           IF FS-CADMATR NOT = "00"
               DISPLAY "CADMATR.DAT INDISPONIVEL (STATUS " FS-CADMATR
                   ") - EMISSAO NAO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADDISC.
           IF FS-CADDISC = "00"
               MOVE "SIM" TO DISC-ATIVA
           END-IF.
           OPEN I-O ARQDOCEM.
           IF FS-DOCEM = "35"
               OPEN OUTPUT ARQDOCEM
               CLOSE ARQDOCEM
               OPEN I-O ARQDOCEM
           END-IF.
           IF FS-DOCEM NOT = "00" AND FS-DOCEM NOT = "05"
               DISPLAY "ARQDOCEM.DAT INDISPONIVEL (STATUS " FS-DOCEM
                   ") - EMISSAO NAO ABERTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELDOC.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== DOCUMENTOS ACADEMICOS =====".
           DISPLAY "M - DECLARACAO DE MATRICULA".
           DISPLAY "C - DECLARACAO DE PERIODO CURSADO".
           DISPLAY "G - CERTIFICADO DE CONCLUSAO DE CURSO".
           DISPLAY "V - VERIFICA AUTENTICIDADE (NUMERO E CODIGO)".
           DISPLAY "F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "M" PERFORM EMITE-DOCUMENTO
               WHEN "C" PERFORM EMITE-DOCUMENTO
               WHEN "G" PERFORM EMITE-DOCUMENTO
               WHEN "V" PERFORM VERIFICA-DOCUMENTO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *O DOCUMENTO SO SAI QUANDO A SITUACAO DO ALUNO NO CADMATR E O
      *HISTORICO SUSTENTAM O QUE ELE AFIRMA
       EMITE-DOCUMENTO.
           MOVE "SIM" TO DADOS-OK.
           IF NIVEL-SESSAO < 2
               DISPLAY "EMISSAO DE DOCUMENTOS EXIGE NIVEL 2"
               MOVE "EMISSAO-NG" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM ACEITA-ALUNO
           END-IF.
           IF DADOS-OK = "SIM"
               EVALUATE OPCAO
                   WHEN "M" PERFORM VALIDA-MATRICULA
                   WHEN "C" PERFORM VALIDA-PERIODO-CURSADO
                   WHEN "G" PERFORM VALIDA-CONCLUSAO
               END-EVALUATE
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "CONFIRMA A EMISSAO (S/N)? " WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S"
                   PERFORM REGISTRA-DOCUMENTO
               ELSE
                   DISPLAY "DOCUMENTO NAO EMITIDO"
               END-IF
           END-IF.

       ACEITA-ALUNO.
           DISPLAY "MATRICULA (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT MAT-INF.
           MOVE MAT-INF TO MATRICULA-MAT.
           READ CADMATR
               INVALID KEY
                   DISPLAY "MATRICULA NAO CADASTRADA: " MAT-INF
                   MOVE "NAO" TO DADOS-OK
               NOT INVALID KEY
                   DISPLAY "ALUNO.....: " NOME-MAT
                   DISPLAY "SITUACAO..: " STATUS-MAT
           END-READ.

       VALIDA-MATRICULA.
           IF STATUS-MAT NOT = "M"
               DISPLAY "DECLARACAO DE MATRICULA SO PARA ALUNO "
                   "MATRICULADO (SITUACAO " STATUS-MAT ")"
               MOVE "NAO" TO DADOS-OK
           ELSE
               MOVE 0 TO PERIODO-INF
               MOVE DATA-ADM-MAT(7:2) TO DIA-FMT
               MOVE DATA-ADM-MAT(5:2) TO MES-FMT
               MOVE DATA-ADM-MAT(1:4) TO ANO-FMT
               MOVE SPACES TO RESUMO-DOC
               STRING "MATRICULA ATIVA - ADMISSAO EM " DATA-FMT
                   DELIMITED BY SIZE INTO RESUMO-DOC
               DISPLAY RESUMO-DOC
           END-IF.

      *PERIODO ZERO DECLARA TODOS OS PERIODOS DO HISTORICO
       VALIDA-PERIODO-CURSADO.
           DISPLAY "PERIODO LETIVO (AAAAPP, 0 PARA TODOS OS "
               "PERIODOS): " WITH NO ADVANCING.
           ACCEPT PERIODO-INF.
           MOVE PERIODO-INF(5:2) TO PP-INF.
           IF PERIODO-INF NOT = 0 AND
              (PERIODO-INF < 190001 OR
               (PP-INF NOT = 1 AND PP-INF NOT = 2))
               DISPLAY "PERIODO INVALIDO: " PERIODO-INF
               MOVE "NAO" TO DADOS-OK
           ELSE
               PERFORM CARREGA-HISTORICO
               IF QTD-DISC-DOC = 0
                   DISPLAY "NENHUM PERIODO NO HISTORICO PARA O PEDIDO"
                   MOVE "NAO" TO DADOS-OK
               ELSE
                   PERFORM MONTA-RESUMO-PERIODOS
                   DISPLAY RESUMO-DOC
               END-IF
           END-IF.

       VALIDA-CONCLUSAO.
           IF STATUS-MAT NOT = "G"
               DISPLAY "CERTIFICADO DE CONCLUSAO SO PARA ALUNO "
                   "FORMADO (SITUACAO " STATUS-MAT ")"
               MOVE "NAO" TO DADOS-OK
           ELSE
               MOVE 0 TO PERIODO-INF
               PERFORM CARREGA-HISTORICO
               MOVE SPACES TO RESUMO-DOC
               IF QTD-DISC-DOC = 0
                   MOVE "CONCLUSAO DE CURSO" TO RESUMO-DOC
               ELSE
                   PERFORM FORMATA-PERIODOS
                   STRING "CONCLUSAO DE CURSO - PERIODOS " PERIODO-FMT
                       " A " PERIODO-FMT-2
                       DELIMITED BY SIZE INTO RESUMO-DOC
               END-IF
               DISPLAY RESUMO-DOC
           END-IF.

      *LE O HISTACAD DO ALUNO E GUARDA SO A LINHA VIGENTE DE CADA
      *PERIODO E DISCIPLINA (REVISAO MAIS RECENTE); O ARQUIVO ESTA EM
      *ORDEM DE FECHAMENTO, QUE E A ORDEM DOS PERIODOS
       CARREGA-HISTORICO.
           MOVE 0 TO QTD-TB QTD-DISC-DOC QTD-APROV-DOC PER-INICIAL
                     PER-FINAL.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT HISTACAD.
           PERFORM UNTIL FIM-HIST = "SIM"
               READ HISTACAD
                   AT END MOVE "SIM" TO FIM-HIST
                   NOT AT END
                       IF MATRICULA-HA = MAT-INF AND
                          (PERIODO-INF = 0 OR
                           PERIODO-HA = PERIODO-INF)
                           PERFORM GUARDA-LINHA-VIGENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTACAD.
           PERFORM VARYING IX-TB FROM 1 BY 1 UNTIL IX-TB > QTD-TB
               ADD 1 TO QTD-DISC-DOC
               IF SIT-TB(IX-TB)(1:8) = "APROVADO"
                   ADD 1 TO QTD-APROV-DOC
               END-IF
               IF PER-INICIAL = 0 OR PER-TB(IX-TB) < PER-INICIAL
                   MOVE PER-TB(IX-TB) TO PER-INICIAL
               END-IF
               IF PER-TB(IX-TB) > PER-FINAL
                   MOVE PER-TB(IX-TB) TO PER-FINAL
               END-IF
           END-PERFORM.

       GUARDA-LINHA-VIGENTE.
           IF SEQ-REV-HA IS NUMERIC
               MOVE SEQ-REV-HA TO SEQ-LIDA
           ELSE
               MOVE 0 TO SEQ-LIDA
           END-IF.
           MOVE 0 TO POS-TB.
           PERFORM VARYING IX-TB FROM 1 BY 1
                   UNTIL IX-TB > QTD-TB OR POS-TB > 0
               IF PER-TB(IX-TB) = PERIODO-HA AND
                  DISC-TB(IX-TB) = COD-DISC-HA
                   MOVE IX-TB TO POS-TB
               END-IF
           END-PERFORM.
           IF POS-TB = 0
               IF QTD-TB < 300
                   ADD 1 TO QTD-TB
                   MOVE QTD-TB TO POS-TB
                   MOVE 0 TO SEQ-TB(POS-TB)
               ELSE
                   DISPLAY "HISTORICO COM MAIS DE 300 DISCIPLINAS - "
                       "LINHA DE " PERIODO-HA " " COD-DISC-HA
                       " IGNORADA"
               END-IF
           END-IF.
           IF POS-TB > 0 AND SEQ-LIDA NOT < SEQ-TB(POS-TB)
               MOVE PERIODO-HA  TO PER-TB(POS-TB)
               MOVE COD-DISC-HA TO DISC-TB(POS-TB)
               MOVE MEDIA-HA    TO MEDIA-TB(POS-TB)
               MOVE FALTAS-HA   TO FALTAS-TB(POS-TB)
               MOVE SITUACAO-HA TO SIT-TB(POS-TB)
               MOVE SEQ-LIDA    TO SEQ-TB(POS-TB)
           END-IF.

       FORMATA-PERIODOS.
           MOVE PER-INICIAL(1:4) TO ANO-PER-FMT.
           MOVE PER-INICIAL(5:2) TO PP-PER-FMT.
           MOVE PER-FINAL(1:4)   TO ANO-PER-FMT-2.
           MOVE PER-FINAL(5:2)   TO PP-PER-FMT-2.

       MONTA-RESUMO-PERIODOS.
           PERFORM FORMATA-PERIODOS.
           MOVE SPACES TO RESUMO-DOC.
           MOVE 1 TO PTR-RESUMO.
           MOVE QTD-DISC-DOC TO QTD-FMT.
           PERFORM EDITA-QTD.
           IF PER-INICIAL = PER-FINAL
               STRING "PERIODO " PERIODO-FMT ": "
                   DELIMITED BY SIZE
                   INTO RESUMO-DOC WITH POINTER PTR-RESUMO
           ELSE
               STRING "PERIODOS " PERIODO-FMT " A " PERIODO-FMT-2 ": "
                   DELIMITED BY SIZE
                   INTO RESUMO-DOC WITH POINTER PTR-RESUMO
           END-IF.
           STRING QTD-TXT DELIMITED BY SPACE
               " DISCIPLINA(S), "
               DELIMITED BY SIZE
               INTO RESUMO-DOC WITH POINTER PTR-RESUMO.
           MOVE QTD-APROV-DOC TO QTD-FMT.
           PERFORM EDITA-QTD.
           STRING QTD-TXT DELIMITED BY SPACE
               " APROVADA(S)"
               DELIMITED BY SIZE
               INTO RESUMO-DOC WITH POINTER PTR-RESUMO.

      *QUANTIDADE SEM OS BRANCOS A ESQUERDA, PARA O MEIO DO TEXTO
       EDITA-QTD.
           MOVE 0 TO POS-QTD.
           INSPECT QTD-FMT TALLYING POS-QTD FOR LEADING SPACES.
           ADD 1 TO POS-QTD.
           MOVE SPACES TO QTD-TXT.
           MOVE QTD-FMT(POS-QTD:) TO QTD-TXT.

      *NUMERO SEGUINTE DO ARQDOCCT, CODIGO DE VERIFICACAO, REGISTRO
      *NO ARQDOCEM E SO ENTAO A IMPRESSAO; O CONTROLE E REGRAVADO A
      *CADA DOCUMENTO PARA NENHUM NUMERO SE REPETIR
       REGISTRA-DOCUMENTO.
           ACCEPT HORA-EXEC FROM TIME.
           OPEN INPUT ARQDOCCT.
           READ ARQDOCCT
               AT END MOVE 0 TO ULT-DOCUMENTO
           END-READ.
           CLOSE ARQDOCCT.
           ADD 1 ULT-DOCUMENTO GIVING NUM-DOC.
           MOVE OPCAO        TO TIPO-DOC.
           MOVE MAT-INF      TO MATRICULA-DOC.
           MOVE NOME-MAT     TO NOME-DOC.
           MOVE PERIODO-INF  TO PERIODO-DOC.
           MOVE OPERADOR     TO OPERADOR-DOC.
           MOVE DATA-EXEC    TO DATA-DOC.
           MOVE HORA-EXEC    TO HORA-DOC.
           PERFORM CALCULA-CODIGO.
           MOVE CODIGO-GERADO TO CODIGO-DOC.
           WRITE REG-DOCEM
               INVALID KEY
                   DISPLAY "NUMERO " NUM-DOC " JA EXISTE NO ARQDOCEM "
                       "- CONFIRA O ARQDOCCT.DAT"
                   MOVE "NAO" TO DADOS-OK
           END-WRITE.
           IF DADOS-OK = "SIM"
               MOVE NUM-DOC TO ULT-DOCUMENTO
               OPEN OUTPUT ARQDOCCT
               WRITE REG-DOCCT
               CLOSE ARQDOCCT
               ADD 1 TO CT-DOCS
               PERFORM IMPRIME-DOCUMENTO
               MOVE "EMITE-" TO FUNCAO-WRK
               MOVE OPCAO    TO FUNCAO-WRK(7:1)
               PERFORM GRAVA-ATIVIDADE
               MOVE CODIGO-GERADO(1:4) TO COD-FMT-1
               MOVE CODIGO-GERADO(5:4) TO COD-FMT-2
               DISPLAY "DOCUMENTO " NUM-DOC " EMITIDO - CODIGO DE "
                   "VERIFICACAO " CODIGO-FMT
           END-IF.

      *DUAS SOMAS POLINOMIAIS MODULARES SOBRE OS DADOS DA EMISSAO,
      *COMBINADAS E ESCRITAS EM 8 SIMBOLOS DO ALFABETO (BASE 32)
       CALCULA-CODIGO.
           MOVE NUM-DOC   TO COD-NUM.
           MOVE MAT-INF   TO COD-MAT.
           MOVE OPCAO     TO COD-TIPO.
           MOVE DATA-EXEC TO COD-DATA.
           MOVE HORA-EXEC TO COD-HORA.
           MOVE OPERADOR  TO COD-OPER.
           MOVE 11 TO COD-H1.
           MOVE 17 TO COD-H2.
           PERFORM VARYING COD-POS FROM 1 BY 1 UNTIL COD-POS > 37
               COMPUTE COD-H1 = FUNCTION MOD(COD-H1 * 131
                   + FUNCTION ORD(COD-TEXTO(COD-POS:1))
                   + COD-POS, 999999937)
               COMPUTE COD-H2 = FUNCTION MOD(COD-H2 * 257
                   + FUNCTION ORD(COD-TEXTO(COD-POS:1))
                   * COD-POS + COD-H1, 999999929)
           END-PERFORM.
           COMPUTE COD-VALOR = COD-H1 * 1000000000 + COD-H2.
           PERFORM VARYING COD-POS FROM 1 BY 1 UNTIL COD-POS > 8
               COMPUTE COD-SIMB = FUNCTION MOD(COD-VALOR, 32) + 1
               MOVE COD-ALFABETO(COD-SIMB:1)
                 TO CODIGO-GERADO(COD-POS:1)
               DIVIDE 32 INTO COD-VALOR
           END-PERFORM.

      *UM DOCUMENTO POR FOLHA: CABECALHO COM NUMERO E CODIGO, TEXTO
      *DO TIPO PEDIDO, LOCAL E DATA, ASSINATURA E A NOTA DE
      *AUTENTICIDADE
       IMPRIME-DOCUMENTO.
           EVALUATE TIPO-DOC
               WHEN "M" MOVE "DECLARACAO DE MATRICULA" TO TITULO-REL
               WHEN "C" MOVE "DECLARACAO DE PERIODO CURSADO"
                          TO TITULO-REL
               WHEN "G" MOVE "CERTIFICADO DE CONCLUSAO DE CURSO"
                          TO TITULO-REL
           END-EVALUATE.
           MOVE 0 TO CT-PAG.
           PERFORM CABECALHO-DOCUMENTO.
           MOVE MAT-INF(1:6) TO MAT1.
           MOVE MAT-INF(7:1) TO MAT2.
           EVALUATE TIPO-DOC
               WHEN "M" PERFORM TEXTO-MATRICULA
               WHEN "C" PERFORM TEXTO-PERIODO-CURSADO
               WHEN "G" PERFORM TEXTO-CONCLUSAO
           END-EVALUATE.
           MOVE DATA-EXEC(7:2) TO DIA-FMT.
           MOVE DATA-EXEC(5:2) TO MES-FMT.
           MOVE DATA-EXEC(1:4) TO ANO-FMT.
           MOVE SPACES TO REG-REL.
           STRING "SAO PAULO, " DATA-FMT "."
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM LINHA-ASSINATURA AFTER ADVANCING 4 LINES.
           WRITE REG-REL FROM LINHA-SECRETARIA AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM LINHA-AUTENTIC-1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-AUTENTIC-2 AFTER ADVANCING 1 LINE.

       CABECALHO-DOCUMENTO.
           ADD 1 TO CT-PAG.
           MOVE NUM-DOC TO NUM-REL.
           MOVE SPACES TO CONT-REL.
           IF CT-PAG > 1
               MOVE "(CONTINUACAO)" TO CONT-REL
           END-IF.
           MOVE CODIGO-DOC(1:4) TO COD-FMT-1.
           MOVE CODIGO-DOC(5:4) TO COD-FMT-2.
           MOVE CODIGO-FMT TO COD-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM LINHA-INST AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM LINHA-NUMERO AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       TEXTO-ALUNO.
           MOVE SPACES TO REG-REL.
           STRING NOME-MAT DELIMITED BY "  "
               ", MATRICULA " MATRICULA-FMT ","
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL AFTER ADVANCING 2 LINES.

       TEXTO-MATRICULA.
           MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE" TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 3 LINES.
           PERFORM TEXTO-ALUNO.
           MOVE DATA-ADM-MAT(7:2) TO DIA-FMT.
           MOVE DATA-ADM-MAT(5:2) TO MES-FMT.
           MOVE DATA-ADM-MAT(1:4) TO ANO-FMT.
           MOVE SPACES TO REG-REL.
           STRING "ESTA REGULARMENTE MATRICULADO(A) NESTA "
               "INSTITUICAO, COM ADMISSAO EM " DATA-FMT "."
               DELIMITED BY SIZE INTO REG-REL.
           WRITE REG-REL AFTER ADVANCING 2 LINES.

       TEXTO-PERIODO-CURSADO.
           MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE" TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 3 LINES.
           PERFORM TEXTO-ALUNO.
           MOVE SPACES TO REG-REL.
           IF PER-INICIAL = PER-FINAL
               STRING "CURSOU NESTA INSTITUICAO O PERIODO LETIVO "
                   PERIODO-FMT ", COM O RESULTADO ABAIXO:"
                   DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "CURSOU NESTA INSTITUICAO OS PERIODOS LETIVOS "
                   PERIODO-FMT " A " PERIODO-FMT-2 ", COM O "
                   "RESULTADO ABAIXO:"
                   DELIMITED BY SIZE INTO REG-REL
           END-IF.
           WRITE REG-REL AFTER ADVANCING 2 LINES.
           MOVE 8 TO CT-LIN.
           MOVE 0 TO PER-ANTERIOR.
           PERFORM VARYING IX-TB FROM 1 BY 1 UNTIL IX-TB > QTD-TB
               PERFORM IMPRIME-DISCIPLINA
           END-PERFORM.

       IMPRIME-DISCIPLINA.
           IF CT-LIN > 40
               PERFORM CABECALHO-DOCUMENTO
               MOVE 0 TO PER-ANTERIOR
           END-IF.
           IF PER-TB(IX-TB) NOT = PER-ANTERIOR
               MOVE PER-TB(IX-TB) TO PER-ANTERIOR
               MOVE PER-TB(IX-TB)(1:4) TO ANO-PER-FMT
               MOVE PER-TB(IX-TB)(5:2) TO PP-PER-FMT
               MOVE PERIODO-FMT TO PERIODO-REL
               WRITE REG-REL FROM LINHA-PERIODO
                   AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM CAB-DISC AFTER ADVANCING 1 LINE
               ADD 3 TO CT-LIN
           END-IF.
           MOVE DISC-TB(IX-TB) TO DISC-REL.
           MOVE SPACES TO NOME-DISC-REL.
           MOVE 0 TO CARGA-HOR-DISC.
           IF DISC-TB(IX-TB) = SPACES
               MOVE "(PERIODO SEM DISCIPLINAS)" TO NOME-DISC-REL
           ELSE
               IF DISC-ATIVA = "SIM"
                   MOVE DISC-TB(IX-TB) TO COD-DISC
                   READ CADDISC
                       INVALID KEY
                           MOVE 0 TO CARGA-HOR-DISC
                           MOVE "(NAO CADASTRADA)" TO NOME-DISC-REL
                       NOT INVALID KEY
                           MOVE NOME-DISC TO NOME-DISC-REL
                   END-READ
               END-IF
           END-IF.
           MOVE CARGA-HOR-DISC   TO CH-REL.
           MOVE MEDIA-TB(IX-TB)  TO MEDIA-FMT.
           MOVE MEDIA-FMT        TO MEDIA-REL.
           MOVE FALTAS-TB(IX-TB) TO FALTAS-REL.
           MOVE SIT-TB(IX-TB)    TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE-DISC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       TEXTO-CONCLUSAO.
           MOVE "CERTIFICAMOS QUE" TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 3 LINES.
           PERFORM TEXTO-ALUNO.
           IF QTD-DISC-DOC = 0
               MOVE "CONCLUIU O CURSO NESTA INSTITUICAO." TO REG-REL
               WRITE REG-REL AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO REG-REL
               STRING "CONCLUIU O CURSO NESTA INSTITUICAO, TENDO "
                   "CURSADO OS PERIODOS LETIVOS DE"
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL AFTER ADVANCING 2 LINES
               MOVE QTD-APROV-DOC TO QTD-FMT
               PERFORM EDITA-QTD
               MOVE SPACES TO REG-REL
               STRING PERIODO-FMT " A " PERIODO-FMT-2 ", COM "
                   DELIMITED BY SIZE
                   QTD-TXT DELIMITED BY SPACE
                   " DISCIPLINA(S) APROVADA(S)."
                   DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL AFTER ADVANCING 1 LINE
           END-IF.

      *CONFERE O NUMERO E O CODIGO APRESENTADOS; O HIFEN DO CODIGO E
      *OPCIONAL E MINUSCULAS VALEM COMO MAIUSCULAS
       VERIFICA-DOCUMENTO.
           DISPLAY "NUMERO DO DOCUMENTO: " WITH NO ADVANCING.
           ACCEPT NUM-INF.
           DISPLAY "CODIGO DE VERIFICACAO: " WITH NO ADVANCING.
           MOVE SPACES TO CODIGO-INF.
           ACCEPT CODIGO-INF.
           INSPECT CODIGO-INF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODIGO-INF(5:1) = "-"
               MOVE CODIGO-INF(1:4) TO CODIGO-CONF(1:4)
               MOVE CODIGO-INF(6:4) TO CODIGO-CONF(5:4)
           ELSE
               MOVE CODIGO-INF TO CODIGO-CONF
           END-IF.
           MOVE "SIM" TO DADOS-OK.
           MOVE NUM-INF TO NUM-DOC.
           READ ARQDOCEM
               INVALID KEY MOVE "NAO" TO DADOS-OK
           END-READ.
           IF DADOS-OK = "SIM" AND CODIGO-DOC NOT = CODIGO-CONF
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "*** DOCUMENTO NAO CONFERE: NUMERO " NUM-INF
                   " COM ESTE CODIGO NAO FOI EMITIDO PELA SECRETARIA"
               MOVE "VERIF-NEG" TO FUNCAO-WRK
           ELSE
               DISPLAY "DOCUMENTO AUTENTICO"
               EVALUATE TIPO-DOC
                   WHEN "M" DISPLAY "TIPO......: DECLARACAO DE "
                                "MATRICULA"
                   WHEN "C" DISPLAY "TIPO......: DECLARACAO DE "
                                "PERIODO CURSADO"
                   WHEN "G" DISPLAY "TIPO......: CERTIFICADO DE "
                                "CONCLUSAO DE CURSO"
               END-EVALUATE
               MOVE MATRICULA-DOC(1:6) TO MAT1
               MOVE MATRICULA-DOC(7:1) TO MAT2
               DISPLAY "ALUNO.....: " NOME-DOC " " MATRICULA-FMT
               DISPLAY "CERTIFICA.: " RESUMO-DOC
               MOVE DATA-DOC(7:2) TO DIA-FMT
               MOVE DATA-DOC(5:2) TO MES-FMT
               MOVE DATA-DOC(1:4) TO ANO-FMT
               DISPLAY "EMITIDO EM: " DATA-FMT " POR " OPERADOR-DOC
               MOVE "VERIF-OK" TO FUNCAO-WRK
           END-IF.
           PERFORM GRAVA-ATIVIDADE.

       FIM.
           CLOSE CADMATR CADDISC ARQDOCEM RELDOC.
           DISPLAY "EMITDOC: " CT-DOCS " DOCUMENTO(S) EMITIDO(S) EM "
               "RELDOC".
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
           MOVE "EMITDOC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
