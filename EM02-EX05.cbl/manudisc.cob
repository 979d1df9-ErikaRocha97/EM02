       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUDISC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DO CADASTRO DE DISCIPLINAS (CADDISC.DAT,
      *              INDEXADO POR CODIGO: NOME, CARGA HORARIA E
      *              SITUACAO "A" ATIVA / "I" INATIVA) E DAS
      *              INSCRICOES DOS ALUNOS NAS DISCIPLINAS DO PERIODO
      *              (CADTURMA.DAT, INDEXADO POR MATRICULA E
      *              DISCIPLINA, COM A TURMA E O PERIODO AAAAPP).
      *              SAO A REFERENCIA DA CRITICA DE ARQALU NO LOTE DE
      *              ALUNOS (EX05): NOTA SO ENTRA PARA DISCIPLINA
      *              ATIVA E ALUNO INSCRITO NA TURMA INFORMADA. A
      *              INSCRICAO EXIGE MATRICULA "M" NO CADMATR.

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

      *Cadastro de disciplinas: nome, carga horaria em horas-aula e
      *situacao (A ativa, I inativa - nao recebe inscricao nem nota)
       FD CADDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADDISC.DAT".

       01 REG-DISC.
           02 COD-DISC       PIC X(06).
           02 NOME-DISC      PIC X(30).
           02 CARGA-HOR-DISC PIC 9(03).
           02 SITUACAO-DISC  PIC X(01).

      *Inscricao do aluno na disciplina do periodo, com a turma; uma
      *inscricao por matricula e disciplina (o periodo seguinte
      *substitui a inscricao anterior)
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
       77 FS-CADTURMA  PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08) VALUE 0.
       77 DISC-PEDIDA  PIC X(06) VALUE SPACES.
       77 NOME-INF     PIC X(30) VALUE SPACES.
       77 CARGA-INF    PIC 9(03) VALUE 0.
       77 SITUACAO-INF PIC X(01) VALUE SPACES.
       77 MAT-PEDIDA   PIC 9(07) VALUE ZEROES.
       77 TURMA-INF    PIC X(04) VALUE SPACES.
       77 PERIODO-INF  PIC 9(06) VALUE 0.
       77 PP-INF       PIC 9(02) VALUE 0.
       77 DADOS-OK     PIC X(03) VALUE "SIM".
       77 ACHOU-INSC   PIC X(03) VALUE "NAO".
       77 FIM-TUR      PIC X(03) VALUE "NAO".
       77 CT-TURMA     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MANUTENCAO-DISCIPLINAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN INPUT CADMATR.
           OPEN I-O CADDISC.
           IF FS-CADDISC = "35"
               OPEN OUTPUT CADDISC
               CLOSE CADDISC
               OPEN I-O CADDISC
           END-IF.
           OPEN I-O CADTURMA.
           IF FS-CADTURMA = "35"
               OPEN OUTPUT CADTURMA
               CLOSE CADTURMA
               OPEN I-O CADTURMA
           END-IF.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== DISCIPLINAS (CADDISC) E TURMAS (CADTURMA) "
               "=====".
           DISPLAY "C - CONSULTA  I - INCLUI  A - ALTERA  "
               "E - EXCLUI DISCIPLINA".
           DISPLAY "N - INSCREVE ALUNO  X - CANCELA INSCRICAO  "
               "L - LISTA TURMA  F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "C" PERFORM CONSULTA-DISCIPLINA
               WHEN "I" PERFORM INCLUI-DISCIPLINA
               WHEN "A" PERFORM ALTERA-DISCIPLINA
               WHEN "E" PERFORM EXCLUI-DISCIPLINA
               WHEN "N" PERFORM INSCREVE-ALUNO
               WHEN "X" PERFORM CANCELA-INSCRICAO
               WHEN "L" PERFORM LISTA-TURMA
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-DISCIPLINA.
           DISPLAY "CODIGO DA DISCIPLINA: " WITH NO ADVANCING.
           ACCEPT DISC-PEDIDA.

       ACEITA-DADOS.
           DISPLAY "NOME DA DISCIPLINA: " WITH NO ADVANCING.
           ACCEPT NOME-INF.
           DISPLAY "CARGA HORARIA (HORAS-AULA): " WITH NO ADVANCING.
           ACCEPT CARGA-INF.
           DISPLAY "SITUACAO (A=ATIVA I=INATIVA): "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-INF.

       VALIDA-DADOS.
           MOVE "SIM" TO DADOS-OK.
           EVALUATE TRUE
               WHEN NOME-INF = SPACES
                   DISPLAY "NOME NAO INFORMADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN CARGA-INF = 0
                   DISPLAY "CARGA HORARIA NAO INFORMADA"
                   MOVE "NAO" TO DADOS-OK
               WHEN SITUACAO-INF NOT = "A" AND SITUACAO-INF NOT = "I"
                   DISPLAY "SITUACAO INVALIDA: " SITUACAO-INF
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.

       CONSULTA-DISCIPLINA.
           PERFORM ACEITA-DISCIPLINA.
           MOVE DISC-PEDIDA TO COD-DISC.
           READ CADDISC
               INVALID KEY
                   DISPLAY "DISCIPLINA " DISC-PEDIDA " NAO CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "DISCIPLINA: " COD-DISC " " NOME-DISC
                   DISPLAY "CARGA HORARIA: " CARGA-HOR-DISC
                       "  SITUACAO: " SITUACAO-DISC
           END-READ.

       INCLUI-DISCIPLINA.
           PERFORM ACEITA-DISCIPLINA.
           IF DISC-PEDIDA = SPACES
               DISPLAY "CODIGO NAO INFORMADO"
           ELSE
               PERFORM ACEITA-DADOS
               PERFORM VALIDA-DADOS
               IF DADOS-OK = "SIM"
                   MOVE DISC-PEDIDA  TO COD-DISC
                   MOVE NOME-INF     TO NOME-DISC
                   MOVE CARGA-INF    TO CARGA-HOR-DISC
                   MOVE SITUACAO-INF TO SITUACAO-DISC
                   WRITE REG-DISC
                       INVALID KEY
                           DISPLAY "DISCIPLINA JA CADASTRADA - USE A "
                               "ALTERACAO"
                       NOT INVALID KEY
                           DISPLAY "INCLUIDA"
                   END-WRITE
               END-IF
           END-IF.

       ALTERA-DISCIPLINA.
           PERFORM ACEITA-DISCIPLINA.
           MOVE DISC-PEDIDA TO COD-DISC.
           READ CADDISC
               INVALID KEY
                   DISPLAY "DISCIPLINA " DISC-PEDIDA " NAO CADASTRADA"
               NOT INVALID KEY
                   PERFORM ACEITA-DADOS
                   PERFORM VALIDA-DADOS
                   IF DADOS-OK = "SIM"
                       MOVE NOME-INF     TO NOME-DISC
                       MOVE CARGA-INF    TO CARGA-HOR-DISC
                       MOVE SITUACAO-INF TO SITUACAO-DISC
                       REWRITE REG-DISC
                       DISPLAY "ALTERADA"
                   END-IF
           END-READ.

      *DISCIPLINA COM INSCRICOES NAO E EXCLUIDA (O HISTORICO E AS
      *NOTAS DO PERIODO AINDA A REFERENCIAM) - USE A SITUACAO "I"
       EXCLUI-DISCIPLINA.
           PERFORM ACEITA-DISCIPLINA.
           MOVE DISC-PEDIDA TO COD-DISC.
           READ CADDISC
               INVALID KEY
                   DISPLAY "DISCIPLINA " DISC-PEDIDA " NAO CADASTRADA"
               NOT INVALID KEY
                   PERFORM CONTA-INSCRITOS
                   IF CT-TURMA > 0
                       DISPLAY "DISCIPLINA COM " CT-TURMA
                           " INSCRICAO(OES) - EXCLUSAO RECUSADA, "
                           "INATIVE A DISCIPLINA"
                   ELSE
                       DELETE CADDISC RECORD
                       DISPLAY "EXCLUIDA"
                   END-IF
           END-READ.

       CONTA-INSCRITOS.
           MOVE 0 TO CT-TURMA.
           MOVE "NAO" TO FIM-TUR.
           MOVE LOW-VALUES TO CHAVE-TUR.
           START CADTURMA KEY IS NOT LESS THAN CHAVE-TUR
               INVALID KEY MOVE "SIM" TO FIM-TUR
           END-START.
           PERFORM UNTIL FIM-TUR = "SIM"
               READ CADTURMA NEXT RECORD
                   AT END MOVE "SIM" TO FIM-TUR
                   NOT AT END
                       IF COD-DISC-TUR = DISC-PEDIDA
                           ADD 1 TO CT-TURMA
                       END-IF
               END-READ
           END-PERFORM.

      *INSCRICAO: ALUNO MATRICULADO ("M") EM DISCIPLINA ATIVA; A
      *INSCRICAO JA EXISTENTE (OUTRA TURMA OU PERIODO ANTERIOR) SO E
      *SUBSTITUIDA COM CONFIRMACAO
       INSCREVE-ALUNO.
           DISPLAY "MATRICULA (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT MAT-PEDIDA.
           PERFORM ACEITA-DISCIPLINA.
           DISPLAY "TURMA: " WITH NO ADVANCING.
           ACCEPT TURMA-INF.
           DISPLAY "PERIODO LETIVO (AAAAPP, PP = 01 OU 02): "
               WITH NO ADVANCING.
           ACCEPT PERIODO-INF.
           PERFORM VALIDA-INSCRICAO.
           IF DADOS-OK = "SIM"
               MOVE MAT-PEDIDA  TO MATRICULA-TUR
               MOVE DISC-PEDIDA TO COD-DISC-TUR
               MOVE "SIM" TO ACHOU-INSC
               READ CADTURMA
                   INVALID KEY MOVE "NAO" TO ACHOU-INSC
               END-READ
               IF ACHOU-INSC = "SIM"
                   DISPLAY "JA INSCRITO NA TURMA " TURMA-TUR
                       " DO PERIODO " PERIODO-TUR
                   DISPLAY "SUBSTITUI A INSCRICAO (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT RESPOSTA
                   IF RESPOSTA = "S"
                       PERFORM MONTA-INSCRICAO
                       REWRITE REG-TURMA
                       MOVE "INSC-SUBST" TO FUNCAO-WRK
                       PERFORM GRAVA-ATIVIDADE
                       DISPLAY "INSCRICAO SUBSTITUIDA"
                   ELSE
                       DISPLAY "INSCRICAO MANTIDA"
                   END-IF
               ELSE
                   PERFORM MONTA-INSCRICAO
                   WRITE REG-TURMA
                   MOVE "INSC-INCL" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   DISPLAY "ALUNO INSCRITO"
               END-IF
           END-IF.

       MONTA-INSCRICAO.
           MOVE MAT-PEDIDA  TO MATRICULA-TUR.
           MOVE DISC-PEDIDA TO COD-DISC-TUR.
           MOVE TURMA-INF   TO TURMA-TUR.
           MOVE PERIODO-INF TO PERIODO-TUR.
           MOVE DATA-EXEC   TO DATA-INSC-TUR.

       VALIDA-INSCRICAO.
           MOVE "SIM" TO DADOS-OK.
           MOVE PERIODO-INF(5:2) TO PP-INF.
           EVALUATE TRUE
               WHEN TURMA-INF = SPACES
                   DISPLAY "TURMA NAO INFORMADA"
                   MOVE "NAO" TO DADOS-OK
               WHEN PERIODO-INF < 190001 OR
                    (PP-INF NOT = 1 AND PP-INF NOT = 2)
                   DISPLAY "PERIODO INVALIDO: " PERIODO-INF
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               MOVE MAT-PEDIDA TO MATRICULA-MAT
               READ CADMATR
                   INVALID KEY
                       DISPLAY "MATRICULA " MAT-PEDIDA
                           " NAO CADASTRADA"
                       MOVE "NAO" TO DADOS-OK
                   NOT INVALID KEY
                       IF STATUS-MAT NOT = "M"
                           DISPLAY "MATRICULA NAO MATRICULADA "
                               "(SITUACAO " STATUS-MAT ")"
                           MOVE "NAO" TO DADOS-OK
                       END-IF
               END-READ
           END-IF.
           IF DADOS-OK = "SIM"
               MOVE DISC-PEDIDA TO COD-DISC
               READ CADDISC
                   INVALID KEY
                       DISPLAY "DISCIPLINA " DISC-PEDIDA
                           " NAO CADASTRADA"
                       MOVE "NAO" TO DADOS-OK
                   NOT INVALID KEY
                       IF SITUACAO-DISC NOT = "A"
                           DISPLAY "DISCIPLINA INATIVA"
                           MOVE "NAO" TO DADOS-OK
                       END-IF
               END-READ
           END-IF.

       CANCELA-INSCRICAO.
           DISPLAY "MATRICULA (7 DIGITOS): " WITH NO ADVANCING.
           ACCEPT MAT-PEDIDA.
           PERFORM ACEITA-DISCIPLINA.
           MOVE MAT-PEDIDA  TO MATRICULA-TUR.
           MOVE DISC-PEDIDA TO COD-DISC-TUR.
           READ CADTURMA
               INVALID KEY
                   DISPLAY "INSCRICAO NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "TURMA " TURMA-TUR " PERIODO " PERIODO-TUR
                   DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT RESPOSTA
                   IF RESPOSTA = "S"
                       DELETE CADTURMA RECORD
                       MOVE "INSC-CANC" TO FUNCAO-WRK
                       PERFORM GRAVA-ATIVIDADE
                       DISPLAY "INSCRICAO CANCELADA"
                   END-IF
           END-READ.

      *ALUNOS INSCRITOS NA DISCIPLINA E TURMA PEDIDAS, NA ORDEM DA
      *MATRICULA
       LISTA-TURMA.
           PERFORM ACEITA-DISCIPLINA.
           DISPLAY "TURMA: " WITH NO ADVANCING.
           ACCEPT TURMA-INF.
           MOVE 0 TO CT-TURMA.
           MOVE "NAO" TO FIM-TUR.
           MOVE LOW-VALUES TO CHAVE-TUR.
           START CADTURMA KEY IS NOT LESS THAN CHAVE-TUR
               INVALID KEY MOVE "SIM" TO FIM-TUR
           END-START.
           PERFORM UNTIL FIM-TUR = "SIM"
               READ CADTURMA NEXT RECORD
                   AT END MOVE "SIM" TO FIM-TUR
                   NOT AT END
                       IF COD-DISC-TUR = DISC-PEDIDA AND
                          TURMA-TUR = TURMA-INF
                           PERFORM MOSTRA-INSCRITO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY CT-TURMA " ALUNO(S) NA TURMA " TURMA-INF
               " DA DISCIPLINA " DISC-PEDIDA.

       MOSTRA-INSCRITO.
           ADD 1 TO CT-TURMA.
           MOVE MATRICULA-TUR TO MATRICULA-MAT.
           READ CADMATR
               INVALID KEY MOVE SPACES TO NOME-MAT
           END-READ.
           DISPLAY MATRICULA-TUR " " NOME-MAT " PERIODO "
               PERIODO-TUR.

       FIM.
           CLOSE CADMATR CADDISC CADTURMA.

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
           MOVE "MANUDISC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
