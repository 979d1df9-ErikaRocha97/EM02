       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APROVSOC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      SEGUNDA APROVACAO (DUPLO CONTROLE) DAS OPERACOES
      *              SENSIVEIS DE SOCIOS RETIDAS NO ARQPEND.DAT:
      *              RECEBIMENTO DE CAIXA ACIMA DO LIMITE DO PARAMAPR
      *              (TIPO B, DO CAIXASOC), CANCELAMENTO DE ACORDO
      *              (TIPO X, DO MANUACOR) E ESTORNO DO LOTE MANUAL
      *              (TIPO R, DO EDITMAN). SUPERVISOR (NIVEL 3)
      *              DIFERENTE DE QUEM DIGITOU LISTA AS PENDENCIAS,
      *              APROVA OU REJEITA (COM MOTIVO). A APROVACAO
      *              APLICA A OPERACAO PELAS MESMAS REGRAS DO
      *              PROGRAMA DE ORIGEM: O RECEBIMENTO ABATE O
      *              CADSOCM, GRAVA O MOVIMENTO "B", EMITE O RECIBO
      *              (RELRECAP, SEQUENCIA DO ARQRECCT), REGISTRA NO
      *              ARQCXREC E INFORMA O DEPOSITO ESPERADO NO
      *              ARQFECCX; O ESTORNO DEVOLVE O VALOR AO SALDO E
      *              GRAVA O MOVIMENTO "R"; O CANCELAMENTO MARCA O
      *              ACORDO COMO "C". OS MOVIMENTOS LEVAM QUEM DIGITOU
      *              E QUEM APROVOU. PENDENCIA QUE NAO PODE SER
      *              APLICADA CONTINUA PENDENTE, COM O AVISO. O
      *              RECEBIMENTO E O ESTORNO DEIXAM O EVENTO CONTABIL
      *              ("RECBALC"/"ESTORREC") EM ARQLANCP.DAT PARA O
      *              EXPCONT.

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
           SELECT OPTIONAL ARQPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PEND
           FILE STATUS IS FS-PEND.
           SELECT CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQACORD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AC
           FILE STATUS IS FS-ACORD.
           SELECT OPTIONAL ARQMOVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQLANCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQRECCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FECHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQFECCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCXREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRECAP ASSIGN TO DISK.

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

      *Operacoes aguardando a segunda aprovacao: tipo B recebimento
      *de caixa acima do limite, X cancelamento de acordo, R estorno
      *do lote manual; situacao P pendente, A aprovada e aplicada, R
      *rejeitada (com o motivo)
       FD ARQPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPEND.DAT".

       01 REG-PEND.
           02 NUM-PEND       PIC 9(08).
           02 TIPO-PEND      PIC X(01).
           02 ORIGEM-PEND    PIC X(08).
           02 SOCIO-PEND     PIC 9(06).
           02 NOME-PEND      PIC X(30).
           02 VALOR-PEND     PIC 9(09)V9(02).
           02 OPERADOR-PEND  PIC X(08).
           02 DATA-PEND      PIC 9(08).
           02 HORA-PEND      PIC 9(06).
           02 SITUACAO-PEND  PIC X(01).
           02 APROVADOR-PEND PIC X(08).
           02 DATA-DEC-PEND  PIC 9(08).
           02 HORA-DEC-PEND  PIC 9(06).
           02 MOTIVO-PEND    PIC X(40).
           02 RECIBO-PEND    PIC 9(08).

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

      *Acordos de parcelamento, um por socio (situacao A ativo, C
      *cancelado, Q quebrado, L liquidado)
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

      *Diario de movimentos do cadastro mestre, com quem digitou e
      *quem aprovou a operacao
       FD ARQMOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQMOVTO.DAT".

       01 REG-MOVTO.
           02 NUM-SOCIO-MV  PIC 9(06).
           02 DATA-MOV      PIC 9(08).
           02 TIPO-MOV      PIC X(01).
           02 VALOR-MOV     PIC 9(09)V9(02).
           02 SALDO-APOS-MV PIC S9(09)V9(02)
                            SIGN IS LEADING SEPARATE.
           02 OPERADOR-MV   PIC X(08).
           02 APROVADOR-MV  PIC X(08).

      *Lancamentos contabeis pendentes para o EXPCONT da noite
       FD ARQLANCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQLANCP.DAT".

       01 REG-LANCP.
           02 DATA-LP      PIC 9(08).
           02 EVENTO-LP    PIC X(08).
           02 VALOR-LP     PIC 9(11)V9(02).
           02 HISTORICO-LP PIC X(20).

      *Controle da numeracao dos recibos, compartilhado com o
      *CAIXASOC
       FD ARQRECCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQRECCT.DAT".

       01 REG-RECCT.
           02 ULT-RECIBO PIC 9(08).

      *Ultimo periodo fechado pelo FECHAMES: recebimento e estorno
      *nao sao lancados num mes que a tesouraria ja fechou
       FD FECHCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "FECHCTL.DAT".

       01 REG-FECHCTL.
           02 ULT-MES-FECHADO PIC 9(06).

      *Deposito esperado para a conciliacao bancaria (CONCBANC): um
      *registro por recebimento aprovado, em nome do caixa que o
      *recebeu
       FD ARQFECCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFECCX.DAT".

       01 REG-FECCX.
           02 DATA-FC     PIC 9(08).
           02 HORA-FC     PIC 9(06).
           02 OPERADOR-FC PIC X(08).
           02 QTD-FC      PIC 9(06).
           02 TOTAL-FC    PIC 9(11)V9(02).

      *Registro dos recibos emitidos, com o operador do caixa
       FD ARQCXREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCXREC.DAT".

       01 REG-CXREC.
           02 DATA-CR     PIC 9(08).
           02 HORA-CR     PIC 9(06).
           02 OPERADOR-CR PIC X(08).
           02 RECIBO-CR   PIC 9(08).
           02 SOCIO-CR    PIC 9(06).
           02 VALOR-CR    PIC 9(09)V9(02).

      *Recibos dos recebimentos aprovados na sessao
       FD RELRECAP
           LABEL RECORD IS OMITTED.

       01 REG-RECIB PIC X(80).

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

       77 FS-PEND       PIC X(02) VALUE "00".
       77 FS-CADSOCM    PIC X(02) VALUE "00".
       77 FS-ACORD      PIC X(02) VALUE "00".
       77 SESSAO-ABERTA PIC X(03) VALUE "NAO".
       77 CADSOCM-ABERTO PIC X(03) VALUE "NAO".
       77 CADSOCM-OK    PIC X(03) VALUE "NAO".
       77 OPCAO         PIC X(01) VALUE SPACES.
       77 RESPOSTA      PIC X(01) VALUE SPACES.
       77 DATA-EXEC     PIC 9(08).
       77 MES-EXEC      PIC 9(06) VALUE 0.
       77 NUM-DIG       PIC 9(08) VALUE 0.
       77 MOTIVO-DIG    PIC X(40) VALUE SPACES.
       77 PEND-OK       PIC X(03) VALUE "NAO".
       77 APLICOU       PIC X(03) VALUE "NAO".
       77 FIM-PEND      PIC X(03) VALUE "NAO".
       77 NUM-RECIBO    PIC 9(08) VALUE 0.
       77 CT-LISTADAS   PIC 9(06) VALUE 0.
       77 CT-APROVADAS  PIC 9(06) VALUE 0.
       77 CT-REJEITADAS PIC 9(06) VALUE 0.
       77 SALDO-FMT     PIC -ZZZ.ZZZ.ZZ9,99.
       77 VALOR-FMT     PIC ZZZ.ZZZ.ZZ9,99.

      *Descricao do tipo da pendencia na tela
       01 TAB-DESC-TIPO.
           02 FILLER PIC X(21) VALUE "BRECEBIMENTO CAIXA   ".
           02 FILLER PIC X(21) VALUE "XCANCELAMENTO ACORDO ".
           02 FILLER PIC X(21) VALUE "RESTORNO LOTE MANUAL ".
       01 TAB-DESC-TIPO-R REDEFINES TAB-DESC-TIPO.
           02 DESC-TIPO-ENT OCCURS 3 TIMES.
               03 DESC-TIPO-COD PIC X(01).
               03 DESC-TIPO-TXT PIC X(20).
       77 IDX-TIPO      PIC 9(01).
       77 DESC-TIPO-WRK PIC X(20).

      *Linha da lista de pendencias na tela
       01 LINHA-LISTA.
           02 NUM-LST     PIC 9(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 TIPO-LST    PIC X(01).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SOCIO-LST   PIC 9(06).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NOME-LST    PIC X(20).
           02 VALOR-LST   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OPER-LST    PIC X(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 DATA-LST    PIC 9(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 HORA-LST    PIC 9(04).

      *Linhas do recibo (mesmo modelo do caixa do balcao)
       01 RECIBO-SEP.
           02 FILLER  PIC X(80) VALUE ALL "=".

       01 RECIBO-TITULO.
           02 FILLER     PIC X(25) VALUE SPACES.
           02 FILLER     PIC X(17) VALUE "RECIBO DE PAGAMEN".
           02 FILLER     PIC X(10) VALUE "TO NO.    ".
           02 NUM-REC-REL PIC 9(08).
           02 FILLER     PIC X(20) VALUE SPACES.

       01 RECIBO-SOCIO.
           02 FILLER      PIC X(18) VALUE "RECEBEMOS DE      ".
           02 NOME-REC    PIC X(30).
           02 FILLER      PIC X(10) VALUE "  (SOCIO: ".
           02 NUM-REC     PIC 9(06).
           02 FILLER      PIC X(01) VALUE ")".
           02 FILLER      PIC X(15) VALUE SPACES.

       01 RECIBO-VALOR.
           02 FILLER      PIC X(21)
                          VALUE "A IMPORTANCIA DE     ".
           02 VALOR-REC   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(14) VALUE ", EM          ".
           02 DATA-REC.
               03 DIA-REC PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 MES-REC PIC 9(02).
               03 FILLER  PIC X(01) VALUE "/".
               03 ANO-REC PIC 9(04).
           02 FILLER      PIC X(21) VALUE SPACES.

       01 RECIBO-SALDO.
           02 FILLER      PIC X(21)
                          VALUE "SALDO APOS PAGAMENTO:".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-REC   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(43) VALUE SPACES.

       01 RECIBO-APROV.
           02 FILLER      PIC X(13) VALUE "RECEBIDO POR ".
           02 OPER-REC    PIC X(08).
           02 FILLER      PIC X(15) VALUE "  APROVADO POR ".
           02 APROV-REC   PIC X(08).
           02 FILLER      PIC X(15) VALUE "  PENDENCIA NO.".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 PEND-REC    PIC 9(08).
           02 FILLER      PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       APROVACAO-SOCIOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

      *SEM O ARQPEND NAO HA O QUE APROVAR; SEM O CADSOCM SO O
      *CANCELAMENTO DE ACORDO PODE SER APLICADO
       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE MES-EXEC = DATA-EXEC / 100.
           OPEN INPUT FECHCTL.
           READ FECHCTL
               AT END MOVE 0 TO ULT-MES-FECHADO
           END-READ.
           CLOSE FECHCTL.
           OPEN I-O ARQPEND.
           IF FS-PEND = "35"
               OPEN OUTPUT ARQPEND
               CLOSE ARQPEND
               OPEN I-O ARQPEND
           END-IF.
           IF FS-PEND NOT = "00" AND FS-PEND NOT = "05"
               DISPLAY "ARQPEND.DAT INDISPONIVEL (STATUS " FS-PEND
                   ") - APROVACAO NAO ABERTA"
               MOVE "F" TO OPCAO
           ELSE
               MOVE "SIM" TO SESSAO-ABERTA
               OPEN I-O CADSOCM
               IF FS-CADSOCM = "00"
                   MOVE "SIM" TO CADSOCM-ABERTO CADSOCM-OK
               ELSE
                   DISPLAY "CADSOCM.DAT INDISPONIVEL (STATUS "
                       FS-CADSOCM ") - RECEBIMENTOS E ESTORNOS NAO "
                       "PODERAO SER APROVADOS"
               END-IF
               OPEN I-O ARQACORD
               OPEN EXTEND ARQMOVTO
               OPEN EXTEND ARQLANCP
               OPEN EXTEND ARQCXREC
               OPEN OUTPUT RELRECAP
           END-IF.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== SEGUNDA APROVACAO (ARQPEND) =====".
           DISPLAY "L - LISTA PENDENTES   A - APROVA   R - REJEITA   "
               "F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "L" PERFORM LISTA-PENDENCIAS
               WHEN "A" PERFORM APROVA-PENDENCIA
               WHEN "R" PERFORM REJEITA-PENDENCIA
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *TODAS AS PENDENCIAS EM ABERTO, NA ORDEM DE NUMERO (CHEGADA)
       LISTA-PENDENCIAS.
           MOVE 0 TO CT-LISTADAS.
           MOVE "NAO" TO FIM-PEND.
           MOVE 0 TO NUM-PEND.
           START ARQPEND KEY IS NOT LESS THAN NUM-PEND
               INVALID KEY MOVE "SIM" TO FIM-PEND
           END-START.
           DISPLAY "NUMERO   T SOCIO  NOME                         "
               "VALOR DIGITOU  DATA     HORA".
           PERFORM UNTIL FIM-PEND = "SIM"
               READ ARQPEND NEXT RECORD
                   AT END MOVE "SIM" TO FIM-PEND
                   NOT AT END
                       IF SITUACAO-PEND = "P"
                           PERFORM MOSTRA-LINHA-LISTA
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY CT-LISTADAS " PENDENCIA(S) AGUARDANDO APROVACAO".

       MOSTRA-LINHA-LISTA.
           ADD 1 TO CT-LISTADAS.
           MOVE NUM-PEND       TO NUM-LST.
           MOVE TIPO-PEND      TO TIPO-LST.
           MOVE SOCIO-PEND     TO SOCIO-LST.
           MOVE NOME-PEND      TO NOME-LST.
           MOVE VALOR-PEND     TO VALOR-LST.
           MOVE OPERADOR-PEND  TO OPER-LST.
           MOVE DATA-PEND      TO DATA-LST.
           MOVE HORA-PEND(1:4) TO HORA-LST.
           DISPLAY LINHA-LISTA.

      *LOCALIZA A PENDENCIA PEDIDA E CONFERE O DUPLO CONTROLE: SO
      *PENDENCIA AINDA EM ABERTO, E O APROVADOR NUNCA E QUEM DIGITOU
       LE-PENDENCIA.
           MOVE "NAO" TO PEND-OK.
           DISPLAY "NUMERO DA PENDENCIA: " WITH NO ADVANCING.
           ACCEPT NUM-DIG.
           MOVE NUM-DIG TO NUM-PEND.
           READ ARQPEND
               INVALID KEY
                   DISPLAY "PENDENCIA " NUM-DIG " NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM MOSTRA-PENDENCIA
                   EVALUATE TRUE
                       WHEN SITUACAO-PEND NOT = "P"
                           DISPLAY "PENDENCIA JA DECIDIDA (SITUACAO "
                               SITUACAO-PEND " POR " APROVADOR-PEND
                               " EM " DATA-DEC-PEND ")"
                       WHEN OPERADOR-PEND = OPERADOR
                           DISPLAY "A APROVACAO DEVE SER FEITA POR "
                               "OUTRO OPERADOR, NAO POR QUEM DIGITOU"
                           MOVE "APROV-NEG" TO FUNCAO-WRK
                           PERFORM GRAVA-ATIVIDADE
                       WHEN OTHER
                           MOVE "SIM" TO PEND-OK
                   END-EVALUATE
           END-READ.

       MOSTRA-PENDENCIA.
           MOVE "TIPO DESCONHECIDO" TO DESC-TIPO-WRK.
           PERFORM VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 3
               IF DESC-TIPO-COD(IDX-TIPO) = TIPO-PEND
                   MOVE DESC-TIPO-TXT(IDX-TIPO) TO DESC-TIPO-WRK
               END-IF
           END-PERFORM.
           MOVE VALOR-PEND TO VALOR-FMT.
           DISPLAY "TIPO......: " TIPO-PEND " - " DESC-TIPO-WRK
               "  (" ORIGEM-PEND ")".
           DISPLAY "SOCIO.....: " SOCIO-PEND "  " NOME-PEND.
           DISPLAY "VALOR.....: " VALOR-FMT.
           DISPLAY "DIGITADO..: " OPERADOR-PEND " EM " DATA-PEND
               " " HORA-PEND.

       APROVA-PENDENCIA.
           PERFORM LE-PENDENCIA.
           IF PEND-OK = "SIM"
               DISPLAY "CONFIRMA A APROVACAO (S/N): "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA = "S" OR RESPOSTA = "s"
                   PERFORM APLICA-PENDENCIA
               ELSE
                   DISPLAY "APROVACAO NAO EFETUADA"
               END-IF
           END-IF.

      *APLICA A OPERACAO; SO COM SUCESSO A PENDENCIA PASSA A "A"
       APLICA-PENDENCIA.
           MOVE "NAO" TO APLICOU.
           EVALUATE TIPO-PEND
               WHEN "B" PERFORM APLICA-RECEBIMENTO
               WHEN "R" PERFORM APLICA-ESTORNO
               WHEN "X" PERFORM APLICA-CANCELAMENTO
               WHEN OTHER
                   DISPLAY "TIPO DE PENDENCIA DESCONHECIDO: "
                       TIPO-PEND
           END-EVALUATE.
           IF APLICOU = "SIM"
               MOVE "A"       TO SITUACAO-PEND
               MOVE OPERADOR  TO APROVADOR-PEND
               MOVE DATA-EXEC TO DATA-DEC-PEND
               ACCEPT HORA-DEC-PEND FROM TIME
               REWRITE REG-PEND
               ADD 1 TO CT-APROVADAS
               MOVE "APROVA" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "PENDENCIA " NUM-PEND " APROVADA E APLICADA"
           ELSE
               DISPLAY "PENDENCIA " NUM-PEND " CONTINUA PENDENTE"
           END-IF.

      *LANCAMENTO EM MES JA FECHADO PELO FECHAMES E RECUSADO; A
      *OPERACAO ENTRA NO DIARIO COM A DATA DA APROVACAO
       VERIFICA-MES-ABERTO.
           IF CADSOCM-ABERTO = "NAO"
               MOVE "NAO" TO CADSOCM-OK
               DISPLAY "CADASTRO MESTRE INDISPONIVEL PARA LANCAMENTO"
           ELSE
               IF MES-EXEC <= ULT-MES-FECHADO
                   MOVE "NAO" TO CADSOCM-OK
                   DISPLAY "MES " MES-EXEC " JA FECHADO PELO "
                       "FECHAMES - NADA PODE SER LANCADO"
               ELSE
                   MOVE "SIM" TO CADSOCM-OK
               END-IF
           END-IF.

      *RECEBIMENTO DO CAIXA: MESMAS REGRAS DO CAIXASOC (ABATE O
      *SALDO, SALDO AINDA POSITIVO CONTA ATRASO, QUITACAO DE SOCIO
      *SUSPENSO REATIVA), RECIBO E DEPOSITO ESPERADO NO BANCO
       APLICA-RECEBIMENTO.
           PERFORM VERIFICA-MES-ABERTO.
           IF CADSOCM-OK = "SIM"
               MOVE SOCIO-PEND TO NUM-SOCIOM
               READ CADSOCM
                   INVALID KEY
                       DISPLAY "SOCIO " SOCIO-PEND " NAO ENCONTRADO NO"
                           " CADASTRO MESTRE"
                   NOT INVALID KEY
                       PERFORM LANCA-RECEBIMENTO
               END-READ
           END-IF.

       LANCA-RECEBIMENTO.
           SUBTRACT VALOR-PEND FROM SALDO-SOCM.
           IF SALDO-SOCM > 0
               ADD 1 TO QTD-ATRASOS
           END-IF.
           MOVE DATA-EXEC TO DATA-ULT-MOV.
           IF STATUS-SOCM = "S" AND SALDO-SOCM <= 0
               MOVE "A"       TO STATUS-SOCM
               MOVE DATA-EXEC TO DATA-STATUS
               MOVE "PAGAMENTO REGULARIZ."
                 TO MOTIVO-STATUS
               DISPLAY "SOCIO REATIVADO APOS QUITACAO"
               MOVE "V" TO TIPO-MOV
               MOVE 0   TO VALOR-MOV
               PERFORM GRAVA-MOVTO
           END-IF.
           REWRITE REG-SOCM.
           MOVE "B"        TO TIPO-MOV.
           MOVE VALOR-PEND TO VALOR-MOV.
           PERFORM GRAVA-MOVTO.
           MOVE "RECBALC"  TO EVENTO-LP.
           MOVE SPACES     TO HISTORICO-LP.
           STRING "RECEB.BALCAO " NUM-SOCIOM DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           PERFORM GRAVA-LANCTO.
           PERFORM EMITE-RECIBO.
           PERFORM GRAVA-REGISTRO-RECIBO.
           PERFORM GRAVA-DEPOSITO-ESPERADO.
           MOVE NUM-RECIBO TO RECIBO-PEND.
           MOVE "SIM" TO APLICOU.

      *ESTORNO DO LOTE MANUAL: MESMA REGRA DO ESTORNO DO MANUTSOC
       APLICA-ESTORNO.
           PERFORM VERIFICA-MES-ABERTO.
           IF CADSOCM-OK = "SIM"
               MOVE SOCIO-PEND TO NUM-SOCIOM
               READ CADSOCM
                   INVALID KEY
                       DISPLAY "SOCIO " SOCIO-PEND " NAO ENCONTRADO NO"
                           " CADASTRO MESTRE"
                   NOT INVALID KEY
                       PERFORM LANCA-ESTORNO
               END-READ
           END-IF.

       LANCA-ESTORNO.
           IF SALDO-SOCM > 0 AND QTD-ATRASOS > 0
               SUBTRACT 1 FROM QTD-ATRASOS
           END-IF.
           ADD VALOR-PEND TO SALDO-SOCM.
           MOVE DATA-EXEC TO DATA-ULT-MOV.
           REWRITE REG-SOCM.
           MOVE "R"        TO TIPO-MOV.
           MOVE VALOR-PEND TO VALOR-MOV.
           PERFORM GRAVA-MOVTO.
           MOVE "ESTORREC" TO EVENTO-LP.
           MOVE SPACES     TO HISTORICO-LP.
           STRING "ESTORNO RECEB " NUM-SOCIOM DELIMITED BY SIZE
               INTO HISTORICO-LP
           END-STRING.
           PERFORM GRAVA-LANCTO.
           MOVE SALDO-SOCM TO SALDO-FMT.
           DISPLAY "ESTORNO LANCADO - SALDO " SALDO-FMT.
           MOVE "SIM" TO APLICOU.

      *CANCELAMENTO DE ACORDO: SO ACORDO AINDA ATIVO; QUEBRADO OU
      *LIQUIDADO PELO PROCACOR NESSE MEIO TEMPO DEVE SER REJEITADO
       APLICA-CANCELAMENTO.
           MOVE SOCIO-PEND TO NUM-SOCIO-AC.
           READ ARQACORD
               INVALID KEY
                   DISPLAY "SOCIO " SOCIO-PEND " SEM ACORDO "
                       "CADASTRADO - REJEITE A PENDENCIA"
               NOT INVALID KEY
                   IF STATUS-AC NOT = "A"
                       DISPLAY "ACORDO NAO ESTA MAIS ATIVO (SITUACAO "
                           STATUS-AC ") - REJEITE A PENDENCIA"
                   ELSE
                       MOVE "C" TO STATUS-AC
                       REWRITE REG-ACORD
                       DISPLAY "ACORDO CANCELADO"
                       MOVE "SIM" TO APLICOU
                   END-IF
           END-READ.

       GRAVA-MOVTO.
           MOVE NUM-SOCIOM    TO NUM-SOCIO-MV.
           MOVE DATA-EXEC     TO DATA-MOV.
           MOVE SALDO-SOCM    TO SALDO-APOS-MV.
           MOVE OPERADOR-PEND TO OPERADOR-MV.
           MOVE OPERADOR      TO APROVADOR-MV.
           WRITE REG-MOVTO.

      *RECEBIMENTO: CAIXA CONTRA A CARTEIRA DE SOCIOS; ESTORNO: O
      *INVERSO
       GRAVA-LANCTO.
           MOVE DATA-EXEC  TO DATA-LP.
           MOVE VALOR-PEND TO VALOR-LP.
           WRITE REG-LANCP.

      *O NUMERO E RESERVADO NA HORA DA EMISSAO E GRAVADO DE VOLTA NO
      *CONTROLE, A MESMA SEQUENCIA DO CAIXASOC
       OBTEM-NUMERO-RECIBO.
           OPEN INPUT ARQRECCT.
           READ ARQRECCT
               AT END MOVE 0 TO ULT-RECIBO
           END-READ.
           CLOSE ARQRECCT.
           ADD 1 TO ULT-RECIBO.
           MOVE ULT-RECIBO TO NUM-RECIBO.
           OPEN OUTPUT ARQRECCT.
           WRITE REG-RECCT.
           CLOSE ARQRECCT.

       EMITE-RECIBO.
           PERFORM OBTEM-NUMERO-RECIBO.
           MOVE NUM-RECIBO     TO NUM-REC-REL.
           MOVE NOME-SOCIOM    TO NOME-REC.
           MOVE NUM-SOCIOM     TO NUM-REC.
           MOVE VALOR-PEND     TO VALOR-REC.
           MOVE DATA-EXEC(7:2) TO DIA-REC.
           MOVE DATA-EXEC(5:2) TO MES-REC.
           MOVE DATA-EXEC(1:4) TO ANO-REC.
           MOVE SALDO-SOCM     TO SALDO-REC.
           MOVE OPERADOR-PEND  TO OPER-REC.
           MOVE OPERADOR       TO APROV-REC.
           MOVE NUM-PEND       TO PEND-REC.
           MOVE SPACES TO REG-RECIB.
           WRITE REG-RECIB AFTER ADVANCING PAGE.
           WRITE REG-RECIB FROM RECIBO-SEP    AFTER ADVANCING 1 LINE.
           WRITE REG-RECIB FROM RECIBO-TITULO AFTER ADVANCING 1 LINE.
           WRITE REG-RECIB FROM RECIBO-SEP    AFTER ADVANCING 1 LINE.
           WRITE REG-RECIB FROM RECIBO-SOCIO  AFTER ADVANCING 2 LINES.
           WRITE REG-RECIB FROM RECIBO-VALOR  AFTER ADVANCING 2 LINES.
           WRITE REG-RECIB FROM RECIBO-SALDO  AFTER ADVANCING 2 LINES.
           WRITE REG-RECIB FROM RECIBO-APROV  AFTER ADVANCING 1 LINE.
           WRITE REG-RECIB FROM RECIBO-SEP    AFTER ADVANCING 2 LINES.
           MOVE VALOR-PEND TO VALOR-FMT.
           DISPLAY "RECIBO " NUM-RECIBO " EMITIDO EM RELRECAP - VALOR "
               VALOR-FMT.

       GRAVA-REGISTRO-RECIBO.
           MOVE DATA-EXEC     TO DATA-CR.
           ACCEPT HORA-CR FROM TIME.
           MOVE OPERADOR-PEND TO OPERADOR-CR.
           MOVE NUM-RECIBO    TO RECIBO-CR.
           MOVE NUM-SOCIOM    TO SOCIO-CR.
           MOVE VALOR-PEND    TO VALOR-CR.
           WRITE REG-CXREC.

      *O DINHEIRO FICOU SEPARADO NO CAIXA ATE A APROVACAO: SO AGORA
      *ENTRA COMO DEPOSITO ESPERADO PARA O CONCBANC
       GRAVA-DEPOSITO-ESPERADO.
           MOVE DATA-EXEC     TO DATA-FC.
           ACCEPT HORA-FC FROM TIME.
           MOVE OPERADOR-PEND TO OPERADOR-FC.
           MOVE 1             TO QTD-FC.
           MOVE VALOR-PEND    TO TOTAL-FC.
           OPEN EXTEND ARQFECCX.
           WRITE REG-FECCX.
           CLOSE ARQFECCX.

      *REJEICAO EXIGE O MOTIVO; NADA E APLICADO
       REJEITA-PENDENCIA.
           PERFORM LE-PENDENCIA.
           IF PEND-OK = "SIM"
               DISPLAY "MOTIVO DA REJEICAO: " WITH NO ADVANCING
               ACCEPT MOTIVO-DIG
               IF MOTIVO-DIG = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - REJEICAO NAO "
                       "EFETUADA"
               ELSE
                   MOVE "R"        TO SITUACAO-PEND
                   MOVE OPERADOR   TO APROVADOR-PEND
                   MOVE DATA-EXEC  TO DATA-DEC-PEND
                   ACCEPT HORA-DEC-PEND FROM TIME
                   MOVE MOTIVO-DIG TO MOTIVO-PEND
                   REWRITE REG-PEND
                   ADD 1 TO CT-REJEITADAS
                   MOVE "REJEITA" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   DISPLAY "PENDENCIA " NUM-PEND " REJEITADA"
                   IF TIPO-PEND = "B"
                       DISPLAY "DEVOLVA O DINHEIRO RETIDO NO CAIXA"
                   END-IF
               END-IF
           END-IF.

       FIM.
           IF SESSAO-ABERTA = "SIM"
               CLOSE ARQPEND ARQACORD ARQMOVTO ARQLANCP ARQCXREC
                     RELRECAP
               IF CADSOCM-ABERTO = "SIM"
                   CLOSE CADSOCM
               END-IF
           END-IF.
           DISPLAY "APROVSOC: " CT-APROVADAS " APROVADA(S) E "
               CT-REJEITADAS " REJEITADA(S) NA SESSAO".

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
           MOVE "APROVSOC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
