      *              VIGENTE E EMITE A POSICAO DO ACORDO DE UM SOCIO
      *              EM RELPACOR, COM O CRONOGRAMA DE PARCELAS. O
      *              PROCESSAMENTO MENSAL DAS PARCELAS E A QUEBRA DE
      *              ACORDO SAO FEITOS PELO PROCACOR. SOCIO ENTREGUE A
      *              AGENCIA DE COBRANCA (ARQAGENC) NAO RECEBE NOVO
      *              ACORDO ATE SER DEVOLVIDO OU RECOLHIDO. O
      *              CANCELAMENTO NAO E FEITO AQUI: FICA PENDENTE NO
      *              ARQPEND.DAT ATE A SEGUNDA APROVACAO NO APROVSOC,
      *              QUE CANCELA O ACORDO.

       ENVIRONMENT DIVISION.

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
           SELECT OPTIONAL ARQACORD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL ARQAGENC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIO-AG
           FILE STATUS IS FS-ARQAGENC.
           SELECT OPTIONAL ARQPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PEND
           FILE STATUS IS FS-PEND.
           SELECT OPTIONAL ARQPNDCT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPACOR ASSIGN TO DISK.

       DATA DIVISION.
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

      *Acordos de parcelamento, um por socio: total negociado,
      *quantidade e valor das parcelas, primeiro vencimento e a
      *situacao (A ativo, C cancelado, Q quebrado, L liquidado)
           02 DATA-STATUS   PIC 9(08).
           02 MOTIVO-STATUS PIC X(20).

      *Socios enviados a agencia de cobranca terceirizada; com
      *SITUACAO-AG "E" a negociacao da divida e da agencia
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

      *Operacoes aguardando a segunda aprovacao (APROVSOC): tipo B
      *recebimento de caixa acima do limite, X cancelamento de
      *acordo, R estorno do lote manual; situacao P pendente, A
      *aprovada e aplicada, R rejeitada (com o motivo)
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

      *Controle da numeracao das pendencias, compartilhado pelos
      *programas que as geram
       FD ARQPNDCT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQPNDCT.DAT".

       01 REG-PNDCT.
           02 ULT-PEND PIC 9(08).

       FD RELPACOR
           LABEL RECORD IS OMITTED.

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

       77 FS-ACORD     PIC X(02) VALUE "00".
       77 FS-CADSOCM   PIC X(02) VALUE "00".
       77 FS-ARQAGENC  PIC X(02) VALUE "00".
       77 FS-PEND      PIC X(02) VALUE "00".
       77 GRAVOU-PEND  PIC X(03) VALUE "NAO".
       77 FIM-PEND     PIC X(03) VALUE "NAO".
       77 JA-PENDENTE  PIC X(03) VALUE "NAO".
       77 PEND-ABERTO  PIC X(03) VALUE "NAO".
       77 VALOR-RESTA  PIC 9(09)V9(02) VALUE 0.
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08).
       77 NUM-PEDIDO   PIC 9(06) VALUE ZEROES.
               OPEN I-O ARQACORD
           END-IF.
           OPEN INPUT CADSOCM
           OPEN INPUT ARQAGENC
           OPEN OUTPUT RELPACOR.

       PRINCIPAL.
           ACCEPT NUM-PEDIDO.

      *CRIACAO: EXIGE SOCIO COM SALDO DEVEDOR NO MESTRE, SEM ACORDO
      *ATIVO, FORA DA AGENCIA DE COBRANCA, 3 A 12 PARCELAS E DIA DE
      *VENCIMENTO DE 01 A 28 (PARA O MESMO DIA EXISTIR EM TODOS OS
      *MESES DO CRONOGRAMA)
       CRIA-ACORDO.
           PERFORM ACEITA-NUMERO.
           MOVE NUM-PEDIDO TO NUM-SOCIOM.
                       MOVE 0 TO NUM-PEDIDO
                   END-IF
           END-READ.
           IF NUM-PEDIDO NOT = 0
               MOVE NUM-PEDIDO TO NUM-SOCIO-AG
               READ ARQAGENC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SITUACAO-AG = "E"
                           DISPLAY "SOCIO COM A AGENCIA DE COBRANCA "
                               "DESDE " DATA-ENVIO-AG " - ACORDO "
                               "BLOQUEADO"
                           MOVE 0 TO NUM-PEDIDO
                       END-IF
               END-READ
           END-IF.
           IF NUM-PEDIDO = 0
               CONTINUE
           ELSE
                       DISPLAY "ACORDO NAO ESTA ATIVO (SITUACAO "
                           STATUS-AC ")"
                   ELSE
                       PERFORM PEDE-CANCELAMENTO
                   END-IF
           END-READ.

      *O CANCELAMENTO VAI PARA A SEGUNDA APROVACAO PELO VALOR AINDA
      *NAO COBRADO DO ACORDO; UM PEDIDO JA PENDENTE NAO E REPETIDO
       PEDE-CANCELAMENTO.
           PERFORM PROCURA-CANCELAMENTO-PENDENTE.
           IF JA-PENDENTE = "SIM"
               DISPLAY "CANCELAMENTO JA AGUARDA APROVACAO (PENDENCIA "
                   "NO. " NUM-PEND ")"
           ELSE
               COMPUTE VALOR-RESTA = (QTD-PARC-AC - PARC-COBRADAS)
                   * VALOR-PARC-AC
               PERFORM NUMERA-PENDENCIA
               MOVE "X"          TO TIPO-PEND
               MOVE "MANUACOR"   TO ORIGEM-PEND
               MOVE NUM-SOCIO-AC TO SOCIO-PEND
               MOVE NOME-AC      TO NOME-PEND
               MOVE VALOR-RESTA  TO VALOR-PEND
               MOVE OPERADOR     TO OPERADOR-PEND
               MOVE DATA-EXEC    TO DATA-PEND
               ACCEPT HORA-PEND FROM TIME
               MOVE "P"          TO SITUACAO-PEND
               MOVE SPACES       TO APROVADOR-PEND MOTIVO-PEND
               MOVE 0            TO DATA-DEC-PEND HORA-DEC-PEND
                                    RECIBO-PEND
               PERFORM GRAVA-PENDENCIA
               IF GRAVOU-PEND = "SIM"
                   DISPLAY "CANCELAMENTO PENDENTE DE APROVACAO NO. "
                       NUM-PEND " (APROVSOC)"
                   MOVE "PENDENCIA" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
               END-IF
           END-IF.

       PROCURA-CANCELAMENTO-PENDENTE.
           MOVE "NAO" TO JA-PENDENTE.
           MOVE "NAO" TO FIM-PEND.
           OPEN INPUT ARQPEND.
           IF FS-PEND = "00"
               MOVE "SIM" TO PEND-ABERTO
               MOVE 0 TO NUM-PEND
               START ARQPEND KEY IS NOT LESS THAN NUM-PEND
                   INVALID KEY MOVE "SIM" TO FIM-PEND
               END-START
           ELSE
               MOVE "NAO" TO PEND-ABERTO
               MOVE "SIM" TO FIM-PEND
           END-IF.
           PERFORM UNTIL FIM-PEND = "SIM" OR JA-PENDENTE = "SIM"
               READ ARQPEND NEXT RECORD
                   AT END MOVE "SIM" TO FIM-PEND
                   NOT AT END
                       IF TIPO-PEND = "X" AND SITUACAO-PEND = "P"
                          AND SOCIO-PEND = NUM-SOCIO-AC
                           MOVE "SIM" TO JA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF PEND-ABERTO = "SIM"
               CLOSE ARQPEND
           END-IF.

      *NUMERO DA PENDENCIA RESERVADO NO CONTROLE NA HORA: OUTROS
      *PROGRAMAS TAMBEM GERAM PENDENCIAS
       NUMERA-PENDENCIA.
           OPEN INPUT ARQPNDCT.
           READ ARQPNDCT
               AT END MOVE 0 TO ULT-PEND
           END-READ.
           CLOSE ARQPNDCT.
           ADD 1 TO ULT-PEND.
           MOVE ULT-PEND TO NUM-PEND.
           OPEN OUTPUT ARQPNDCT.
           WRITE REG-PNDCT.
           CLOSE ARQPNDCT.

      *ARQPEND AUSENTE E CRIADO VAZIO; NUMERO JA USADO (CONTROLE
      *RESTAURADO) PEGA O PROXIMO
       GRAVA-PENDENCIA.
           MOVE "NAO" TO GRAVOU-PEND.
           OPEN I-O ARQPEND.
           IF FS-PEND = "35"
               OPEN OUTPUT ARQPEND
               CLOSE ARQPEND
               OPEN I-O ARQPEND
           END-IF.
           IF FS-PEND NOT = "00" AND FS-PEND NOT = "05"
               DISPLAY "ARQPEND.DAT INDISPONIVEL (STATUS " FS-PEND
                   ") - CANCELAMENTO NAO REGISTRADO"
           ELSE
               PERFORM UNTIL GRAVOU-PEND = "SIM"
                   WRITE REG-PEND
                       INVALID KEY
                           PERFORM NUMERA-PENDENCIA
                       NOT INVALID KEY
                           MOVE "SIM" TO GRAVOU-PEND
                   END-WRITE
               END-PERFORM
               CLOSE ARQPEND
           END-IF.

      *POSICAO: DADOS DO ACORDO E CRONOGRAMA COMPLETO DAS PARCELAS,
      *COM AS JA COBRADAS PELO PROCACOR MARCADAS COMO LANCADAS
       POSICAO-ACORDO.
           WRITE REG-REL FROM LINHA-PARCELA AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE ARQACORD CADSOCM ARQAGENC RELPACOR.

      *IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO ARQOPER, MANTIDO
      *PELO MANUOPER, E CONFERENCIA DA SENHA NO ARQSENHA: CODIGO
      *DESCONHECIDO, SENHA ERRADA, CONTA BLOQUEADA OU SEM O NIVEL
      *EXIGIDO ENCERRA COM CODIGO 8; COM O CADASTRO AINDA VAZIO O
      *CONTROLE FICA INATIVO (TRANSICAO ATE O MANUOPER CADASTRAR OS
      *OPERADORES)
       IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: " WITH NO ADVANCING.
           ACCEPT OPERADOR.
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
