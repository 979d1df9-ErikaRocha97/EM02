       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANUVINC.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO DA REFERENCIA CRUZADA POR CPF
      *              (ARQVINC.DAT), QUE LIGA O CLIENTE DO CADCLI/
      *              CADOK AO COD-CLI DO CADENT, AO NUM-SOCIOM DO
      *              CADSOCM E A MATRICULA-MAT DO CADMATR: REVISAO
      *              DAS SUGESTOES POR NOME DO SUGVINC (CONFIRMA OU
      *              RECUSA), VINCULO MANUAL, DESVINCULO E CONSULTA.
      *              UM CADASTRO SO SE LIGA A UM CPF E CADA CPF TEM
      *              NO MAXIMO UM IDENTIFICADOR POR CADASTRO; TODA
      *              ALTERACAO VAI PARA O LOG DE ATIVIDADE ARQATIV.
      *              A CONSULTA DE ATENDIMENTO E O CONSCPF.

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
           SELECT OPTIONAL CADOK    ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-OK
           FILE STATUS IS FS-CADOK.
           SELECT OPTIONAL CADENT   ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADSOCM  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SOCIOM
           FILE STATUS IS FS-CADSOCM.
           SELECT OPTIONAL CADMATR  ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA-MAT
           FILE STATUS IS FS-CADMATR.

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

      *Referencia cruzada por CPF: o CPF e a propria chave do
      *CADCLI/CADOK e cada campo liga um cadastro (zero = sem
      *vinculo), com a data e o operador da ultima alteracao
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

      *Sugestoes de vinculo por nome gravadas pelo SUGVINC: TIPO-SUGV
      *"E" CADENT, "S" socio (CADSOCM), "M" matricula (CADMATR);
      *SITUACAO-SUGV "P" pendente, "C" confirmada, "R" recusada
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

      *Cadastro mestre mantido pelo MANUTSOC, com saldo, historico
      *de atrasos e a situacao do socio
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

      *Cadastro de matriculas mantido pelo MANUMATR
       FD CADMATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADMATR.DAT".

       01 REG-MATR.
           02 MATRICULA-MAT PIC 9(07).
           02 NOME-MAT      PIC X(30).
           02 STATUS-MAT    PIC X(01).
           02 DATA-ADM-MAT  PIC 9(08).

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

       77 FS-ARQVINC   PIC X(02) VALUE "00".
       77 FS-ARQSUGV   PIC X(02) VALUE "00".
       77 FS-CADOK     PIC X(02) VALUE "00".
       77 FS-CADSOCM   PIC X(02) VALUE "00".
       77 FS-CADMATR   PIC X(02) VALUE "00".
       77 OPCAO        PIC X(01) VALUE SPACES.
       77 RESPOSTA     PIC X(01) VALUE SPACES.
       77 DECISAO      PIC X(01) VALUE SPACES.
       77 DATA-EXEC    PIC 9(08).
       77 CPF-PEDIDO   PIC 9(11) VALUE ZEROES.
       77 TIPO-INF     PIC X(01) VALUE SPACES.
       77 ID-INF       PIC 9(07) VALUE ZEROES.
       77 ID-ATUAL     PIC 9(07) VALUE ZEROES.
       77 CPF-DONO     PIC 9(11) VALUE ZEROES.
       77 NOME-ID      PIC X(30) VALUE SPACES.
       77 TIPO-DESC    PIC X(10) VALUE SPACES.
       77 ACHOU-VINC   PIC X(03) VALUE "NAO".
       77 ACHOU-ID     PIC X(03) VALUE "NAO".
       77 VINCULO-OK   PIC X(03) VALUE "NAO".
       77 FIM-SUGV     PIC X(03) VALUE "NAO".
       77 FIM-VINC     PIC X(03) VALUE "NAO".
       77 FIM-ENT      PIC X(03) VALUE "NAO".
       77 PARA-REVISAO PIC X(03) VALUE "NAO".
       77 QTD-SUGV     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MANUTENCAO-VINCULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL OPCAO = "F".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           OPEN I-O ARQVINC.
           IF FS-ARQVINC = "35"
               OPEN OUTPUT ARQVINC
               CLOSE ARQVINC
               OPEN I-O ARQVINC
           END-IF.
           OPEN I-O ARQSUGV.
           IF FS-ARQSUGV = "35"
               OPEN OUTPUT ARQSUGV
               CLOSE ARQSUGV
               OPEN I-O ARQSUGV
           END-IF.
           OPEN INPUT CADOK.
           OPEN INPUT CADSOCM.
           OPEN INPUT CADMATR.

       PRINCIPAL.
           DISPLAY " ".
           DISPLAY "===== REFERENCIA CRUZADA POR CPF (ARQVINC) =====".
           DISPLAY "S - SUGESTOES   V - VINCULA   D - DESVINCULA   "
               "C - CONSULTA   F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           MOVE OPCAO TO FUNCAO-WRK.
           PERFORM GRAVA-ATIVIDADE.
           EVALUATE OPCAO
               WHEN "S" PERFORM REVISA-SUGESTOES
               WHEN "V" PERFORM VINCULA-MANUAL
               WHEN "D" PERFORM DESVINCULA
               WHEN "C" PERFORM CONSULTA-VINCULOS
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       ACEITA-CPF.
           DISPLAY "CPF: " WITH NO ADVANCING.
           ACCEPT CPF-PEDIDO.

       ACEITA-TIPO.
           MOVE SPACES TO TIPO-INF.
           PERFORM UNTIL TIPO-INF = "E" OR TIPO-INF = "S" OR
                         TIPO-INF = "M"
               DISPLAY "CADASTRO (E - CADENT  S - SOCIO  "
                   "M - MATRICULA): " WITH NO ADVANCING
               ACCEPT TIPO-INF
           END-PERFORM.
           PERFORM DESCREVE-TIPO.

       DESCREVE-TIPO.
           EVALUATE TIPO-INF
               WHEN "E"   MOVE "CADENT"    TO TIPO-DESC
               WHEN "S"   MOVE "SOCIO"     TO TIPO-DESC
               WHEN "M"   MOVE "MATRICULA" TO TIPO-DESC
               WHEN OTHER MOVE "?"         TO TIPO-DESC
           END-EVALUATE.

       MOSTRA-CLIENTE.
           MOVE CPF-PEDIDO TO CPF-OK.
           READ CADOK
               INVALID KEY
                   DISPLAY "CPF " CPF-PEDIDO " NAO CONSTA DO CADOK"
               NOT INVALID KEY
                   DISPLAY "CLIENTE.......: " CPF-OK " " NOME-OK
                   DISPLAY "CIDADE / UF...: " CIDADE-OK " " ESTADO-OK
           END-READ.

      *LOCALIZA O IDENTIFICADOR NO SEU CADASTRO (O CADENT E
      *SEQUENCIAL E E PERCORRIDO ATE O COD-CLI) E MOSTRA O NOME
       MOSTRA-IDENTIFICADOR.
           MOVE "NAO" TO ACHOU-ID.
           MOVE SPACES TO NOME-ID.
           EVALUATE TIPO-INF
               WHEN "E"
                   MOVE "NAO" TO FIM-ENT
                   OPEN INPUT CADENT
                   PERFORM UNTIL FIM-ENT = "SIM"
                       READ CADENT
                           AT END MOVE "SIM" TO FIM-ENT
                           NOT AT END
                               IF COD-CLI = ID-INF
                                   MOVE "SIM" TO ACHOU-ID FIM-ENT
                                   MOVE NOME-CLI TO NOME-ID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CADENT
               WHEN "S"
                   IF ID-INF < 1000000
                       MOVE ID-INF TO NUM-SOCIOM
                       READ CADSOCM
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "SIM" TO ACHOU-ID
                               MOVE NOME-SOCIOM TO NOME-ID
                       END-READ
                   END-IF
               WHEN "M"
                   MOVE ID-INF TO MATRICULA-MAT
                   READ CADMATR
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "SIM" TO ACHOU-ID
                           MOVE NOME-MAT TO NOME-ID
                   END-READ
           END-EVALUATE.
           IF ACHOU-ID = "SIM"
               DISPLAY TIPO-DESC "....: " ID-INF " " NOME-ID
           ELSE
               DISPLAY TIPO-DESC " " ID-INF " NAO CADASTRADO"
           END-IF.

      *REVISAO DAS SUGESTOES PENDENTES NA ORDEM DO CPF: CONFIRMA,
      *RECUSA, PULA OU ENCERRA A REVISAO
       REVISA-SUGESTOES.
           MOVE 0 TO QTD-SUGV.
           MOVE "NAO" TO FIM-SUGV PARA-REVISAO.
           MOVE LOW-VALUES TO CHAVE-SUGV.
           START ARQSUGV KEY IS NOT LESS THAN CHAVE-SUGV
               INVALID KEY MOVE "SIM" TO FIM-SUGV
           END-START.
           PERFORM UNTIL FIM-SUGV = "SIM" OR PARA-REVISAO = "SIM"
               READ ARQSUGV NEXT RECORD
                   AT END MOVE "SIM" TO FIM-SUGV
                   NOT AT END
                       IF SITUACAO-SUGV = "P"
                           ADD 1 TO QTD-SUGV
                           PERFORM REVISA-SUGESTAO
                       END-IF
               END-READ
           END-PERFORM.
           IF QTD-SUGV = 0
               DISPLAY "NENHUMA SUGESTAO PENDENTE"
           END-IF.

       REVISA-SUGESTAO.
           DISPLAY " ".
           MOVE CPF-SUGV  TO CPF-PEDIDO.
           MOVE TIPO-SUGV TO TIPO-INF.
           MOVE ID-SUGV   TO ID-INF.
           PERFORM DESCREVE-TIPO.
           DISPLAY "SUGESTAO DE " DATA-SUG-SUGV ": CPF " CPF-SUGV
               " COM " TIPO-DESC " " ID-SUGV.
           PERFORM MOSTRA-CLIENTE.
           PERFORM MOSTRA-IDENTIFICADOR.
           MOVE "X" TO DECISAO.
           PERFORM UNTIL DECISAO = "C" OR DECISAO = "R" OR
                         DECISAO = "F" OR DECISAO = SPACE
               DISPLAY "C - CONFIRMA  R - RECUSA  BRANCO - PULA  "
                   "F - ENCERRA: " WITH NO ADVANCING
               ACCEPT DECISAO
           END-PERFORM.
           EVALUATE DECISAO
               WHEN "C"
                   PERFORM APLICA-VINCULO
                   IF VINCULO-OK = "SIM"
                       MOVE "C" TO SITUACAO-SUGV
                       PERFORM REGISTRA-DECISAO-SUGV
                       MOVE "VINC-CONF" TO FUNCAO-WRK
                       PERFORM GRAVA-ATIVIDADE
                   END-IF
               WHEN "R"
                   MOVE "R" TO SITUACAO-SUGV
                   PERFORM REGISTRA-DECISAO-SUGV
                   MOVE "VINC-RECU" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
                   DISPLAY "SUGESTAO RECUSADA - NAO VOLTA NO SUGVINC"
               WHEN "F"
                   MOVE "SIM" TO PARA-REVISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRA-DECISAO-SUGV.
           MOVE DATA-EXEC TO DATA-DECISAO-SUGV.
           MOVE OPERADOR  TO OPERADOR-SUGV.
           REWRITE REG-SUGV.

      *GRAVA O VINCULO CPF + CADASTRO + IDENTIFICADOR: RECUSA SE O
      *IDENTIFICADOR JA ESTA LIGADO A OUTRO CPF OU SE O CPF JA TEM
      *OUTRO IDENTIFICADOR DESTE CADASTRO (DESVINCULAR ANTES)
       APLICA-VINCULO.
           MOVE "NAO" TO VINCULO-OK.
           PERFORM PROCURA-DONO-ID.
           IF CPF-DONO NOT = 0 AND CPF-DONO NOT = CPF-PEDIDO
               DISPLAY TIPO-DESC " " ID-INF " JA VINCULADO AO CPF "
                   CPF-DONO " - NADA ALTERADO"
           ELSE
               PERFORM LE-VINCULO
               PERFORM PEGA-ID-ATUAL
               EVALUATE TRUE
                   WHEN ID-ATUAL = ID-INF
                       DISPLAY "VINCULO JA EXISTENTE"
                       MOVE "SIM" TO VINCULO-OK
                   WHEN ID-ATUAL NOT = 0
                       DISPLAY "CPF " CPF-PEDIDO " JA TEM " TIPO-DESC
                           " " ID-ATUAL " - DESVINCULE ANTES"
                   WHEN OTHER
                       PERFORM GRAVA-VINCULO
                       MOVE "SIM" TO VINCULO-OK
                       DISPLAY "VINCULO GRAVADO: CPF " CPF-PEDIDO
                           " - " TIPO-DESC " " ID-INF
               END-EVALUATE
           END-IF.

      *CPF QUE JA TEM O IDENTIFICADOR (VARREDURA DO ARQVINC)
       PROCURA-DONO-ID.
           MOVE 0 TO CPF-DONO.
           MOVE "NAO" TO FIM-VINC.
           MOVE 0 TO CPF-VINC.
           START ARQVINC KEY IS NOT LESS THAN CPF-VINC
               INVALID KEY MOVE "SIM" TO FIM-VINC
           END-START.
           PERFORM UNTIL FIM-VINC = "SIM"
               READ ARQVINC NEXT RECORD
                   AT END MOVE "SIM" TO FIM-VINC
                   NOT AT END
                       PERFORM PEGA-ID-ATUAL
                       IF ID-ATUAL = ID-INF
                           MOVE CPF-VINC TO CPF-DONO
                           MOVE "SIM" TO FIM-VINC
                       END-IF
               END-READ
           END-PERFORM.

       LE-VINCULO.
           MOVE CPF-PEDIDO TO CPF-VINC.
           MOVE "SIM" TO ACHOU-VINC.
           READ ARQVINC
               INVALID KEY
                   MOVE "NAO" TO ACHOU-VINC
                   MOVE CPF-PEDIDO TO CPF-VINC
                   MOVE 0 TO COD-CLI-VINC NUM-SOCIO-VINC
                             MATRICULA-VINC DATA-ALT-VINC
                   MOVE SPACES TO OPERADOR-VINC
           END-READ.

       PEGA-ID-ATUAL.
           EVALUATE TIPO-INF
               WHEN "E" MOVE COD-CLI-VINC   TO ID-ATUAL
               WHEN "S" MOVE NUM-SOCIO-VINC TO ID-ATUAL
               WHEN "M" MOVE MATRICULA-VINC TO ID-ATUAL
           END-EVALUATE.

       GRAVA-VINCULO.
           EVALUATE TIPO-INF
               WHEN "E" MOVE ID-INF TO COD-CLI-VINC
               WHEN "S" MOVE ID-INF TO NUM-SOCIO-VINC
               WHEN "M" MOVE ID-INF TO MATRICULA-VINC
           END-EVALUATE.
           MOVE DATA-EXEC TO DATA-ALT-VINC.
           MOVE OPERADOR  TO OPERADOR-VINC.
           IF ACHOU-VINC = "SIM"
               REWRITE REG-VINC
           ELSE
               WRITE REG-VINC
           END-IF.

      *VINCULO MANUAL: O IDENTIFICADOR PRECISA EXISTIR NO CADASTRO;
      *CPF FORA DO CADOK E ACEITO (ALUNO OU SOCIO QUE NAO E CLIENTE)
       VINCULA-MANUAL.
           PERFORM ACEITA-CPF.
           IF CPF-PEDIDO = 0
               DISPLAY "CPF INVALIDO"
           ELSE
               PERFORM MOSTRA-CLIENTE
               PERFORM ACEITA-TIPO
               DISPLAY "CODIGO NO " TIPO-DESC ": " WITH NO ADVANCING
               ACCEPT ID-INF
               PERFORM MOSTRA-IDENTIFICADOR
               IF ACHOU-ID = "SIM"
                   PERFORM CONFIRMA-VINCULO
               END-IF
           END-IF.

       CONFIRMA-VINCULO.
           DISPLAY "CONFIRMA O VINCULO (S/N)? " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               PERFORM APLICA-VINCULO
               IF VINCULO-OK = "SIM"
                   PERFORM ATUALIZA-SUGESTAO
                   MOVE "VINC-MANU" TO FUNCAO-WRK
                   PERFORM GRAVA-ATIVIDADE
               END-IF
           ELSE
               DISPLAY "VINCULO NAO CONFIRMADO"
           END-IF.

      *SUGESTAO PENDENTE DO MESMO VINCULO FICA CONFIRMADA
       ATUALIZA-SUGESTAO.
           MOVE CPF-PEDIDO TO CPF-SUGV.
           MOVE TIPO-INF   TO TIPO-SUGV.
           MOVE ID-INF     TO ID-SUGV.
           READ ARQSUGV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SITUACAO-SUGV = "P"
                       MOVE "C" TO SITUACAO-SUGV
                       PERFORM REGISTRA-DECISAO-SUGV
                   END-IF
           END-READ.

      *DESVINCULO DE UM CADASTRO DO CPF; SEM NENHUM VINCULO RESTANTE
      *O REGISTRO SAI DO ARQVINC. A SUGESTAO CORRESPONDENTE PASSA A
      *RECUSADA PARA O SUGVINC NAO PROPOR O MESMO VINCULO DE NOVO
       DESVINCULA.
           PERFORM ACEITA-CPF.
           PERFORM LE-VINCULO.
           IF ACHOU-VINC = "NAO"
               DISPLAY "CPF " CPF-PEDIDO " SEM VINCULOS"
           ELSE
               PERFORM MOSTRA-VINCULOS
               PERFORM ACEITA-TIPO
               PERFORM PEGA-ID-ATUAL
               IF ID-ATUAL = 0
                   DISPLAY "CPF SEM VINCULO COM O " TIPO-DESC
               ELSE
                   PERFORM CONFIRMA-DESVINCULO
               END-IF
           END-IF.

       CONFIRMA-DESVINCULO.
           DISPLAY "CONFIRMA O DESVINCULO DO " TIPO-DESC " " ID-ATUAL
               " (S/N)? " WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           IF RESPOSTA = "S"
               MOVE ID-ATUAL TO ID-INF
               MOVE 0 TO ID-ATUAL
               EVALUATE TIPO-INF
                   WHEN "E" MOVE 0 TO COD-CLI-VINC
                   WHEN "S" MOVE 0 TO NUM-SOCIO-VINC
                   WHEN "M" MOVE 0 TO MATRICULA-VINC
               END-EVALUATE
               IF COD-CLI-VINC = 0 AND NUM-SOCIO-VINC = 0 AND
                  MATRICULA-VINC = 0
                   DELETE ARQVINC
               ELSE
                   MOVE DATA-EXEC TO DATA-ALT-VINC
                   MOVE OPERADOR  TO OPERADOR-VINC
                   REWRITE REG-VINC
               END-IF
               MOVE CPF-PEDIDO TO CPF-SUGV
               MOVE TIPO-INF   TO TIPO-SUGV
               MOVE ID-INF     TO ID-SUGV
               READ ARQSUGV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO SITUACAO-SUGV
                       PERFORM REGISTRA-DECISAO-SUGV
               END-READ
               MOVE "VINC-DESV" TO FUNCAO-WRK
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "VINCULO REMOVIDO"
           ELSE
               DISPLAY "DESVINCULO NAO CONFIRMADO"
           END-IF.

       MOSTRA-VINCULOS.
           DISPLAY "CADENT (COD-CLI)....: " COD-CLI-VINC.
           DISPLAY "SOCIO (NUM-SOCIOM)..: " NUM-SOCIO-VINC.
           DISPLAY "MATRICULA...........: " MATRICULA-VINC.
           DISPLAY "ULTIMA ALTERACAO EM " DATA-ALT-VINC " POR "
               OPERADOR-VINC.

      *VINCULOS DO CPF E AS SUGESTOES AINDA PENDENTES PARA ELE
       CONSULTA-VINCULOS.
           PERFORM ACEITA-CPF.
           PERFORM MOSTRA-CLIENTE.
           PERFORM LE-VINCULO.
           IF ACHOU-VINC = "NAO"
               DISPLAY "CPF SEM VINCULOS"
           ELSE
               PERFORM MOSTRA-VINCULOS
           END-IF.
           MOVE 0 TO QTD-SUGV.
           MOVE "NAO" TO FIM-SUGV.
           MOVE CPF-PEDIDO TO CPF-SUGV.
           MOVE LOW-VALUES TO TIPO-SUGV.
           MOVE 0 TO ID-SUGV.
           START ARQSUGV KEY IS NOT LESS THAN CHAVE-SUGV
               INVALID KEY MOVE "SIM" TO FIM-SUGV
           END-START.
           PERFORM UNTIL FIM-SUGV = "SIM"
               READ ARQSUGV NEXT RECORD
                   AT END MOVE "SIM" TO FIM-SUGV
                   NOT AT END
                       IF CPF-SUGV NOT = CPF-PEDIDO
                           MOVE "SIM" TO FIM-SUGV
                       ELSE
                           IF SITUACAO-SUGV = "P"
                               ADD 1 TO QTD-SUGV
                               MOVE TIPO-SUGV TO TIPO-INF
                               PERFORM DESCREVE-TIPO
                               DISPLAY "SUGESTAO PENDENTE: " TIPO-DESC
                                   " " ID-SUGV " " NOME-SUGV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIM.
           CLOSE ARQVINC ARQSUGV CADOK CADSOCM CADMATR.

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
           MOVE "MANUVINC" TO PROGRAMA-ATIV.
           MOVE FUNCAO-WRK    TO FUNCAO-ATIV.
           WRITE REG-ATIV.
           CLOSE ARQATIV.
