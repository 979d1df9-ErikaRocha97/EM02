       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      MANUTENCAO CENTRAL DOS ARQUIVOS DE PARAMETROS DO
      *              SISTEMA (PARAMSOC, PARAMCLI, PARAMENT, PARAMALU,
      *              PARAMCRM, PARAMLOG, PARAMBXA, PARAMPDD,
      *              PARAMAGE, PARAMCBC, PARAMSEN, PARAMREV,
      *              PARAMAPR, PARAMDUP E O HISTORICO DE TAXAS
      *              PARAMTAX, ONDE
      *              SO TAXAS DE VIGENCIA FUTURA SAO INCLUIDAS,
      *              ALTERADAS OU EXCLUIDAS): MOSTRA OS VALORES
      *              VIGENTES COM O NOME
      *              DE CADA CAMPO, CRITICA AS FAIXAS ANTES DE GRAVAR
      *              (TAXAS, ORDEM DOS ANOS, PESOS GERAIS E POR
      *              DISCIPLINA, TOP-N, RETENCAO,
      *              VALIDADE DA SENHA, HORARIO DO BALCAO, LIMITE DA
      *              DUPLA APROVACAO, PONTUACAO MINIMA DA
      *              DUPLICIDADE DE CLIENTES) E REGISTRA CADA
      *              MUDANCA - VALOR ANTIGO, VALOR NOVO, OPERADOR E
      *              DATA - NO ARQUIVO DE AUDITORIA AUDPARM.DAT, COM
      *              LISTAGEM DA SESSAO EM RELPARM. SUBSTITUI A EDICAO
      *              MANUAL EM COLUNAS FIXAS QUE JA TRIPLICOU OS JUROS
      *              DE UMA NOITE.

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
           SELECT OPTIONAL PARAMSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMBXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMPDD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMAGE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMCBC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMDUP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMTAX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDPARM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPARM  ASSIGN TO DISK.
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

       FD PARAMSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMSOC.DAT".
                         DEPENDING ON QTD-PESOS.
           02 PARM-TOP-N PIC 9(03).

      *Registros seguintes: pesos proprios de cada disciplina
       01 REG-PARAM-DISC.
           02 PARM-COD-DISC    PIC X(06).
           02 PARM-QTD-PESOS-D PIC 9(02).
           02 PARM-PESO-D      PIC 9(02) OCCURS 10 TIMES.

       FD PARAMCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMCRM.DAT".
           02 PARM-TENDENCIA PIC 9(03).
           02 PARM-RET-REL   PIC 9(03).

      *Prazo da baixa por decurso dos boletos em aberto (BAIXAREM)
       FD PARAMBXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMBXA.DAT".

       01 REG-PARAM-BXA.
           02 PARM-DIAS-BAIXA PIC 9(03).

      *Percentuais da provisao para devedores duvidosos (PROVPDD),
      *um por faixa de atraso, da mais nova para a mais antiga
       FD PARAMPDD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMPDD.DAT".

       01 REG-PARAM-PDD.
           02 PARM-PERC-PDD PIC 9(03)V9(02) OCCURS 6 TIMES.

      *Agencia de cobranca terceirizada (ENVAGENC e RETAGENC): dias
      *minimos de atraso para o envio e percentual da comissao
       FD PARAMAGE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAGE.DAT".

       01 REG-PARAM-AGE.
           02 PARM-DIAS-AGE  PIC 9(03).
           02 PARM-COMIS-AGE PIC 9(02)V9(02).

      *Conciliacao bancaria (CONCBANC): tolerancia em dias entre o
      *recebimento nos livros e o credito no extrato do banco
       FD PARAMCBC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMCBC.DAT".

       01 REG-PARAM-CBC.
           02 PARM-DIAS-CBC  PIC 9(02).

      *Revisao de acessos (REVACESS/ARCHATIV): horario do balcao,
      *recebimento de caixa que merece destaque, dias sem uso para
      *revogar, retencao do ARQATIV e periodo pedido (zeros = o
      *trimestre civil anterior)
       FD PARAMREV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMREV.DAT".

       01 REG-PARAM-REV.
           02 PARM-HORA-INI     PIC 9(04).
           02 PARM-HORA-FIM     PIC 9(04).
           02 PARM-VALOR-REV    PIC 9(07)V9(02).
           02 PARM-DIAS-INATIVO PIC 9(03).
           02 PARM-RET-ATIV     PIC 9(03).
           02 PARM-INI-REV      PIC 9(08).
           02 PARM-FIM-REV      PIC 9(08).

      *Dupla aprovacao (APROVSOC): recebimento de caixa acima do
      *limite vai para aprovacao; pendencia mais velha que as horas
      *do parametro aparece no quadro da manha (PENDAPRO)
       FD PARAMAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMAPR.DAT".

       01 REG-PARAM-APR.
           02 PARM-VALOR-APR  PIC 9(07)V9(02).
           02 PARM-HORAS-PEND PIC 9(03).

      *Duplicidade de clientes (DUPCLI): pontuacao minima, de 1 a
      *100, para um par de registros do CADOK ir para a revisao
       FD PARAMDUP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMDUP.DAT".

       01 REG-PARAM-DUP.
           02 PARM-LIMIAR-DUP PIC 9(03).

      *Historico das taxas de multa e juros por data de vigencia,
      *em ordem crescente; lido pelo EX01 e pelo ACRUJUR
       FD PARAMTAX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "PARAMTAX.DAT".

       01 REG-PARAM-TAX.
           02 VIGENCIA-TX   PIC 9(08).
           02 TAXA-MULTA-TX PIC 9(02)V9(02).
           02 TAXA-JUROS-TX PIC 9(02)V9(04).
           02 DATA-INC-TX   PIC 9(08).
           02 OPERADOR-TX   PIC X(08).

      *Auditoria de mudancas de parametros: uma linha por campo
      *alterado, com valor antigo e novo, operador e data/hora
       FD AUDPARM
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
       77 DATA-EXEC    PIC 9(08).
       01 ANT-PESOS.
           02 ANT-PESO   PIC 9(02) OCCURS 10 TIMES.
       77 LIM-AUD-PESOS  PIC 9(02) VALUE 0.
       77 GER-QTD-PESOS  PIC 9(02) VALUE 0.
       01 GER-PESOS.
           02 GER-PESO   PIC 9(02) OCCURS 10 TIMES.
       77 WRK-DISC       PIC X(06) VALUE SPACES.
       77 QTD-DISC-PAR   PIC 9(03) VALUE 0.
       77 IX-DISC-PAR    PIC 9(03) VALUE 0.
       77 POS-DISC-PAR   PIC 9(03) VALUE 0.
       77 FIM-PARAMALU   PIC X(03) VALUE "NAO".
       01 TAB-PESOS-DISC.
           02 ITEM-DISC-PAR OCCURS 100 TIMES.
               03 DISC-PAR      PIC X(06).
               03 QTD-PESOS-PAR PIC 9(02).
               03 PESO-PAR      PIC 9(02) OCCURS 10 TIMES.
       77 ANT-RETENCAO   PIC 9(03) VALUE 0.
       77 ANT-TENDENCIA  PIC 9(03) VALUE 0.
       77 WRK-RET-REL    PIC 9(03) VALUE 0.
       77 ANT-RET-REL    PIC 9(03) VALUE 0.
       77 SOMA-PESOS     PIC 9(04) VALUE 0.
       77 WRK-DIAS-BAIXA PIC 9(03) VALUE 0.
       77 ANT-DIAS-BAIXA PIC 9(03) VALUE 0.
       77 IDX-PDD        PIC 9(01).
       01 WRK-PERCS-PDD.
           02 WRK-PERC-PDD PIC 9(03)V9(02) OCCURS 6 TIMES.
       01 ANT-PERCS-PDD.
           02 ANT-PERC-PDD PIC 9(03)V9(02) OCCURS 6 TIMES.
       77 WRK-DIAS-AGE   PIC 9(03) VALUE 0.
       77 ANT-DIAS-AGE   PIC 9(03) VALUE 0.
       77 WRK-COMIS-AGE  PIC 9(02)V9(02) VALUE 0.
       77 ANT-COMIS-AGE  PIC 9(02)V9(02) VALUE 0.
       77 WRK-DIAS-CBC   PIC 9(02) VALUE 0.
       77 ANT-DIAS-CBC   PIC 9(02) VALUE 0.
       77 WRK-DIAS-SEN   PIC 9(03) VALUE 0.
       77 ANT-DIAS-SEN   PIC 9(03) VALUE 0.
       77 WRK-FALHAS-SEN PIC 9(02) VALUE 0.
       77 ANT-FALHAS-SEN PIC 9(02) VALUE 0.
       77 WRK-HORA-INI   PIC 9(04) VALUE 0.
       77 ANT-HORA-INI   PIC 9(04) VALUE 0.
       77 WRK-HORA-FIM   PIC 9(04) VALUE 0.
       77 ANT-HORA-FIM   PIC 9(04) VALUE 0.
       77 WRK-VALOR-REV  PIC 9(07)V9(02) VALUE 0.
       77 ANT-VALOR-REV  PIC 9(07)V9(02) VALUE 0.
       77 WRK-DIAS-INAT  PIC 9(03) VALUE 0.
       77 ANT-DIAS-INAT  PIC 9(03) VALUE 0.
       77 WRK-RET-ATIV   PIC 9(03) VALUE 0.
       77 ANT-RET-ATIV   PIC 9(03) VALUE 0.
       77 WRK-INI-REV    PIC 9(08) VALUE 0.
       77 ANT-INI-REV    PIC 9(08) VALUE 0.
       77 WRK-FIM-REV    PIC 9(08) VALUE 0.
       77 ANT-FIM-REV    PIC 9(08) VALUE 0.
       77 WRK-VALOR-APR  PIC 9(07)V9(02) VALUE 0.
       77 ANT-VALOR-APR  PIC 9(07)V9(02) VALUE 0.
       77 WRK-HORAS-PEND PIC 9(03) VALUE 0.
       77 ANT-HORAS-PEND PIC 9(03) VALUE 0.
       77 WRK-LIMIAR-DUP PIC 9(03) VALUE 0.
       77 ANT-LIMIAR-DUP PIC 9(03) VALUE 0.
       77 DATA-CRITICA   PIC 9(08) VALUE 0.

      *Historico de taxas em memoria para a manutencao do PARAMTAX
       77 OPCAO-TAX      PIC X(01) VALUE SPACES.
       77 FIM-HIST       PIC X(03) VALUE "NAO".
       77 ACHOU-HIST     PIC X(03) VALUE "NAO".
       77 QTD-HIST       PIC 9(03) VALUE 0.
       77 HIST-MAX       PIC 9(03) VALUE 120.
       77 IDX-HIST       PIC 9(03).
       77 POS-HIST       PIC 9(03).
       77 IDX-VIGENTE    PIC 9(03).
       77 VIG-INFORMADA  PIC 9(08) VALUE 0.
       77 SITUACAO-HIST  PIC X(09) VALUE SPACES.
       01 TAB-HIST.
           02 ITEM-HIST OCCURS 120 TIMES.
               03 VIG-HST    PIC 9(08).
               03 MULTA-HST  PIC 9(02)V9(02).
               03 JUROS-HST  PIC 9(02)V9(04).
               03 INC-HST    PIC 9(08).
               03 OPER-HST   PIC X(08).

      *Apoio da auditoria de um campo
       77 ARQUIVO-CORR   PIC X(08) VALUE SPACES.
       77 TAXA4-ED       PIC Z9,9999.
       77 TAXA2-ED       PIC Z9,99.
       77 VALOR-ED       PIC ZZ.ZZ9,99.
       77 VALOR9-ED      PIC Z.ZZZ.ZZ9,99.
       77 PERC-ED        PIC ZZ9,99.

      *Cabecalho da listagem de mudancas da sessao
       01 CAB-01.
           DISPLAY "1 - PARAMSOC (COBRANCA DE SOCIOS)".
           DISPLAY "2 - PARAMCLI (LISTAGEM DE CLIENTES)".
           DISPLAY "3 - PARAMENT (FILTRO E FAIXAS SALARIAIS)".
           DISPLAY "4 - PARAMALU (PESOS DAS NOTAS, POR DISCIPLINA "
               "E TOP-N)".
           DISPLAY "5 - PARAMCRM (MODO DELTA DO EXTRATO CRM)".
           DISPLAY "6 - PARAMLOG (RETENCAO E TENDENCIA DO LOG)".
           DISPLAY "7 - PARAMBXA (PRAZO DA BAIXA DE BOLETOS)".
           DISPLAY "8 - PARAMPDD (PERCENTUAIS DA PROVISAO PDD)".
           DISPLAY "9 - PARAMAGE (AGENCIA DE COBRANCA)".
           DISPLAY "A - PARAMCBC (CONCILIACAO BANCARIA)".
           DISPLAY "B - PARAMSEN (SENHAS DOS OPERADORES)".
           DISPLAY "C - PARAMREV (REVISAO DE ACESSOS)".
           DISPLAY "D - PARAMAPR (DUPLA APROVACAO)".
           DISPLAY "E - PARAMTAX (HISTORICO DE TAXAS MULTA/JUROS)".
           DISPLAY "G - PARAMDUP (DUPLICIDADE DE CLIENTES)".
           DISPLAY "F - FIM".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.
               WHEN "4" PERFORM TRATA-PARAMALU
               WHEN "5" PERFORM TRATA-PARAMCRM
               WHEN "6" PERFORM TRATA-PARAMLOG
               WHEN "7" PERFORM TRATA-PARAMBXA
               WHEN "8" PERFORM TRATA-PARAMPDD
               WHEN "9" PERFORM TRATA-PARAMAGE
               WHEN "A" PERFORM TRATA-PARAMCBC
               WHEN "B" PERFORM TRATA-PARAMSEN
               WHEN "C" PERFORM TRATA-PARAMREV
               WHEN "D" PERFORM TRATA-PARAMAPR
               WHEN "E" PERFORM TRATA-PARAMTAX
               WHEN "G" PERFORM TRATA-PARAMDUP
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           ACCEPT RESPOSTA.

      *------------------ PARAMSOC ------------------
      *COM O HISTORICO PARAMTAX AS TAXAS DO PARAMSOC SO VALEM NA
      *SIMULACAO (TAXAS DE ENSAIO); A COBRANCA REAL USA A OPCAO E.
      *O HISTORICO E SEMEADO ANTES, PARA QUE A TAXA EM VIGOR NAO SE
      *PERCA QUANDO O ENSAIO ALTERAR O PARAMSOC
       TRATA-PARAMSOC.
           PERFORM CARREGA-HIST-TAXAS.
           MOVE "PARAMSOC" TO ARQUIVO-CORR.
           PERFORM LE-PARAMSOC.
           MOVE WRK-TAXA-MULTA TO TAXA2-ED.
           DISPLAY "PARM-TAXA-MULTA (ENSAIO)....: " TAXA2-ED.
           MOVE WRK-TAXA-JUROS TO TAXA4-ED.
           DISPLAY "PARM-TAXA-JUROS (ENSAIO)....: " TAXA4-ED.
           DISPLAY "PARM-SIMULACAO (S/N)........: " WRK-SIMULACAO.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               VARYING IDX-PESO FROM 1 BY 1
               UNTIL IDX-PESO > WRK-QTD-PESOS.
           DISPLAY "PARM-TOP-N (0 = COMPLETO)...: " WRK-TOP-N.
           DISPLAY "DISCIPLINAS COM PESOS PROPRIOS: " QTD-DISC-PAR.
           PERFORM MOSTRA-DISC-PAR
               VARYING IX-DISC-PAR FROM 1 BY 1
               UNTIL IX-DISC-PAR > QTD-DISC-PAR.
           DISPLAY "DISCIPLINA (BRANCO = PESOS GERAIS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-DISC.
           ACCEPT WRK-DISC.
           IF WRK-DISC NOT = SPACES
               PERFORM TRATA-PESOS-DISC
           ELSE
               PERFORM PERGUNTA-ALTERA
               IF RESPOSTA = "S"
                   PERFORM EDITA-PARAMALU
               END-IF
           END-IF.

       MOSTRA-PESO.
           DISPLAY "PARM-PESO(" IDX-PESO ")...............: "
               WRK-PESO(IDX-PESO).

       MOSTRA-DISC-PAR.
           DISPLAY "  " DISC-PAR(IX-DISC-PAR) " - "
               QTD-PESOS-PAR(IX-DISC-PAR) " PESO(S)".

       LE-PARAMALU.
           MOVE 0 TO WRK-QTD-PESOS WRK-TOP-N QTD-DISC-PAR.
           PERFORM VARYING IDX-PESO FROM 1 BY 1
                   UNTIL IDX-PESO > 10
               MOVE 1 TO WRK-PESO(IDX-PESO)
           END-PERFORM.
           OPEN INPUT PARAMALU.
           MOVE "NAO" TO FIM-PARAMALU.
           READ PARAMALU
               AT END MOVE "SIM" TO FIM-PARAMALU
               NOT AT END
                   IF QTD-PESOS IS NUMERIC AND QTD-PESOS <= 10
                       MOVE QTD-PESOS TO WRK-QTD-PESOS
                       MOVE PARM-TOP-N TO WRK-TOP-N
                   END-IF
           END-READ.
           PERFORM UNTIL FIM-PARAMALU = "SIM"
               READ PARAMALU
                   AT END MOVE "SIM" TO FIM-PARAMALU
                   NOT AT END
                       IF PARM-COD-DISC NOT = SPACES AND
                          PARM-QTD-PESOS-D IS NUMERIC AND
                          PARM-QTD-PESOS-D <= 10 AND
                          QTD-DISC-PAR < 100
                           ADD 1 TO QTD-DISC-PAR
                           MOVE REG-PARAM-DISC
                             TO ITEM-DISC-PAR(QTD-DISC-PAR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMALU.
           MOVE WRK-QTD-PESOS TO ANT-QTD-PESOS.
           MOVE WRK-TOP-N     TO ANT-TOP-N.
           MOVE ANT-TOP-N TO VLR-ANT-CORR.
           MOVE WRK-TOP-N TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.
           PERFORM REGRAVA-PARAMALU.

      *O ARQUIVO E REESCRITO INTEIRO: PRIMEIRO OS PESOS GERAIS E O
      *TOP-N, DEPOIS UM REGISTRO POR DISCIPLINA COM PESOS PROPRIOS.
      *SEM PESOS GERAIS CADASTRADOS GRAVA UM PESO 1, QUE EQUIVALE AO
      *PADRAO DO EX05 (TODAS AS NOTAS COM PESO 1)
       REGRAVA-PARAMALU.
           OPEN OUTPUT PARAMALU.
           IF WRK-QTD-PESOS = 0
               MOVE 1 TO QTD-PESOS
               MOVE 1 TO PARM-PESO(1)
           ELSE
               MOVE WRK-QTD-PESOS TO QTD-PESOS
               PERFORM VARYING IDX-PESO FROM 1 BY 1
                       UNTIL IDX-PESO > WRK-QTD-PESOS
                   MOVE WRK-PESO(IDX-PESO) TO PARM-PESO(IDX-PESO)
               END-PERFORM
           END-IF.
           MOVE WRK-TOP-N TO PARM-TOP-N.
           WRITE REG-PARAM-ALU.
           PERFORM VARYING IX-DISC-PAR FROM 1 BY 1
                   UNTIL IX-DISC-PAR > QTD-DISC-PAR
               MOVE ITEM-DISC-PAR(IX-DISC-PAR) TO REG-PARAM-DISC
               WRITE REG-PARAM-DISC
           END-PERFORM.
           CLOSE PARAMALU.
           DISPLAY "PARAMALU GRAVADO".

           MOVE WRK-PESO(IDX-PESO) TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.

      *PESOS DE UMA DISCIPLINA: QUANTIDADE ZERO RETIRA A DISCIPLINA,
      *QUE VOLTA A USAR OS PESOS GERAIS. A EDICAO USA AS MESMAS AREAS
      *DE TRABALHO DOS PESOS GERAIS, GUARDADOS EM GER-PESOS ATE A
      *REGRAVACAO DO ARQUIVO
       TRATA-PESOS-DISC.
           MOVE WRK-QTD-PESOS TO GER-QTD-PESOS.
           MOVE WRK-PESOS     TO GER-PESOS.
           MOVE 0 TO POS-DISC-PAR WRK-QTD-PESOS.
           PERFORM VARYING IDX-PESO FROM 1 BY 1
                   UNTIL IDX-PESO > 10
               MOVE 1 TO WRK-PESO(IDX-PESO)
           END-PERFORM.
           PERFORM VARYING IX-DISC-PAR FROM 1 BY 1
                   UNTIL IX-DISC-PAR > QTD-DISC-PAR
               IF DISC-PAR(IX-DISC-PAR) = WRK-DISC
                   MOVE IX-DISC-PAR TO POS-DISC-PAR
               END-IF
           END-PERFORM.
           IF POS-DISC-PAR = 0
               DISPLAY "DISCIPLINA " WRK-DISC
                   " SEM PESOS PROPRIOS (USA OS GERAIS)"
           ELSE
               MOVE QTD-PESOS-PAR(POS-DISC-PAR) TO WRK-QTD-PESOS
               PERFORM VARYING IDX-PESO FROM 1 BY 1
                       UNTIL IDX-PESO > WRK-QTD-PESOS
                   MOVE PESO-PAR(POS-DISC-PAR, IDX-PESO)
                     TO WRK-PESO(IDX-PESO)
               END-PERFORM
               DISPLAY "QTD-PESOS DA DISCIPLINA.....: " WRK-QTD-PESOS
               PERFORM MOSTRA-PESO
                   VARYING IDX-PESO FROM 1 BY 1
                   UNTIL IDX-PESO > WRK-QTD-PESOS
           END-IF.
           MOVE WRK-QTD-PESOS TO ANT-QTD-PESOS.
           MOVE WRK-PESOS     TO ANT-PESOS.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PESOS-DISC
           END-IF.

       EDITA-PESOS-DISC.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "QUANTIDADE DE PESOS (0 = USA OS GERAIS, 1 A 10): "
               WITH NO ADVANCING.
           ACCEPT WRK-QTD-PESOS.
           IF WRK-QTD-PESOS > 10
               DISPLAY "QTD-PESOS FORA DE 0 A 10"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM" AND WRK-QTD-PESOS > 0
               MOVE 0 TO SOMA-PESOS
               PERFORM EDITA-PESO
                   VARYING IDX-PESO FROM 1 BY 1
                   UNTIL IDX-PESO > WRK-QTD-PESOS
                      OR DADOS-OK = "NAO"
           END-IF.
           IF DADOS-OK = "SIM" AND WRK-QTD-PESOS > 0 AND
              POS-DISC-PAR = 0 AND QTD-DISC-PAR = 100
               DISPLAY "PARAMALU JA TEM 100 DISCIPLINAS COM PESOS "
                   "PROPRIOS - RECUSADO"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM GRAVA-PESOS-DISC
           ELSE
               DISPLAY "PARAMALU NAO ALTERADO"
           END-IF.

       GRAVA-PESOS-DISC.
           MOVE SPACES TO CAMPO-CORR.
           STRING WRK-DISC " QTD" DELIMITED BY SIZE
               INTO CAMPO-CORR
           END-STRING.
           MOVE ANT-QTD-PESOS TO VLR-ANT-CORR.
           MOVE WRK-QTD-PESOS TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.
           IF WRK-QTD-PESOS > ANT-QTD-PESOS
               MOVE WRK-QTD-PESOS TO LIM-AUD-PESOS
           ELSE
               MOVE ANT-QTD-PESOS TO LIM-AUD-PESOS
           END-IF.
           PERFORM AUDITA-PESO-DISC
               VARYING IDX-PESO FROM 1 BY 1
               UNTIL IDX-PESO > LIM-AUD-PESOS.
           EVALUATE TRUE
               WHEN WRK-QTD-PESOS = 0 AND POS-DISC-PAR > 0
                   PERFORM RETIRA-DISC-PAR
               WHEN WRK-QTD-PESOS = 0
                   CONTINUE
               WHEN OTHER
                   IF POS-DISC-PAR = 0
                       ADD 1 TO QTD-DISC-PAR
                       MOVE QTD-DISC-PAR TO POS-DISC-PAR
                       MOVE WRK-DISC TO DISC-PAR(POS-DISC-PAR)
                   END-IF
                   MOVE WRK-QTD-PESOS TO QTD-PESOS-PAR(POS-DISC-PAR)
                   PERFORM VARYING IDX-PESO FROM 1 BY 1
                           UNTIL IDX-PESO > 10
                       IF IDX-PESO > WRK-QTD-PESOS
                           MOVE 1 TO PESO-PAR(POS-DISC-PAR, IDX-PESO)
                       ELSE
                           MOVE WRK-PESO(IDX-PESO)
                             TO PESO-PAR(POS-DISC-PAR, IDX-PESO)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           MOVE GER-QTD-PESOS TO WRK-QTD-PESOS.
           MOVE GER-PESOS     TO WRK-PESOS.
           PERFORM REGRAVA-PARAMALU.

       RETIRA-DISC-PAR.
           PERFORM VARYING IX-DISC-PAR FROM POS-DISC-PAR BY 1
                   UNTIL IX-DISC-PAR >= QTD-DISC-PAR
               MOVE ITEM-DISC-PAR(IX-DISC-PAR + 1)
                 TO ITEM-DISC-PAR(IX-DISC-PAR)
           END-PERFORM.
           SUBTRACT 1 FROM QTD-DISC-PAR.

       AUDITA-PESO-DISC.
           MOVE SPACES TO CAMPO-CORR.
           STRING WRK-DISC " PESO-" IDX-PESO DELIMITED BY SIZE
               INTO CAMPO-CORR
           END-STRING.
           MOVE ANT-PESO(IDX-PESO) TO VLR-ANT-CORR.
           MOVE WRK-PESO(IDX-PESO) TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.

      *------------------ PARAMCRM ------------------
       TRATA-PARAMCRM.
           MOVE "PARAMCRM" TO ARQUIVO-CORR.
               DISPLAY "PARAMLOG NAO ALTERADO"
           END-IF.

      *------------------ PARAMBXA ------------------
       TRATA-PARAMBXA.
           MOVE "PARAMBXA" TO ARQUIVO-CORR.
           PERFORM LE-PARAMBXA.
           DISPLAY "PARM-DIAS-BAIXA (DIAS)......: " WRK-DIAS-BAIXA.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMBXA
           END-IF.

       LE-PARAMBXA.
           OPEN INPUT PARAMBXA.
           READ PARAMBXA
               AT END MOVE 60 TO WRK-DIAS-BAIXA
               NOT AT END
                   IF PARM-DIAS-BAIXA IS NUMERIC AND
                      PARM-DIAS-BAIXA > 0
                       MOVE PARM-DIAS-BAIXA TO WRK-DIAS-BAIXA
                   ELSE
                       MOVE 60 TO WRK-DIAS-BAIXA
                   END-IF
           END-READ.
           CLOSE PARAMBXA.
           MOVE WRK-DIAS-BAIXA TO ANT-DIAS-BAIXA.

      *PRAZO MENOR QUE O PROPRIO VENCIMENTO DO BOLETO (10 DIAS DO
      *GERAREM) BAIXARIA TITULOS QUE O SOCIO AINDA PODE PAGAR
       EDITA-PARAMBXA.
           DISPLAY "DIAS APOS O VENCIMENTO PARA A BAIXA (10 A 999): "
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-BAIXA.
           IF WRK-DIAS-BAIXA < 10
               DISPLAY "PRAZO DA BAIXA ABAIXO DE 10 DIAS - RECUSADO"
               DISPLAY "PARAMBXA NAO ALTERADO"
           ELSE
               MOVE "DIAS-BAIXA" TO CAMPO-CORR
               MOVE ANT-DIAS-BAIXA TO VLR-ANT-CORR
               MOVE WRK-DIAS-BAIXA TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
               OPEN OUTPUT PARAMBXA
               MOVE WRK-DIAS-BAIXA TO PARM-DIAS-BAIXA
               WRITE REG-PARAM-BXA
               CLOSE PARAMBXA
               DISPLAY "PARAMBXA GRAVADO"
           END-IF.

      *------------------ PARAMPDD ------------------
       TRATA-PARAMPDD.
           MOVE "PARAMPDD" TO ARQUIVO-CORR.
           PERFORM LE-PARAMPDD.
           PERFORM MOSTRA-PERC-PDD
               VARYING IDX-PDD FROM 1 BY 1 UNTIL IDX-PDD > 6.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMPDD
           END-IF.

       MOSTRA-PERC-PDD.
           MOVE WRK-PERC-PDD(IDX-PDD) TO PERC-ED.
           DISPLAY "PARM-PERC-PDD(" IDX-PDD ") FAIXA......: "
               PERC-ED.

      *PADRAO POR FAIXA: ATE 30 DIAS 1%, 31-60 3%, 61-90 10%,
      *91-180 30%, 181-360 70% E ACIMA DE 360 (OU CANCELADO) 100%
       LE-PARAMPDD.
           MOVE 1   TO WRK-PERC-PDD(1).
           MOVE 3   TO WRK-PERC-PDD(2).
           MOVE 10  TO WRK-PERC-PDD(3).
           MOVE 30  TO WRK-PERC-PDD(4).
           MOVE 70  TO WRK-PERC-PDD(5).
           MOVE 100 TO WRK-PERC-PDD(6).
           OPEN INPUT PARAMPDD.
           READ PARAMPDD
               AT END CONTINUE
               NOT AT END
                   PERFORM VARYING IDX-PDD FROM 1 BY 1
                           UNTIL IDX-PDD > 6
                       IF PARM-PERC-PDD(IDX-PDD) IS NUMERIC
                           MOVE PARM-PERC-PDD(IDX-PDD)
                             TO WRK-PERC-PDD(IDX-PDD)
                       END-IF
                   END-PERFORM
           END-READ.
           CLOSE PARAMPDD.
           MOVE WRK-PERCS-PDD TO ANT-PERCS-PDD.

      *CADA PERCENTUAL DE 0 A 100 E NUNCA MENOR QUE O DA FAIXA
      *ANTERIOR: DIVIDA MAIS VELHA NAO PODE TER RISCO MENOR
       EDITA-PARAMPDD.
           MOVE "SIM" TO DADOS-OK.
           PERFORM EDITA-PERC-PDD
               VARYING IDX-PDD FROM 1 BY 1
               UNTIL IDX-PDD > 6 OR DADOS-OK = "NAO".
           IF DADOS-OK = "SIM"
               PERFORM AUDITA-PERC-PDD
                   VARYING IDX-PDD FROM 1 BY 1 UNTIL IDX-PDD > 6
               OPEN OUTPUT PARAMPDD
               PERFORM VARYING IDX-PDD FROM 1 BY 1 UNTIL IDX-PDD > 6
                   MOVE WRK-PERC-PDD(IDX-PDD)
                     TO PARM-PERC-PDD(IDX-PDD)
               END-PERFORM
               WRITE REG-PARAM-PDD
               CLOSE PARAMPDD
               DISPLAY "PARAMPDD GRAVADO"
           ELSE
               MOVE ANT-PERCS-PDD TO WRK-PERCS-PDD
               DISPLAY "PARAMPDD NAO ALTERADO"
           END-IF.

       EDITA-PERC-PDD.
           DISPLAY "PERCENTUAL DA FAIXA " IDX-PDD " (5 DIGITOS, "
               "ULTIMOS 2 SAO DECIMAIS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:5) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:5) TO ENTRADA-NUM(7:5)
               COMPUTE WRK-PERC-PDD(IDX-PDD) = ENTRADA-NUM / 100
           ELSE
               DISPLAY "PERCENTUAL NAO NUMERICO: " ENTRADA-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           EVALUATE TRUE
               WHEN DADOS-OK = "NAO"
                   CONTINUE
               WHEN WRK-PERC-PDD(IDX-PDD) > 100
                   DISPLAY "PERCENTUAL ACIMA DE 100% - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN IDX-PDD > 1 AND
                    WRK-PERC-PDD(IDX-PDD) < WRK-PERC-PDD(IDX-PDD - 1)
                   DISPLAY "PERCENTUAL MENOR QUE O DA FAIXA "
                       "ANTERIOR - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.

       AUDITA-PERC-PDD.
           MOVE SPACES TO CAMPO-CORR.
           STRING "PERC-PDD-" IDX-PDD DELIMITED BY SIZE
               INTO CAMPO-CORR
           END-STRING.
           MOVE ANT-PERC-PDD(IDX-PDD) TO PERC-ED.
           MOVE PERC-ED TO VLR-ANT-CORR.
           MOVE WRK-PERC-PDD(IDX-PDD) TO PERC-ED.
           MOVE PERC-ED TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.

      *------------------ PARAMAGE ------------------
       TRATA-PARAMAGE.
           MOVE "PARAMAGE" TO ARQUIVO-CORR.
           PERFORM LE-PARAMAGE.
           DISPLAY "PARM-DIAS-AGE (DIAS)........: " WRK-DIAS-AGE.
           MOVE WRK-COMIS-AGE TO TAXA2-ED.
           DISPLAY "PARM-COMIS-AGE (%)..........: " TAXA2-ED.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMAGE
           END-IF.

      *PADRAO: ENVIO COM 90 DIAS DE ATRASO E COMISSAO DE 20%
       LE-PARAMAGE.
           MOVE 90 TO WRK-DIAS-AGE.
           MOVE 20 TO WRK-COMIS-AGE.
           OPEN INPUT PARAMAGE.
           READ PARAMAGE
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-AGE IS NUMERIC AND
                      PARM-DIAS-AGE > 0
                       MOVE PARM-DIAS-AGE TO WRK-DIAS-AGE
                   END-IF
                   IF PARM-COMIS-AGE IS NUMERIC
                       MOVE PARM-COMIS-AGE TO WRK-COMIS-AGE
                   END-IF
           END-READ.
           CLOSE PARAMAGE.
           MOVE WRK-DIAS-AGE  TO ANT-DIAS-AGE.
           MOVE WRK-COMIS-AGE TO ANT-COMIS-AGE.

      *O ENVIO SO VALE PARA A FAIXA 90+ DO EX01 (SOCIO JA SUSPENSO)
      *E A COMISSAO FICA ABAIXO DE 50% DO RECUPERADO
       EDITA-PARAMAGE.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "DIAS DE ATRASO PARA O ENVIO (90 A 999): "
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-AGE.
           DISPLAY "COMISSAO DA AGENCIA (4 DIGITOS, ULTIMOS 2 SAO "
               "DECIMAIS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:4) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:4) TO ENTRADA-NUM(8:4)
               COMPUTE WRK-COMIS-AGE = ENTRADA-NUM / 100
           ELSE
               DISPLAY "COMISSAO NAO NUMERICA: " ENTRADA-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           EVALUATE TRUE
               WHEN DADOS-OK = "NAO"
                   CONTINUE
               WHEN WRK-DIAS-AGE < 90
                   DISPLAY "PRAZO ABAIXO DE 90 DIAS - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-COMIS-AGE NOT < 50
                   DISPLAY "COMISSAO DE 50% OU MAIS - RECUSADA"
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               IF WRK-DIAS-AGE NOT = ANT-DIAS-AGE
                   MOVE "DIAS-AGE" TO CAMPO-CORR
                   MOVE ANT-DIAS-AGE TO VLR-ANT-CORR
                   MOVE WRK-DIAS-AGE TO VLR-NOVO-CORR
                   PERFORM AUDITA-CAMPO
               END-IF
               IF WRK-COMIS-AGE NOT = ANT-COMIS-AGE
                   MOVE "COMIS-AGE" TO CAMPO-CORR
                   MOVE ANT-COMIS-AGE TO TAXA2-ED
                   MOVE TAXA2-ED TO VLR-ANT-CORR
                   MOVE WRK-COMIS-AGE TO TAXA2-ED
                   MOVE TAXA2-ED TO VLR-NOVO-CORR
                   PERFORM AUDITA-CAMPO
               END-IF
               OPEN OUTPUT PARAMAGE
               MOVE WRK-DIAS-AGE  TO PARM-DIAS-AGE
               MOVE WRK-COMIS-AGE TO PARM-COMIS-AGE
               WRITE REG-PARAM-AGE
               CLOSE PARAMAGE
               DISPLAY "PARAMAGE GRAVADO"
           ELSE
               MOVE ANT-DIAS-AGE  TO WRK-DIAS-AGE
               MOVE ANT-COMIS-AGE TO WRK-COMIS-AGE
               DISPLAY "PARAMAGE NAO ALTERADO"
           END-IF.

      *------------------ PARAMCBC ------------------
       TRATA-PARAMCBC.
           MOVE "PARAMCBC" TO ARQUIVO-CORR.
           PERFORM LE-PARAMCBC.
           DISPLAY "PARM-DIAS-CBC (DIAS)........: " WRK-DIAS-CBC.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMCBC
           END-IF.

      *PADRAO: 3 DIAS ENTRE O RECEBIMENTO E O CREDITO NO BANCO
       LE-PARAMCBC.
           MOVE 3 TO WRK-DIAS-CBC.
           OPEN INPUT PARAMCBC.
           READ PARAMCBC
               AT END CONTINUE
               NOT AT END
                   IF PARM-DIAS-CBC IS NUMERIC AND
                      PARM-DIAS-CBC > 0
                       MOVE PARM-DIAS-CBC TO WRK-DIAS-CBC
                   END-IF
           END-READ.
           CLOSE PARAMCBC.
           MOVE WRK-DIAS-CBC TO ANT-DIAS-CBC.

      *ACIMA DE 30 DIAS A PENDENCIA DEIXA DE SER CONCILIACAO E VIRA
      *DEPOSITO PERDIDO: O PRAZO FICA ENTRE 1 E 30
       EDITA-PARAMCBC.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "TOLERANCIA EM DIAS (1 A 30): " WITH NO ADVANCING.
           ACCEPT WRK-DIAS-CBC.
           IF WRK-DIAS-CBC IS NOT NUMERIC OR WRK-DIAS-CBC = 0
              OR WRK-DIAS-CBC > 30
               DISPLAY "TOLERANCIA FORA DA FAIXA - RECUSADA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               IF WRK-DIAS-CBC NOT = ANT-DIAS-CBC
                   MOVE "DIAS-CBC" TO CAMPO-CORR
                   MOVE ANT-DIAS-CBC TO VLR-ANT-CORR
                   MOVE WRK-DIAS-CBC TO VLR-NOVO-CORR
                   PERFORM AUDITA-CAMPO
               END-IF
               OPEN OUTPUT PARAMCBC
               MOVE WRK-DIAS-CBC TO PARM-DIAS-CBC
               WRITE REG-PARAM-CBC
               CLOSE PARAMCBC
               DISPLAY "PARAMCBC GRAVADO"
           ELSE
               MOVE ANT-DIAS-CBC TO WRK-DIAS-CBC
               DISPLAY "PARAMCBC NAO ALTERADO"
           END-IF.

      *------------------ PARAMSEN ------------------
       TRATA-PARAMSEN.
           MOVE "PARAMSEN" TO ARQUIVO-CORR.
           PERFORM LE-PARAMSEN.
           DISPLAY "PARM-DIAS-SENHA (0 = NAO VENCE): " WRK-DIAS-SEN.
           DISPLAY "PARM-MAX-FALHAS.............: " WRK-FALHAS-SEN.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMSEN
           END-IF.

      *MESMOS PADROES DA IDENTIFICACAO DO OPERADOR: 90 DIAS E 3
      *FALHAS SEGUIDAS
       LE-PARAMSEN.
           PERFORM LE-PARAMETROS-SENHA.
           MOVE DIAS-SENHA TO WRK-DIAS-SEN ANT-DIAS-SEN.
           MOVE MAX-FALHAS TO WRK-FALHAS-SEN ANT-FALHAS-SEN.

      *VALIDADE ATE 365 DIAS (0 DESLIGA O VENCIMENTO) E BLOQUEIO
      *ENTRE 1 E 9 FALHAS SEGUIDAS
       EDITA-PARAMSEN.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "VALIDADE DA SENHA EM DIAS (0 A 365): "
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-SEN.
           DISPLAY "FALHAS SEGUIDAS ATE O BLOQUEIO (1 A 9): "
               WITH NO ADVANCING.
           ACCEPT WRK-FALHAS-SEN.
           EVALUATE TRUE
               WHEN WRK-DIAS-SEN IS NOT NUMERIC OR
                    WRK-DIAS-SEN > 365
                   DISPLAY "VALIDADE FORA DA FAIXA - RECUSADA"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-FALHAS-SEN IS NOT NUMERIC OR
                    WRK-FALHAS-SEN = 0 OR WRK-FALHAS-SEN > 9
                   DISPLAY "LIMITE DE FALHAS FORA DA FAIXA - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               IF WRK-DIAS-SEN NOT = ANT-DIAS-SEN
                   MOVE "DIAS-SENHA" TO CAMPO-CORR
                   MOVE ANT-DIAS-SEN TO VLR-ANT-CORR
                   MOVE WRK-DIAS-SEN TO VLR-NOVO-CORR
                   PERFORM AUDITA-CAMPO
               END-IF
               IF WRK-FALHAS-SEN NOT = ANT-FALHAS-SEN
                   MOVE "MAX-FALHAS" TO CAMPO-CORR
                   MOVE ANT-FALHAS-SEN TO VLR-ANT-CORR
                   MOVE WRK-FALHAS-SEN TO VLR-NOVO-CORR
                   PERFORM AUDITA-CAMPO
               END-IF
               OPEN OUTPUT PARAMSEN
               MOVE WRK-DIAS-SEN   TO PARM-DIAS-SENHA
               MOVE WRK-FALHAS-SEN TO PARM-MAX-FALHAS
               WRITE REG-PARAM-SEN
               CLOSE PARAMSEN
               DISPLAY "PARAMSEN GRAVADO"
           ELSE
               MOVE ANT-DIAS-SEN   TO WRK-DIAS-SEN
               MOVE ANT-FALHAS-SEN TO WRK-FALHAS-SEN
               DISPLAY "PARAMSEN NAO ALTERADO"
           END-IF.

      *------------------ PARAMREV ------------------
       TRATA-PARAMREV.
           MOVE "PARAMREV" TO ARQUIVO-CORR.
           PERFORM LE-PARAMREV.
           DISPLAY "PARM-HORA-INI (HHMM)........: " WRK-HORA-INI.
           DISPLAY "PARM-HORA-FIM (HHMM)........: " WRK-HORA-FIM.
           MOVE WRK-VALOR-REV TO VALOR9-ED.
           DISPLAY "PARM-VALOR-REV (RECIBO).....: " VALOR9-ED.
           DISPLAY "PARM-DIAS-INATIVO...........: " WRK-DIAS-INAT.
           DISPLAY "PARM-RET-ATIV (DIAS)........: " WRK-RET-ATIV.
           DISPLAY "PARM-INI-REV (0 = TRIMESTRE): " WRK-INI-REV.
           DISPLAY "PARM-FIM-REV (0 = TRIMESTRE): " WRK-FIM-REV.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMREV
           END-IF.

      *PADRAO: BALCAO DAS 08:00 AS 18:00, DESTAQUE PARA RECIBO ACIMA
      *DE 5.000,00, 90 DIAS SEM USO, ARQATIV COM 120 DIAS E PERIODO
      *DO TRIMESTRE CIVIL ANTERIOR
       LE-PARAMREV.
           MOVE 0800    TO WRK-HORA-INI.
           MOVE 1800    TO WRK-HORA-FIM.
           MOVE 5000,00 TO WRK-VALOR-REV.
           MOVE 90      TO WRK-DIAS-INAT.
           MOVE 120     TO WRK-RET-ATIV.
           MOVE 0       TO WRK-INI-REV WRK-FIM-REV.
           OPEN INPUT PARAMREV.
           READ PARAMREV
               AT END CONTINUE
               NOT AT END
                   IF PARM-HORA-INI IS NUMERIC AND
                      PARM-HORA-FIM IS NUMERIC AND
                      PARM-HORA-INI < PARM-HORA-FIM
                       MOVE PARM-HORA-INI TO WRK-HORA-INI
                       MOVE PARM-HORA-FIM TO WRK-HORA-FIM
                   END-IF
                   IF PARM-VALOR-REV IS NUMERIC AND
                      PARM-VALOR-REV > 0
                       MOVE PARM-VALOR-REV TO WRK-VALOR-REV
                   END-IF
                   IF PARM-DIAS-INATIVO IS NUMERIC AND
                      PARM-DIAS-INATIVO > 0
                       MOVE PARM-DIAS-INATIVO TO WRK-DIAS-INAT
                   END-IF
                   IF PARM-RET-ATIV IS NUMERIC AND PARM-RET-ATIV > 0
                       MOVE PARM-RET-ATIV TO WRK-RET-ATIV
                   END-IF
                   IF PARM-INI-REV IS NUMERIC AND
                      PARM-FIM-REV IS NUMERIC
                       MOVE PARM-INI-REV TO WRK-INI-REV
                       MOVE PARM-FIM-REV TO WRK-FIM-REV
                   END-IF
           END-READ.
           CLOSE PARAMREV.
           MOVE WRK-HORA-INI  TO ANT-HORA-INI.
           MOVE WRK-HORA-FIM  TO ANT-HORA-FIM.
           MOVE WRK-VALOR-REV TO ANT-VALOR-REV.
           MOVE WRK-DIAS-INAT TO ANT-DIAS-INAT.
           MOVE WRK-RET-ATIV  TO ANT-RET-ATIV.
           MOVE WRK-INI-REV   TO ANT-INI-REV.
           MOVE WRK-FIM-REV   TO ANT-FIM-REV.

      *HORARIO EM HHMM COM INICIO ANTES DO FIM; RETENCAO DE AO MENOS
      *30 DIAS; PERIODO TODO EM ZEROS (TRIMESTRE ANTERIOR) OU DUAS
      *DATAS AAAAMMDD EM ORDEM
       EDITA-PARAMREV.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "INICIO DO EXPEDIENTE (HHMM): " WITH NO ADVANCING.
           ACCEPT WRK-HORA-INI.
           DISPLAY "FIM DO EXPEDIENTE (HHMM): " WITH NO ADVANCING.
           ACCEPT WRK-HORA-FIM.
           DISPLAY "RECIBO EM DESTAQUE A PARTIR DE (9 DIGITOS, "
               "ULTIMOS 2 SAO CENTAVOS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:9) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:9) TO ENTRADA-NUM(3:9)
               COMPUTE WRK-VALOR-REV = ENTRADA-NUM / 100
           ELSE
               DISPLAY "VALOR NAO NUMERICO: " ENTRADA-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           DISPLAY "DIAS SEM USO PARA REVOGAR (1 A 999): "
               WITH NO ADVANCING.
           ACCEPT WRK-DIAS-INAT.
           DISPLAY "RETENCAO DO ARQATIV EM DIAS (30 A 999): "
               WITH NO ADVANCING.
           ACCEPT WRK-RET-ATIV.
           DISPLAY "INICIO DO PERIODO (AAAAMMDD, 0 = TRIMESTRE "
               "ANTERIOR): " WITH NO ADVANCING.
           ACCEPT WRK-INI-REV.
           DISPLAY "FIM DO PERIODO (AAAAMMDD, 0 = TRIMESTRE "
               "ANTERIOR): " WITH NO ADVANCING.
           ACCEPT WRK-FIM-REV.
           EVALUATE TRUE
               WHEN DADOS-OK = "NAO"
                   CONTINUE
               WHEN WRK-HORA-INI IS NOT NUMERIC OR
                    WRK-HORA-FIM IS NOT NUMERIC OR
                    WRK-HORA-INI(1:2) > 23 OR
                    WRK-HORA-INI(3:2) > 59 OR
                    WRK-HORA-FIM > 2400 OR
                    WRK-HORA-FIM(3:2) > 59 OR
                    WRK-HORA-INI NOT < WRK-HORA-FIM
                   DISPLAY "HORARIO INVALIDO - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-VALOR-REV = 0
                   DISPLAY "VALOR DE DESTAQUE ZERADO - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-DIAS-INAT IS NOT NUMERIC OR
                    WRK-DIAS-INAT = 0
                   DISPLAY "DIAS SEM USO FORA DA FAIXA - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-RET-ATIV IS NOT NUMERIC OR
                    WRK-RET-ATIV < 30
                   DISPLAY "RETENCAO FORA DA FAIXA - RECUSADA"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-INI-REV IS NOT NUMERIC OR
                    WRK-FIM-REV IS NOT NUMERIC
                   DISPLAY "PERIODO NAO NUMERICO - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-INI-REV = 0 AND WRK-FIM-REV = 0
                   CONTINUE
               WHEN WRK-INI-REV > WRK-FIM-REV
                   DISPLAY "PERIODO COM INICIO APOS O FIM - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN OTHER
                   MOVE WRK-INI-REV TO DATA-CRITICA
                   PERFORM CRITICA-DATA
                   MOVE WRK-FIM-REV TO DATA-CRITICA
                   PERFORM CRITICA-DATA
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               PERFORM GRAVA-PARAMREV
           ELSE
               MOVE ANT-HORA-INI  TO WRK-HORA-INI
               MOVE ANT-HORA-FIM  TO WRK-HORA-FIM
               MOVE ANT-VALOR-REV TO WRK-VALOR-REV
               MOVE ANT-DIAS-INAT TO WRK-DIAS-INAT
               MOVE ANT-RET-ATIV  TO WRK-RET-ATIV
               MOVE ANT-INI-REV   TO WRK-INI-REV
               MOVE ANT-FIM-REV   TO WRK-FIM-REV
               DISPLAY "PARAMREV NAO ALTERADO"
           END-IF.

       CRITICA-DATA.
           IF DATA-CRITICA(5:2) < 1 OR DATA-CRITICA(5:2) > 12 OR
              DATA-CRITICA(7:2) < 1 OR DATA-CRITICA(7:2) > 31 OR
              DATA-CRITICA(1:4) < 2000
               DISPLAY "DATA INVALIDA: " DATA-CRITICA
               MOVE "NAO" TO DADOS-OK
           END-IF.

       GRAVA-PARAMREV.
           IF WRK-HORA-INI NOT = ANT-HORA-INI
               MOVE "HORA-INI" TO CAMPO-CORR
               MOVE ANT-HORA-INI TO VLR-ANT-CORR
               MOVE WRK-HORA-INI TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-HORA-FIM NOT = ANT-HORA-FIM
               MOVE "HORA-FIM" TO CAMPO-CORR
               MOVE ANT-HORA-FIM TO VLR-ANT-CORR
               MOVE WRK-HORA-FIM TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-VALOR-REV NOT = ANT-VALOR-REV
               MOVE "VALOR-REV" TO CAMPO-CORR
               MOVE ANT-VALOR-REV TO VALOR9-ED
               MOVE VALOR9-ED TO VLR-ANT-CORR
               MOVE WRK-VALOR-REV TO VALOR9-ED
               MOVE VALOR9-ED TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-DIAS-INAT NOT = ANT-DIAS-INAT
               MOVE "DIAS-INATIVO" TO CAMPO-CORR
               MOVE ANT-DIAS-INAT TO VLR-ANT-CORR
               MOVE WRK-DIAS-INAT TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-RET-ATIV NOT = ANT-RET-ATIV
               MOVE "RET-ATIV" TO CAMPO-CORR
               MOVE ANT-RET-ATIV TO VLR-ANT-CORR
               MOVE WRK-RET-ATIV TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-INI-REV NOT = ANT-INI-REV
               MOVE "INI-REV" TO CAMPO-CORR
               MOVE ANT-INI-REV TO VLR-ANT-CORR
               MOVE WRK-INI-REV TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-FIM-REV NOT = ANT-FIM-REV
               MOVE "FIM-REV" TO CAMPO-CORR
               MOVE ANT-FIM-REV TO VLR-ANT-CORR
               MOVE WRK-FIM-REV TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           OPEN OUTPUT PARAMREV.
           MOVE WRK-HORA-INI  TO PARM-HORA-INI.
           MOVE WRK-HORA-FIM  TO PARM-HORA-FIM.
           MOVE WRK-VALOR-REV TO PARM-VALOR-REV.
           MOVE WRK-DIAS-INAT TO PARM-DIAS-INATIVO.
           MOVE WRK-RET-ATIV  TO PARM-RET-ATIV.
           MOVE WRK-INI-REV   TO PARM-INI-REV.
           MOVE WRK-FIM-REV   TO PARM-FIM-REV.
           WRITE REG-PARAM-REV.
           CLOSE PARAMREV.
           DISPLAY "PARAMREV GRAVADO".

      *------------------ PARAMAPR ------------------
       TRATA-PARAMAPR.
           MOVE "PARAMAPR" TO ARQUIVO-CORR.
           PERFORM LE-PARAMAPR.
           MOVE WRK-VALOR-APR TO VALOR9-ED.
           DISPLAY "PARM-VALOR-APR (RECIBO).....: " VALOR9-ED.
           DISPLAY "PARM-HORAS-PEND.............: " WRK-HORAS-PEND.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMAPR
           END-IF.

      *PADRAO: RECEBIMENTO DE CAIXA ACIMA DE 1.000,00 VAI PARA
      *APROVACAO E PENDENCIA COM MAIS DE 24 HORAS E APONTADA
       LE-PARAMAPR.
           MOVE 1000,00 TO WRK-VALOR-APR.
           MOVE 24      TO WRK-HORAS-PEND.
           OPEN INPUT PARAMAPR.
           READ PARAMAPR
               AT END CONTINUE
               NOT AT END
                   IF PARM-VALOR-APR IS NUMERIC AND
                      PARM-VALOR-APR > 0
                       MOVE PARM-VALOR-APR TO WRK-VALOR-APR
                   END-IF
                   IF PARM-HORAS-PEND IS NUMERIC AND
                      PARM-HORAS-PEND > 0
                       MOVE PARM-HORAS-PEND TO WRK-HORAS-PEND
                   END-IF
           END-READ.
           CLOSE PARAMAPR.
           MOVE WRK-VALOR-APR  TO ANT-VALOR-APR.
           MOVE WRK-HORAS-PEND TO ANT-HORAS-PEND.

      *LIMITE MAIOR QUE ZERO; PRAZO DE 1 A 720 HORAS (30 DIAS)
       EDITA-PARAMAPR.
           MOVE "SIM" TO DADOS-OK.
           DISPLAY "RECEBIMENTO SUJEITO A APROVACAO ACIMA DE (9 "
               "DIGITOS, ULTIMOS 2 SAO CENTAVOS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:9) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:9) TO ENTRADA-NUM(3:9)
               COMPUTE WRK-VALOR-APR = ENTRADA-NUM / 100
           ELSE
               DISPLAY "VALOR NAO NUMERICO: " ENTRADA-DIG
               MOVE "NAO" TO DADOS-OK
           END-IF.
           DISPLAY "HORAS ATE A PENDENCIA SER APONTADA (1 A 720): "
               WITH NO ADVANCING.
           ACCEPT WRK-HORAS-PEND.
           EVALUATE TRUE
               WHEN DADOS-OK = "NAO"
                   CONTINUE
               WHEN WRK-VALOR-APR = 0
                   DISPLAY "LIMITE ZERADO - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-HORAS-PEND IS NOT NUMERIC OR
                    WRK-HORAS-PEND = 0 OR WRK-HORAS-PEND > 720
                   DISPLAY "PRAZO FORA DA FAIXA - RECUSADO"
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.
           IF DADOS-OK = "SIM"
               PERFORM GRAVA-PARAMAPR
           ELSE
               MOVE ANT-VALOR-APR  TO WRK-VALOR-APR
               MOVE ANT-HORAS-PEND TO WRK-HORAS-PEND
               DISPLAY "PARAMAPR NAO ALTERADO"
           END-IF.

       GRAVA-PARAMAPR.
           IF WRK-VALOR-APR NOT = ANT-VALOR-APR
               MOVE "VALOR-APR" TO CAMPO-CORR
               MOVE ANT-VALOR-APR TO VALOR9-ED
               MOVE VALOR9-ED TO VLR-ANT-CORR
               MOVE WRK-VALOR-APR TO VALOR9-ED
               MOVE VALOR9-ED TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           IF WRK-HORAS-PEND NOT = ANT-HORAS-PEND
               MOVE "HORAS-PEND" TO CAMPO-CORR
               MOVE ANT-HORAS-PEND TO VLR-ANT-CORR
               MOVE WRK-HORAS-PEND TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           OPEN OUTPUT PARAMAPR.
           MOVE WRK-VALOR-APR  TO PARM-VALOR-APR.
           MOVE WRK-HORAS-PEND TO PARM-HORAS-PEND.
           WRITE REG-PARAM-APR.
           CLOSE PARAMAPR.
           DISPLAY "PARAMAPR GRAVADO".

      *------------------ PARAMDUP ------------------
       TRATA-PARAMDUP.
           MOVE "PARAMDUP" TO ARQUIVO-CORR.
           PERFORM LE-PARAMDUP.
           DISPLAY "PARM-LIMIAR-DUP (PONTOS)....: " WRK-LIMIAR-DUP.
           PERFORM PERGUNTA-ALTERA.
           IF RESPOSTA = "S"
               PERFORM EDITA-PARAMDUP
           END-IF.

      *PADRAO: PAR COM 50 PONTOS OU MAIS VAI PARA A REVISAO
       LE-PARAMDUP.
           MOVE 50 TO WRK-LIMIAR-DUP.
           OPEN INPUT PARAMDUP.
           READ PARAMDUP
               AT END CONTINUE
               NOT AT END
                   IF PARM-LIMIAR-DUP IS NUMERIC AND
                      PARM-LIMIAR-DUP > 0 AND PARM-LIMIAR-DUP < 101
                       MOVE PARM-LIMIAR-DUP TO WRK-LIMIAR-DUP
                   END-IF
           END-READ.
           CLOSE PARAMDUP.
           MOVE WRK-LIMIAR-DUP TO ANT-LIMIAR-DUP.

      *PONTUACAO DE 1 A 100
       EDITA-PARAMDUP.
           DISPLAY "PONTUACAO MINIMA DO PAR PARA REVISAO (1 A 100): "
               WITH NO ADVANCING.
           ACCEPT WRK-LIMIAR-DUP.
           IF WRK-LIMIAR-DUP IS NOT NUMERIC OR
              WRK-LIMIAR-DUP = 0 OR WRK-LIMIAR-DUP > 100
               DISPLAY "PONTUACAO FORA DA FAIXA - RECUSADA"
               MOVE ANT-LIMIAR-DUP TO WRK-LIMIAR-DUP
               DISPLAY "PARAMDUP NAO ALTERADO"
           ELSE
               PERFORM GRAVA-PARAMDUP
           END-IF.

       GRAVA-PARAMDUP.
           IF WRK-LIMIAR-DUP NOT = ANT-LIMIAR-DUP
               MOVE "LIMIAR-DUP" TO CAMPO-CORR
               MOVE ANT-LIMIAR-DUP TO VLR-ANT-CORR
               MOVE WRK-LIMIAR-DUP TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
           END-IF.
           OPEN OUTPUT PARAMDUP.
           MOVE WRK-LIMIAR-DUP TO PARM-LIMIAR-DUP.
           WRITE REG-PARAM-DUP.
           CLOSE PARAMDUP.
           DISPLAY "PARAMDUP GRAVADO".

      *------------------ PARAMTAX ------------------
      *TAXAS JA VIGENTES OU ENCERRADAS NAO MUDAM: SO ASSIM UM VALOR
      *ANTIGO DO ARQCOBR PODE SER REPRODUZIDO NUMA CONTESTACAO. A
      *MANUTENCAO SE LIMITA A TAXAS COM VIGENCIA A PARTIR DE AMANHA
       TRATA-PARAMTAX.
           PERFORM CARREGA-HIST-TAXAS.
           MOVE "PARAMTAX" TO ARQUIVO-CORR.
           PERFORM LISTA-HIST-TAXAS.
           DISPLAY "I - INCLUIR  A - ALTERAR  E - EXCLUIR TAXA "
               "FUTURA  V - VOLTAR: " WITH NO ADVANCING.
           ACCEPT OPCAO-TAX.
           EVALUATE OPCAO-TAX
               WHEN "I" PERFORM INCLUI-TAXA-FUTURA
               WHEN "A" PERFORM ALTERA-TAXA-FUTURA
               WHEN "E" PERFORM EXCLUI-TAXA-FUTURA
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *SEM HISTORICO GRAVADO, A TAXA DO PARAMSOC PASSA A SER A
      *FAIXA-BASE (VIGENCIA ZERO, VALE DESDE SEMPRE)
       CARREGA-HIST-TAXAS.
           MOVE 0 TO QTD-HIST.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT PARAMTAX.
           PERFORM LE-HIST-TAXA UNTIL FIM-HIST = "SIM".
           CLOSE PARAMTAX.
           IF QTD-HIST = 0
               PERFORM LE-PARAMSOC
               MOVE 1              TO QTD-HIST
               MOVE 0              TO VIG-HST(1)
               MOVE WRK-TAXA-MULTA TO MULTA-HST(1)
               MOVE WRK-TAXA-JUROS TO JUROS-HST(1)
               MOVE DATA-EXEC      TO INC-HST(1)
               MOVE OPERADOR       TO OPER-HST(1)
               MOVE "PARAMTAX"     TO ARQUIVO-CORR
               MOVE "BASE MULTA"   TO CAMPO-CORR
               MOVE "(SEM HIST.)"  TO VLR-ANT-CORR
               MOVE WRK-TAXA-MULTA TO TAXA2-ED
               MOVE TAXA2-ED       TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
               MOVE "BASE JUROS"   TO CAMPO-CORR
               MOVE "(SEM HIST.)"  TO VLR-ANT-CORR
               MOVE WRK-TAXA-JUROS TO TAXA4-ED
               MOVE TAXA4-ED       TO VLR-NOVO-CORR
               PERFORM AUDITA-CAMPO
               PERFORM GRAVA-HIST-TAXAS
               DISPLAY "PARAMTAX CRIADO COM A TAXA VIGENTE DO "
                   "PARAMSOC"
           END-IF.

       LE-HIST-TAXA.
           READ PARAMTAX
               AT END MOVE "SIM" TO FIM-HIST
               NOT AT END
                   IF QTD-HIST < HIST-MAX
                       ADD 1 TO QTD-HIST
                       MOVE VIGENCIA-TX   TO VIG-HST(QTD-HIST)
                       MOVE TAXA-MULTA-TX TO MULTA-HST(QTD-HIST)
                       MOVE TAXA-JUROS-TX TO JUROS-HST(QTD-HIST)
                       MOVE DATA-INC-TX   TO INC-HST(QTD-HIST)
                       MOVE OPERADOR-TX   TO OPER-HST(QTD-HIST)
                   ELSE
                       DISPLAY "TAB-HIST CHEIA (" HIST-MAX
                           ") - VIGENCIA " VIGENCIA-TX " IGNORADA"
                   END-IF
           END-READ.

      *A VIGENTE E A ULTIMA COM VIGENCIA ATE HOJE
       LISTA-HIST-TAXAS.
           MOVE 0 TO IDX-VIGENTE.
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > QTD-HIST
               IF VIG-HST(IDX-HIST) NOT > DATA-EXEC
                   MOVE IDX-HIST TO IDX-VIGENTE
               END-IF
           END-PERFORM.
           DISPLAY "VIGENCIA  MULTA %  JUROS %/DIA  SITUACAO   "
               "INCLUIDA  POR".
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > QTD-HIST
               EVALUATE TRUE
                   WHEN IDX-HIST = IDX-VIGENTE
                       MOVE "VIGENTE"   TO SITUACAO-HIST
                   WHEN IDX-HIST < IDX-VIGENTE
                       MOVE "ENCERRADA" TO SITUACAO-HIST
                   WHEN OTHER
                       MOVE "FUTURA"    TO SITUACAO-HIST
               END-EVALUATE
               MOVE MULTA-HST(IDX-HIST) TO TAXA2-ED
               MOVE JUROS-HST(IDX-HIST) TO TAXA4-ED
               DISPLAY VIG-HST(IDX-HIST) "  " TAXA2-ED "    "
                   TAXA4-ED "      " SITUACAO-HIST "  "
                   INC-HST(IDX-HIST) "  " OPER-HST(IDX-HIST)
           END-PERFORM.

      *VIGENCIA INFORMADA: DATA VALIDA E POSTERIOR A HOJE
       PEDE-VIGENCIA.
           MOVE "SIM" TO DADOS-OK.
           MOVE "NAO" TO ACHOU-HIST.
           MOVE 0 TO VIG-INFORMADA POS-HIST.
           DISPLAY "VIGENCIA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:8) IS NUMERIC
               MOVE ENTRADA-DIG(1:8) TO VIG-INFORMADA
               MOVE VIG-INFORMADA TO DATA-CRITICA
               PERFORM CRITICA-DATA
           ELSE
               DISPLAY "VIGENCIA NAO NUMERICA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM" AND VIG-INFORMADA NOT > DATA-EXEC
               DISPLAY "SO TAXA DE VIGENCIA FUTURA PODE SER "
                   "MANTIDA - A TAXA VIGENTE E O HISTORICO NAO MUDAM"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM VARYING IDX-HIST FROM 1 BY 1
                       UNTIL IDX-HIST > QTD-HIST
                   IF VIG-HST(IDX-HIST) = VIG-INFORMADA
                       MOVE "SIM" TO ACHOU-HIST
                       MOVE IDX-HIST TO POS-HIST
                   END-IF
               END-PERFORM
           END-IF.

      *MESMOS LIMITES DA EDICAO DO PARAMSOC: MULTA ATE 20% E JUROS
      *ATE 1% AO DIA
       PEDE-TAXAS-HIST.
           DISPLAY "TAXA DE MULTA (4 DIGITOS, ULTIMOS 2 SAO "
               "DECIMAIS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:4) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:4) TO ENTRADA-NUM(8:4)
               COMPUTE WRK-TAXA-MULTA = ENTRADA-NUM / 100
           ELSE
               DISPLAY "TAXA DE MULTA NAO NUMERICA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           DISPLAY "TAXA DE JUROS AO DIA (6 DIGITOS, ULTIMOS 4 "
               "SAO DECIMAIS): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DIG.
           IF ENTRADA-DIG(1:6) IS NUMERIC
               MOVE 0 TO ENTRADA-NUM
               MOVE ENTRADA-DIG(1:6) TO ENTRADA-NUM(6:6)
               COMPUTE WRK-TAXA-JUROS = ENTRADA-NUM / 10000
           ELSE
               DISPLAY "TAXA DE JUROS NAO NUMERICA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           EVALUATE TRUE
               WHEN DADOS-OK = "NAO"
                   CONTINUE
               WHEN WRK-TAXA-MULTA > 20
                   DISPLAY "TAXA DE MULTA ACIMA DE 20% - RECUSADA"
                   MOVE "NAO" TO DADOS-OK
               WHEN WRK-TAXA-JUROS > 1
                   DISPLAY "TAXA DE JUROS ACIMA DE 1% AO DIA - "
                       "RECUSADA"
                   MOVE "NAO" TO DADOS-OK
           END-EVALUATE.

      *A NOVA VIGENCIA ENTRA NA POSICAO QUE MANTEM A ORDEM CRESCENTE
       INCLUI-TAXA-FUTURA.
           PERFORM PEDE-VIGENCIA.
           IF DADOS-OK = "SIM" AND ACHOU-HIST = "SIM"
               DISPLAY "VIGENCIA JA CADASTRADA - USE A OPCAO A"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM" AND QTD-HIST NOT < HIST-MAX
               DISPLAY "TAB-HIST CHEIA (" HIST-MAX ") - INCLUSAO "
                   "RECUSADA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM PEDE-TAXAS-HIST
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "PARAMTAX NAO ALTERADO"
           ELSE
               MOVE QTD-HIST TO IDX-HIST
               PERFORM UNTIL IDX-HIST = 0
                       OR VIG-HST(IDX-HIST) < VIG-INFORMADA
                   MOVE ITEM-HIST(IDX-HIST) TO ITEM-HIST(IDX-HIST + 1)
                   SUBTRACT 1 FROM IDX-HIST
               END-PERFORM
               ADD 1 TO IDX-HIST
               ADD 1 TO QTD-HIST
               MOVE VIG-INFORMADA  TO VIG-HST(IDX-HIST)
               MOVE WRK-TAXA-MULTA TO MULTA-HST(IDX-HIST)
               MOVE WRK-TAXA-JUROS TO JUROS-HST(IDX-HIST)
               MOVE DATA-EXEC      TO INC-HST(IDX-HIST)
               MOVE OPERADOR       TO OPER-HST(IDX-HIST)
               MOVE "(INCLUSAO)"   TO VLR-ANT-CORR
               PERFORM AUDITA-MULTA-HIST
               MOVE "(INCLUSAO)"   TO VLR-ANT-CORR
               PERFORM AUDITA-JUROS-HIST
               PERFORM GRAVA-HIST-TAXAS
               DISPLAY "PARAMTAX GRAVADO"
           END-IF.

       ALTERA-TAXA-FUTURA.
           PERFORM PEDE-VIGENCIA.
           IF DADOS-OK = "SIM" AND ACHOU-HIST = "NAO"
               DISPLAY "VIGENCIA NAO CADASTRADA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               PERFORM PEDE-TAXAS-HIST
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "PARAMTAX NAO ALTERADO"
           ELSE
               IF WRK-TAXA-MULTA NOT = MULTA-HST(POS-HIST)
                   MOVE MULTA-HST(POS-HIST) TO TAXA2-ED
                   MOVE TAXA2-ED TO VLR-ANT-CORR
                   MOVE WRK-TAXA-MULTA TO MULTA-HST(POS-HIST)
                   PERFORM AUDITA-MULTA-HIST
               END-IF
               IF WRK-TAXA-JUROS NOT = JUROS-HST(POS-HIST)
                   MOVE JUROS-HST(POS-HIST) TO TAXA4-ED
                   MOVE TAXA4-ED TO VLR-ANT-CORR
                   MOVE WRK-TAXA-JUROS TO JUROS-HST(POS-HIST)
                   PERFORM AUDITA-JUROS-HIST
               END-IF
               MOVE DATA-EXEC TO INC-HST(POS-HIST)
               MOVE OPERADOR  TO OPER-HST(POS-HIST)
               PERFORM GRAVA-HIST-TAXAS
               DISPLAY "PARAMTAX GRAVADO"
           END-IF.

       EXCLUI-TAXA-FUTURA.
           PERFORM PEDE-VIGENCIA.
           IF DADOS-OK = "SIM" AND ACHOU-HIST = "NAO"
               DISPLAY "VIGENCIA NAO CADASTRADA"
               MOVE "NAO" TO DADOS-OK
           END-IF.
           IF DADOS-OK = "SIM"
               DISPLAY "CONFIRMA A EXCLUSAO (S/N)? "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA
               IF RESPOSTA NOT = "S"
                   MOVE "NAO" TO DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK = "NAO"
               DISPLAY "PARAMTAX NAO ALTERADO"
           ELSE
               MOVE MULTA-HST(POS-HIST) TO WRK-TAXA-MULTA
               MOVE WRK-TAXA-MULTA TO TAXA2-ED
               MOVE TAXA2-ED TO VLR-ANT-CORR
               MOVE "(EXCLUSAO)" TO VLR-NOVO-CORR
               MOVE "MULTA" TO CAMPO-CORR
               MOVE VIG-INFORMADA TO CAMPO-CORR(7:8)
               PERFORM AUDITA-CAMPO
               MOVE JUROS-HST(POS-HIST) TO WRK-TAXA-JUROS
               MOVE WRK-TAXA-JUROS TO TAXA4-ED
               MOVE TAXA4-ED TO VLR-ANT-CORR
               MOVE "(EXCLUSAO)" TO VLR-NOVO-CORR
               MOVE "JUROS" TO CAMPO-CORR
               MOVE VIG-INFORMADA TO CAMPO-CORR(7:8)
               PERFORM AUDITA-CAMPO
               PERFORM VARYING IDX-HIST FROM POS-HIST BY 1
                       UNTIL IDX-HIST NOT < QTD-HIST
                   MOVE ITEM-HIST(IDX-HIST + 1) TO ITEM-HIST(IDX-HIST)
               END-PERFORM
               SUBTRACT 1 FROM QTD-HIST
               PERFORM GRAVA-HIST-TAXAS
               DISPLAY "PARAMTAX GRAVADO"
           END-IF.

      *O CAMPO AUDITADO LEVA A VIGENCIA: "MULTA AAAAMMDD"
       AUDITA-MULTA-HIST.
           MOVE "MULTA" TO CAMPO-CORR.
           MOVE VIG-INFORMADA TO CAMPO-CORR(7:8).
           MOVE WRK-TAXA-MULTA TO TAXA2-ED.
           MOVE TAXA2-ED TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.

       AUDITA-JUROS-HIST.
           MOVE "JUROS" TO CAMPO-CORR.
           MOVE VIG-INFORMADA TO CAMPO-CORR(7:8).
           MOVE WRK-TAXA-JUROS TO TAXA4-ED.
           MOVE TAXA4-ED TO VLR-NOVO-CORR.
           PERFORM AUDITA-CAMPO.

       GRAVA-HIST-TAXAS.
           OPEN OUTPUT PARAMTAX.
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > QTD-HIST
               MOVE VIG-HST(IDX-HIST)   TO VIGENCIA-TX
               MOVE MULTA-HST(IDX-HIST) TO TAXA-MULTA-TX
               MOVE JUROS-HST(IDX-HIST) TO TAXA-JUROS-TX
               MOVE INC-HST(IDX-HIST)   TO DATA-INC-TX
               MOVE OPER-HST(IDX-HIST)  TO OPERADOR-TX
               WRITE REG-PARAM-TAX
           END-PERFORM.
           CLOSE PARAMTAX.

      *------------------ AUDITORIA ------------------
      *UMA LINHA DE AUDITORIA E DE LISTAGEM POR CAMPO GRAVADO, COM
      *VALOR ANTIGO, VALOR NOVO, OPERADOR E DATA/HORA
               "NA SESSAO".

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
