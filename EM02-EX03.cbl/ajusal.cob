      *              CADENTNV.DAT E IMPRIME EM RELAJUS O ANTES/DEPOIS
      *              POR CLIENTE E OS TOTAIS DE CONTROLE (FOLHA
      *              ANTIGA, FOLHA NOVA E DIFERENCA) PARA O RH
      *              APROVAR ANTES DA TROCA DO ARQUIVO. A VIGENCIA
      *              DO REAJUSTE E PEDIDA NA EXECUCAO E PODE SER
      *              PASSADA (ACORDO ASSINADO COM ATRASO, ATE 24
      *              MESES); O DIFSAL CALCULA DEPOIS A DIFERENCA
      *              RETROATIVA A PAGAR MES A MES.

       ENVIRONMENT DIVISION.

           02 SEXO-NV      PIC X(01).

      *Historico efetivo-datado de salarios, compartilhado com o
      *GUARDENT (origem "FEED" la, "AJUS" aqui) e lido pelo CONSHSAL
      *e pelo DIFSAL; o registro e gravado na geracao da nova folha,
      *com a vigencia informada na execucao (hoje ou uma data passada)
       FD HISTSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTSAL.DAT".
       77 FOLHA-NOVA    PIC 9(11)V9(02)  VALUE 0.
       77 DIFERENCA     PIC 9(11)V9(02)  VALUE 0.

      *Vigencia do reajuste (AAAAMMDD; zero assume a data de hoje) e
      *distancia em meses ate o mes da execucao (no maximo 24)
       77 MESES-RETRO   PIC S9(05)       VALUE 0.
       77 RETRO-MAX     PIC 9(02)        VALUE 24.
       01 DATA-VIGENCIA PIC 9(08)        VALUE 0.
       01 DATA-VIGENCIA-R REDEFINES DATA-VIGENCIA.
           02 ANO-VIG   PIC 9(04).
           02 MES-VIG   PIC 9(02).
           02 DIA-VIG   PIC 9(02).
       01 DATA-EXEC-R.
           02 ANO-EXEC  PIC 9(04).
           02 MES-EXEC  PIC 9(02).
           02 DIA-EXEC  PIC 9(02).

      *Cabecalhos do relatorio de reajuste
       01 CAB-01.
           02 FILLER  PIC X(67) VALUE SPACES.
           02 VALOR-FOLHA  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(45) VALUE SPACES.

       01 RODAPE-VIGENCIA.
           02 FILLER     PIC X(22) VALUE "VIGENCIA DO REAJUSTE: ".
           02 DIA-ROD    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-ROD    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-ROD    PIC 9(04).
           02 AVISO-ROD  PIC X(48) VALUE SPACES.

       01 RODAPE-CONTAGEM.
           02 FILLER     PIC X(08) VALUE "LIDOS:  ".
           02 LIDOS-ROD  PIC ZZZ.ZZ9.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM ACEITA-VIGENCIA.
           PERFORM CARREGA-REGRAS.
           OPEN INPUT CADENT
           OPEN OUTPUT CADENTNV
           OPEN OUTPUT RELAJUS.
           PERFORM LEITURA.

      *VIGENCIA DO REAJUSTE: HOJE OU UMA DATA PASSADA DE ATE 24 MESES
      *(O LIMITE DO CALCULO RETROATIVO DO DIFSAL); DATA INVALIDA OU
      *FUTURA ENCERRA COM CODIGO 8 SEM GERAR NADA
       ACEITA-VIGENCIA.
           MOVE DATA-EXEC TO DATA-EXEC-R.
           DISPLAY "VIGENCIA DO REAJUSTE (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING.
           ACCEPT DATA-VIGENCIA.
           IF DATA-VIGENCIA = 0
               MOVE DATA-EXEC TO DATA-VIGENCIA
           END-IF.
           COMPUTE MESES-RETRO = (ANO-EXEC * 12 + MES-EXEC)
                               - (ANO-VIG * 12 + MES-VIG).
           EVALUATE TRUE
               WHEN MES-VIG < 1 OR MES-VIG > 12 OR
                    DIA-VIG < 1 OR DIA-VIG > 31 OR ANO-VIG < 1900
                   DISPLAY "AJUSAL: VIGENCIA INVALIDA: " DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN DATA-VIGENCIA > DATA-EXEC
                   DISPLAY "AJUSAL: VIGENCIA POSTERIOR A HOJE: "
                       DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN MESES-RETRO >= RETRO-MAX
                   DISPLAY "AJUSAL: VIGENCIA COM MAIS DE " RETRO-MAX
                       " MESES DE ATRASO: " DATA-VIGENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *CARREGA AS REGRAS DE REAJUSTE; SEM ARQUIVO OU SEM REGRAS O
      *PROGRAMA NAO TEM O QUE APLICAR E ENCERRA COM CODIGO 8
       CARREGA-REGRAS.
           ADD SALARIO-CLI   TO FOLHA-ANTIGA.
           ADD SALARIO-NOVO  TO FOLHA-NOVA.
      *REAJUSTE EFETIVADO NA NOVA GERACAO ENTRA NO HISTORICO
      *EFETIVO-DATADO COM A ORIGEM "AJUS" (REGRA DE REAJUSTE) E A
      *VIGENCIA INFORMADA
           IF SALARIO-NOVO NOT = SALARIO-CLI
               MOVE COD-CLI       TO COD-CLI-HS
               MOVE DATA-VIGENCIA TO DATA-EFET-HS
               MOVE SALARIO-CLI   TO SAL-ANT-HS
               MOVE SALARIO-NOVO  TO SAL-NOVO-HS
               MOVE "AJUS"        TO ORIGEM-HS
               WRITE REG-HISTSAL
           END-IF.

           MOVE CT-ESTOUROS TO EST-ROD.
           WRITE REG-REL FROM RODAPE-CONTAGEM
               AFTER ADVANCING 2 LINES.
           MOVE DIA-VIG TO DIA-ROD.
           MOVE MES-VIG TO MES-ROD.
           MOVE ANO-VIG TO ANO-ROD.
           IF MESES-RETRO > 0
               MOVE "  RETROATIVO - DIFERENCA A PAGAR PELO DIFSAL"
                 TO AVISO-ROD
           END-IF.
           WRITE REG-REL FROM RODAPE-VIGENCIA
               AFTER ADVANCING 2 LINES.

       FIM.
           PERFORM RODAPE.
           CLOSE CADENT CADENTNV HISTSAL RELAJUS.
           DISPLAY "AJUSAL: NOVA GERACAO EM CADENTNV.DAT - CONFIRA "
               "O RELAJUS ANTES DE SUBSTITUIR O CADENT.DAT".
           IF MESES-RETRO > 0
               DISPLAY "AJUSAL: VIGENCIA RETROATIVA " DATA-VIGENCIA
                   " - RODE O DIFSAL PARA A DIFERENCA A PAGAR"
           END-IF.
