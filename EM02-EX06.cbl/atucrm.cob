       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ATUCRM.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      APLICA NO CADCLI.DAT, ANTES DA VALIDACAO DE
      *              CLIENTES (EX06), AS ALTERACOES FEITAS PELOS
      *              CLIENTES NA CENTRAL DO CRM (ARQUIVO ALTCRM.DAT:
      *              CPF, CAMPO ALTERADO, VALOR NOVO E DATA DA
      *              ALTERACAO). CADA ALTERACAO E CRITICADA COM AS
      *              MESMAS REGRAS DO EX06 (VERIFICA-EMAIL,
      *              VERIFICA-TELEFONE E VERIFICA-CIDADE-UF, COM A
      *              REFERENCIA ARQMUNIC); AS ACEITAS REGRAVAM O
      *              CADCLI E SAEM NO RELATORIO RELATCRM COM O VALOR
      *              ANTERIOR E O NOVO, E AS RECUSADAS VOLTAM AO CRM
      *              NO ARQUIVO DE RESPOSTA RESPCRM.TXT COM O CODIGO
      *              E O MOTIVO. ASSIM O EXTRATO DA NOITE JA LEVA O
      *              DADO CORRIGIDO E NAO DESFAZ A CORRECAO DO CRM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALTCRM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCLI  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLITEMP  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMUNIC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPCRM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATCRM ASSIGN TO DISK.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Alteracoes vindas do CRM: CAMPO-ALT "EMAIL", "TEL" (DDD +
      *numero, 10 digitos) ou "CIDUF" (cidade nas 30 primeiras
      *posicoes do valor e UF nas 2 seguintes)
       FD ALTCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ALTCRM.DAT".

       01 REG-ALT.
           02 CPF-ALT     PIC X(11).
           02 CAMPO-ALT   PIC X(06).
           02 VALOR-ALT   PIC X(32).
           02 DATA-ALT    PIC X(08).

      *Cadastro bruto de clientes, no leiaute da validacao (EX06)
       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCLI.DAT".

       01 REGCLI.
           02 CODIGO-CLI      PIC X(03).
           02 CPF-CLI         PIC X(11).
           02 NOME-CLI        PIC X(30).
           02 ESTADO-CLI      PIC X(02).
           02 CIDADE-CLI      PIC X(30).
           02 EMAIL-CLI       PIC X(30).
           02 TEL-CLI         PIC 9(10).

       FD CLITEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCLI.TMP".

       01 REG-CLITEMP PIC X(116).

      *Referencia de municipios (cidade + UF) mantida pelo MANUMUN
       FD ARQMUNIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQMUNIC.DAT".

       01 REG-MUNIC.
           02 CIDADE-MUN PIC X(30).
           02 UF-MUN     PIC X(02).

      *Resposta ao CRM, delimitada por "|" como o CADCRM: uma linha
      *"R" por alteracao recusada e o trailer "T" com as contagens
       FD RESPCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "RESPCRM.TXT".

       01 REG-RESP PIC X(120).

       FD RELATCRM
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      *Log de auditoria compartilhado entre os programas do sistema
       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "LOGEXEC.DAT".

       01 REG-AUDIT.
           02 PROGRAMA-AUDIT       PIC X(10).
           02 DATA-AUDIT           PIC 9(08).
           02 HORA-AUDIT           PIC 9(06).
           02 REGISTROS-LIDOS      PIC 9(08).
           02 REGISTROS-GRAVADOS   PIC 9(08).
           02 REGISTROS-REJEITADOS PIC 9(08).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-ARQMUNIC  PIC X(03) VALUE "NAO".
       77 DATA-EXEC     PIC 9(08).
       77 HORA-EXEC     PIC 9(06).
       77 CT-LIDAS      PIC 9(06) VALUE 0.
       77 CT-APLICADAS  PIC 9(06) VALUE 0.
       77 CT-RECUSADAS  PIC 9(06) VALUE 0.
       77 CT-CLIENTES   PIC 9(06) VALUE 0.

      *Alteracoes carregadas; a passada unica sobre o CADCLI aplica
      *cada uma no cliente do CPF, na ordem em que vieram do CRM.
      *SITUACAO-TAB: "P" pendente, "A" aplicada, "R" recusada
       77 ALT-MAX       PIC 9(04) VALUE 9999.
       77 QTD-ALT       PIC 9(04) VALUE 0.
       77 IDX-ALT       PIC 9(04).
       01 TAB-ALTERACOES.
           02 ALT-ENT OCCURS 9999 TIMES.
               03 CPF-TAB       PIC X(11).
               03 CAMPO-TAB     PIC X(06).
               03 VALOR-TAB     PIC X(32).
               03 DATA-TAB      PIC X(08).
               03 SITUACAO-TAB  PIC X(01).
               03 COD-REJ-TAB   PIC X(03).
               03 MOTIVO-TAB    PIC X(30).

      *Tabela de referencia de municipios carregada de ARQMUNIC;
      *com a tabela vazia (arquivo ausente) a critica do par
      *cidade/UF fica desativada, como no EX06
       77 QTD-MUN       PIC 9(04) VALUE 0.
       77 MUN-TAB-MAX   PIC 9(04) VALUE 9999.
       77 IDX-MUN       PIC 9(04).
       77 CID-UF-ACHOU  PIC X(03).
       01 TAB-MUNIC.
           02 MUNIC-ENT OCCURS 9999 TIMES.
               03 CID-TAB PIC X(30).
               03 UF-TAB  PIC X(02).

      *Valores novos em critica e apoio das regras do EX06
       77 ALT-VALIDA    PIC X(03) VALUE "SIM".
       77 COD-REJ       PIC X(03) VALUE SPACES.
       77 MOTIVO-REJ    PIC X(30) VALUE SPACES.
       77 EMAIL-NOVO    PIC X(30) VALUE SPACES.
       77 TEL-NOVO      PIC 9(10) VALUE 0.
       77 DDD-NOVO      PIC 9(02) VALUE 0.
       77 CIDADE-NOVA   PIC X(30) VALUE SPACES.
       77 UF-NOVA       PIC X(02) VALUE SPACES.
           88 UF-NOVA-VALIDA
                              VALUE "AC" "AL" "AP" "AM" "BA"
                                    "CE" "DF" "ES" "GO" "MT"
                                    "MA" "MS" "MG" "PA" "PB"
                                    "PR" "PE" "PI" "RJ" "RN"
                                    "RS" "RO" "RR" "SC" "SP"
                                    "SE" "TO".
       77 VALOR-ANTES   PIC X(33) VALUE SPACES.
       77 VALOR-DEPOIS  PIC X(33) VALUE SPACES.

       01 DATA-CRITICA  PIC 9(08) VALUE 0.
       01 DATA-CRITICA-R REDEFINES DATA-CRITICA.
           02 ANO-CRITICA PIC 9(04).
           02 MES-CRITICA PIC 9(02).
           02 DIA-CRITICA PIC 9(02).

       01 EMAIL-PARTES.
           02 EMAIL-LOCAL   PIC X(30).
           02 EMAIL-DOMINIO PIC X(30).

       01 DOMINIO-PARTES.
           02 DOMINIO-NOME  PIC X(30).
           02 DOMINIO-EXT   PIC X(30).

       01 CAB-01.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40)
              VALUE "ALTERACOES DO CRM APLICADAS NO CADCLI".
           02 FILLER  PIC X(20) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40)
              VALUE "ALTERACOES DO CRM RECUSADAS (RESPCRM)".
           02 FILLER  PIC X(20) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

      *Alteracao aplicada: identificacao e os valores antes/depois
       01 DETALHE-ALT.
           02 FILLER       PIC X(05) VALUE "CPF: ".
           02 CPF-REL      PIC X(11).
           02 FILLER       PIC X(10) VALUE "  CLIENTE ".
           02 CODIGO-REL   PIC X(03).
           02 FILLER       PIC X(09) VALUE "  CAMPO: ".
           02 CAMPO-REL    PIC X(06).
           02 FILLER       PIC X(16) VALUE "  DATA NO CRM: ".
           02 DATA-REL     PIC X(10).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 DETALHE-ANTES.
           02 FILLER       PIC X(12) VALUE "    ANTES:  ".
           02 ANTES-REL    PIC X(33).
           02 FILLER       PIC X(35) VALUE SPACES.

       01 DETALHE-DEPOIS.
           02 FILLER       PIC X(12) VALUE "    DEPOIS: ".
           02 DEPOIS-REL   PIC X(33).
           02 FILLER       PIC X(35) VALUE SPACES.

      *Alteracao recusada, com o codigo devolvido ao CRM
       01 DETALHE-REJ.
           02 FILLER       PIC X(05) VALUE "CPF: ".
           02 CPF-REJ-REL  PIC X(11).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CAMPO-REJ-REL PIC X(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 COD-REJ-REL  PIC X(03).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-REJ-REL PIC X(30).
           02 FILLER       PIC X(19) VALUE SPACES.

       01 RODAPE-TOTAIS.
           02 FILLER      PIC X(08) VALUE "LIDAS: ".
           02 LID-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(14) VALUE "  APLICADAS: ".
           02 APL-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(14) VALUE "  RECUSADAS: ".
           02 REC-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

       APLICA-ALTERACOES-CRM.
           PERFORM INICIO.
           PERFORM PROCESSA-CADCLI.
           PERFORM FIM.
           STOP RUN.

      *SEM ALTERACOES DO CRM A RESPOSTA E REGRAVADA VAZIA, PARA UMA
      *RESPOSTA ANTIGA NAO SER REENVIADA, E O CADCLI NAO E TOCADO
       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGA-ALTERACOES.
           IF QTD-ALT = 0
               OPEN OUTPUT RESPCRM
               CLOSE RESPCRM
               DISPLAY "ATUCRM: NENHUMA ALTERACAO EM ALTCRM.DAT - "
                   "CADCLI NAO ALTERADO"
               STOP RUN
           END-IF.
           PERFORM CARREGA-MUNICIPIOS.
           OPEN OUTPUT RELATCRM.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.

       CARREGA-ALTERACOES.
           OPEN INPUT ALTCRM.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ALTCRM
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF QTD-ALT < ALT-MAX
                           ADD 1 TO QTD-ALT
                           PERFORM GUARDA-ALTERACAO
                       ELSE
                           DISPLAY "ATUCRM: TAB-ALTERACOES CHEIA ("
                               ALT-MAX ") - EXECUCAO ABORTADA"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALTCRM.
           MOVE QTD-ALT TO CT-LIDAS.

      *A CRITICA DE FORMATO (CPF, CAMPO E DATA) E FEITA NA CARGA;
      *O CONTEUDO SO E CRITICADO DIANTE DO CLIENTE, PORQUE A CIDADE
      *DEPENDE DO UF E VICE-VERSA
       GUARDA-ALTERACAO.
           MOVE CPF-ALT   TO CPF-TAB(QTD-ALT).
           MOVE CAMPO-ALT TO CAMPO-TAB(QTD-ALT).
           MOVE VALOR-ALT TO VALOR-TAB(QTD-ALT).
           MOVE DATA-ALT  TO DATA-TAB(QTD-ALT).
           MOVE "P"       TO SITUACAO-TAB(QTD-ALT).
           MOVE SPACES    TO COD-REJ-TAB(QTD-ALT) MOTIVO-TAB(QTD-ALT).
           EVALUATE TRUE
               WHEN CPF-ALT IS NOT NUMERIC
                   MOVE "R10" TO COD-REJ
                   MOVE "CPF INVALIDO" TO MOTIVO-REJ
                   PERFORM RECUSA-ALTERACAO
               WHEN CAMPO-ALT NOT = "EMAIL" AND
                    CAMPO-ALT NOT = "TEL"   AND
                    CAMPO-ALT NOT = "CIDUF"
                   MOVE "R02" TO COD-REJ
                   MOVE "CAMPO NAO ATUALIZAVEL" TO MOTIVO-REJ
                   PERFORM RECUSA-ALTERACAO
               WHEN DATA-ALT IS NOT NUMERIC
                   MOVE "R03" TO COD-REJ
                   MOVE "DATA DA ALTERACAO INVALIDA" TO MOTIVO-REJ
                   PERFORM RECUSA-ALTERACAO
               WHEN OTHER
                   MOVE DATA-ALT TO DATA-CRITICA
                   IF MES-CRITICA < 1 OR MES-CRITICA > 12 OR
                      DIA-CRITICA < 1 OR DIA-CRITICA > 31 OR
                      DATA-CRITICA > DATA-EXEC
                       MOVE "R03" TO COD-REJ
                       MOVE "DATA DA ALTERACAO INVALIDA"
                         TO MOTIVO-REJ
                       PERFORM RECUSA-ALTERACAO
                   END-IF
           END-EVALUATE.

       RECUSA-ALTERACAO.
           MOVE "R"        TO SITUACAO-TAB(QTD-ALT).
           MOVE COD-REJ    TO COD-REJ-TAB(QTD-ALT).
           MOVE MOTIVO-REJ TO MOTIVO-TAB(QTD-ALT).

      *CARREGA A REFERENCIA DE MUNICIPIOS; ESTOURO DA TABELA E
      *ABORTO DURO (CODIGO 8), COMO NO EX06
       CARREGA-MUNICIPIOS.
           OPEN INPUT ARQMUNIC
           PERFORM UNTIL FIM-ARQMUNIC = "SIM"
               READ ARQMUNIC
                   AT END
                       MOVE "SIM" TO FIM-ARQMUNIC
                   NOT AT END
                       IF QTD-MUN < MUN-TAB-MAX
                           ADD 1 TO QTD-MUN
                           MOVE CIDADE-MUN TO CID-TAB(QTD-MUN)
                           MOVE UF-MUN     TO UF-TAB(QTD-MUN)
                       ELSE
                           DISPLAY "ATUCRM: TAB-MUNIC CHEIA ("
                               MUN-TAB-MAX ") - EXECUCAO ABORTADA"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMUNIC.

      *REGRAVA O CADCLI COM AS ALTERACOES ACEITAS, NOS MOLDES DO
      *LGPDDEL (ARQUIVO TEMPORARIO E COPIA DE VOLTA)
       PROCESSA-CADCLI.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCLI.
           OPEN OUTPUT CLITEMP.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADCLI
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       ADD 1 TO CT-CLIENTES
                       PERFORM PROCURA-ALTERACOES
                           VARYING IDX-ALT FROM 1 BY 1
                           UNTIL IDX-ALT > QTD-ALT
                       WRITE REG-CLITEMP FROM REGCLI
               END-READ
           END-PERFORM.
           CLOSE CADCLI CLITEMP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CLITEMP.
           OPEN OUTPUT CADCLI.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CLITEMP
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END WRITE REGCLI FROM REG-CLITEMP
               END-READ
           END-PERFORM.
           CLOSE CLITEMP CADCLI.

      *ALTERACAO AINDA NAO RECUSADA DO CPF DESTE CLIENTE; UM CPF
      *REPETIDO NO CADCLI RECEBE A MESMA ALTERACAO EM CADA REGISTRO
       PROCURA-ALTERACOES.
           IF CPF-TAB(IDX-ALT) = CPF-CLI AND
              SITUACAO-TAB(IDX-ALT) NOT = "R"
               PERFORM CRITICA-ALTERACAO
               IF ALT-VALIDA = "SIM"
                   PERFORM APLICA-ALTERACAO
               ELSE
                   MOVE "R"        TO SITUACAO-TAB(IDX-ALT)
                   MOVE COD-REJ    TO COD-REJ-TAB(IDX-ALT)
                   MOVE MOTIVO-REJ TO MOTIVO-TAB(IDX-ALT)
               END-IF
           END-IF.

       CRITICA-ALTERACAO.
           MOVE "SIM" TO ALT-VALIDA.
           EVALUATE CAMPO-TAB(IDX-ALT)
               WHEN "EMAIL" PERFORM VERIFICA-EMAIL
               WHEN "TEL"   PERFORM VERIFICA-TELEFONE
               WHEN "CIDUF" PERFORM VERIFICA-CIDADE
           END-EVALUATE.

      *MESMA REGRA DO VERIFICA-EMAIL DO EX06; VALOR QUE NAO CABE
      *NO CAMPO DE 30 POSICOES E RECUSADO EM VEZ DE TRUNCADO
       VERIFICA-EMAIL.
           MOVE VALOR-TAB(IDX-ALT)(1:30) TO EMAIL-NOVO.
           IF EMAIL-NOVO = SPACES
               MOVE "NAO" TO ALT-VALIDA
               MOVE "R04" TO COD-REJ
               MOVE "EMAIL NAO INFORMADO" TO MOTIVO-REJ
           ELSE
               MOVE SPACES TO EMAIL-PARTES
               UNSTRING EMAIL-NOVO DELIMITED BY "@"
                   INTO EMAIL-LOCAL EMAIL-DOMINIO
               END-UNSTRING
               MOVE SPACES TO DOMINIO-PARTES
               UNSTRING EMAIL-DOMINIO DELIMITED BY "."
                   INTO DOMINIO-NOME DOMINIO-EXT
               END-UNSTRING
               IF EMAIL-LOCAL  = SPACES OR EMAIL-DOMINIO = SPACES
                  OR DOMINIO-NOME = SPACES OR DOMINIO-EXT = SPACES
                  OR VALOR-TAB(IDX-ALT)(31:2) NOT = SPACES
                   MOVE "NAO" TO ALT-VALIDA
                   MOVE "R05" TO COD-REJ
                   MOVE "EMAIL INVALIDO" TO MOTIVO-REJ
               END-IF
           END-IF.

      *MESMA REGRA DO VERIFICA-TELEFONE DO EX06: DDD + NUMERO EM 10
      *DIGITOS, NAO ZERADO E COM DDD A PARTIR DE 11
       VERIFICA-TELEFONE.
           IF VALOR-TAB(IDX-ALT)(1:10) IS NOT NUMERIC OR
              VALOR-TAB(IDX-ALT)(11:22) NOT = SPACES
               MOVE "NAO" TO ALT-VALIDA
               MOVE "R06" TO COD-REJ
               MOVE "TELEFONE INVALIDO" TO MOTIVO-REJ
           ELSE
               MOVE VALOR-TAB(IDX-ALT)(1:10) TO TEL-NOVO
               MOVE TEL-NOVO(1:2) TO DDD-NOVO
               IF TEL-NOVO = 0 OR DDD-NOVO < 11
                   MOVE "NAO" TO ALT-VALIDA
                   MOVE "R06" TO COD-REJ
                   MOVE "TELEFONE INVALIDO" TO MOTIVO-REJ
               END-IF
           END-IF.

      *CIDADE E UF CHEGAM JUNTAS E SAO CRITICADAS COMO NO EX06:
      *CIDADE INFORMADA, UF VALIDO E, COM A REFERENCIA CARREGADA, O
      *PAR PRESENTE NO ARQMUNIC
       VERIFICA-CIDADE.
           MOVE VALOR-TAB(IDX-ALT)(1:30)  TO CIDADE-NOVA.
           MOVE VALOR-TAB(IDX-ALT)(31:2) TO UF-NOVA.
           EVALUATE TRUE
               WHEN CIDADE-NOVA = SPACES
                   MOVE "NAO" TO ALT-VALIDA
                   MOVE "R07" TO COD-REJ
                   MOVE "CIDADE NAO INFORMADA" TO MOTIVO-REJ
               WHEN NOT UF-NOVA-VALIDA
                   MOVE "NAO" TO ALT-VALIDA
                   MOVE "R08" TO COD-REJ
                   MOVE "ESTADO INVALIDO" TO MOTIVO-REJ
               WHEN QTD-MUN > 0
                   PERFORM VERIFICA-CIDADE-UF
           END-EVALUATE.

       VERIFICA-CIDADE-UF.
           MOVE "NAO" TO CID-UF-ACHOU.
           PERFORM VARYING IDX-MUN FROM 1 BY 1
                   UNTIL IDX-MUN > QTD-MUN
                      OR CID-UF-ACHOU = "SIM"
               IF CID-TAB(IDX-MUN) = CIDADE-NOVA AND
                  UF-TAB(IDX-MUN) = UF-NOVA
                   MOVE "SIM" TO CID-UF-ACHOU
               END-IF
           END-PERFORM.
           IF CID-UF-ACHOU = "NAO"
               MOVE "NAO" TO ALT-VALIDA
               MOVE "R09" TO COD-REJ
               MOVE "CIDADE NAO PERTENCE AO ESTADO" TO MOTIVO-REJ
           END-IF.

      *APLICA A ALTERACAO NO REGISTRO E LISTA OS VALORES ANTES E
      *DEPOIS
       APLICA-ALTERACAO.
           MOVE SPACES TO VALOR-ANTES VALOR-DEPOIS.
           EVALUATE CAMPO-TAB(IDX-ALT)
               WHEN "EMAIL"
                   MOVE EMAIL-CLI  TO VALOR-ANTES
                   MOVE EMAIL-NOVO TO EMAIL-CLI
                   MOVE EMAIL-CLI  TO VALOR-DEPOIS
               WHEN "TEL"
                   MOVE TEL-CLI    TO VALOR-ANTES
                   MOVE TEL-NOVO   TO TEL-CLI
                   MOVE TEL-CLI    TO VALOR-DEPOIS
               WHEN "CIDUF"
                   MOVE CIDADE-CLI TO VALOR-ANTES
                   MOVE ESTADO-CLI TO VALOR-ANTES(32:2)
                   MOVE CIDADE-NOVA TO CIDADE-CLI
                   MOVE UF-NOVA     TO ESTADO-CLI
                   MOVE CIDADE-CLI TO VALOR-DEPOIS
                   MOVE ESTADO-CLI TO VALOR-DEPOIS(32:2)
           END-EVALUATE.
           IF SITUACAO-TAB(IDX-ALT) = "P"
               ADD 1 TO CT-APLICADAS
           END-IF.
           MOVE "A" TO SITUACAO-TAB(IDX-ALT).
           MOVE CPF-CLI    TO CPF-REL.
           MOVE CODIGO-CLI TO CODIGO-REL.
           MOVE CAMPO-TAB(IDX-ALT) TO CAMPO-REL.
           MOVE SPACES TO DATA-REL.
           STRING DATA-TAB(IDX-ALT)(7:2) "/"
                  DATA-TAB(IDX-ALT)(5:2) "/"
                  DATA-TAB(IDX-ALT)(1:4)
               DELIMITED BY SIZE INTO DATA-REL
           END-STRING.
           MOVE VALOR-ANTES  TO ANTES-REL.
           MOVE VALOR-DEPOIS TO DEPOIS-REL.
           WRITE REG-REL FROM DETALHE-ALT    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM DETALHE-ANTES  AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM DETALHE-DEPOIS AFTER ADVANCING 1 LINE.

      *ALTERACAO QUE NAO ENCONTROU O CPF NO CADCLI E RECUSADA AQUI;
      *AS RECUSADAS VOLTAM AO CRM NA ORDEM EM QUE VIERAM
       FIM.
           OPEN OUTPUT RESPCRM.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           PERFORM DEVOLVE-RECUSADA
               VARYING IDX-ALT FROM 1 BY 1
               UNTIL IDX-ALT > QTD-ALT.
           MOVE SPACES TO REG-RESP.
           STRING "T|" CT-APLICADAS "|" CT-RECUSADAS
               DELIMITED BY SIZE INTO REG-RESP
           END-STRING.
           WRITE REG-RESP.
           CLOSE RESPCRM.
           MOVE CT-LIDAS     TO LID-ROD.
           MOVE CT-APLICADAS TO APL-ROD.
           MOVE CT-RECUSADAS TO REC-ROD.
           WRITE REG-REL FROM RODAPE-TOTAIS AFTER ADVANCING 3 LINES.
           CLOSE RELATCRM.
           PERFORM GRAVA-AUDITORIA.
      *AS ALTERACOES TRATADAS SAEM DO ALTCRM: O ARQUIVO E REGRAVADO
      *VAZIO PARA A PROXIMA REMESSA DO CRM
           OPEN OUTPUT ALTCRM.
           CLOSE ALTCRM.
           DISPLAY "ATUCRM: " CT-APLICADAS " ALTERACAO(OES) "
               "APLICADA(S) E " CT-RECUSADAS " RECUSADA(S) DE "
               CT-LIDAS " LIDA(S)".

       DEVOLVE-RECUSADA.
           IF SITUACAO-TAB(IDX-ALT) = "P"
               MOVE "R"   TO SITUACAO-TAB(IDX-ALT)
               MOVE "R01" TO COD-REJ-TAB(IDX-ALT)
               MOVE "CPF NAO CADASTRADO NO CADCLI"
                 TO MOTIVO-TAB(IDX-ALT)
           END-IF.
           IF SITUACAO-TAB(IDX-ALT) = "R"
               ADD 1 TO CT-RECUSADAS
               MOVE SPACES TO REG-RESP
               STRING "R|"
                      CPF-TAB(IDX-ALT)       DELIMITED BY SIZE
                      "|"                    DELIMITED BY SIZE
                      CAMPO-TAB(IDX-ALT)     DELIMITED BY SPACE
                      "|"                    DELIMITED BY SIZE
                      DATA-TAB(IDX-ALT)      DELIMITED BY SIZE
                      "|"                    DELIMITED BY SIZE
                      COD-REJ-TAB(IDX-ALT)   DELIMITED BY SIZE
                      "|"                    DELIMITED BY SIZE
                      MOTIVO-TAB(IDX-ALT)    DELIMITED BY "  "
                   INTO REG-RESP
               END-STRING
               WRITE REG-RESP
               MOVE CPF-TAB(IDX-ALT)     TO CPF-REJ-REL
               MOVE CAMPO-TAB(IDX-ALT)   TO CAMPO-REJ-REL
               MOVE COD-REJ-TAB(IDX-ALT) TO COD-REJ-REL
               MOVE MOTIVO-TAB(IDX-ALT)  TO MOTIVO-REJ-REL
               WRITE REG-REL FROM DETALHE-REJ AFTER ADVANCING 1 LINE
           END-IF.

      *REGISTRA NO LOG DE AUDITORIA COMPARTILHADO: LIDAS, APLICADAS
      *E RECUSADAS
       GRAVA-AUDITORIA.
           MOVE "ATUCRM" TO PROGRAMA-AUDIT.
           ACCEPT DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC  FROM TIME.
           MOVE HORA-EXEC    TO HORA-AUDIT.
           MOVE CT-LIDAS     TO REGISTROS-LIDOS.
           MOVE CT-APLICADAS TO REGISTROS-GRAVADOS.
           MOVE CT-RECUSADAS TO REGISTROS-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           WRITE REG-AUDIT.
           CLOSE LOGEXEC.
