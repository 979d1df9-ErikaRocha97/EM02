       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LGPDACES.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ATENDIMENTO AO DIREITO DE ACESSO DA LGPD: LE O
      *              ARQUIVO DE PEDIDOS ARQACESS.DAT (CPF + DATA DO
      *              PEDIDO) E MONTA, PARA CADA TITULAR, O DOSSIE DE
      *              TUDO O QUE O SISTEMA GUARDA SOBRE ELE: REGISTROS
      *              DO CADCLI, DO CADOK E DO CADOKANT, LINHAS DO
      *              ULTIMO EXTRATO CADCRM.TXT E DO RETORNO ACKCRM,
      *              REJEICOES DA VALIDACAO (RELOCOR DO EX06), COPIAS
      *              DATADAS DO REPOSITORIO DO ARCREL QUE CONTEM O CPF
      *              E AS DATAS EM QUE FOI ENVIADO AO CRM (COPIAS
      *              DATADAS DO CADCRM.TXT). O DOSSIE SAI IMPRESSO NO
      *              RELACESS E EM FORMATO DELIMITADO POR "|" NO
      *              DOSACESS.TXT, PARA ENTREGA AO TITULAR, E O
      *              ATENDIMENTO VAI PARA O LOGACESS.DAT (HASH DO CPF,
      *              DATA DO PEDIDO, DATA DO ATENDIMENTO E PRAZO), COMO
      *              A EVIDENCIA DO LGPDDEL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQACESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADCLI  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADOK   ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-OK
           FILE STATUS IS FS-CADOK.
           SELECT OPTIONAL CADOKANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-OK-ANT
           FILE STATUS IS FS-CADOKANT.
           SELECT OPTIONAL CADCRM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACKCRM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELOCOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELINDEX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCOPIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGACESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOSACESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELACESS ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Pedidos de acesso: um CPF e a data do pedido por linha
       FD ARQACESS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQACESS.DAT".

       01 REG-ACESSO.
           02 CPF-AC      PIC 9(11).
           02 DATA-PED-AC PIC 9(08).

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

       FD CADOKANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADOKANT.DAT".

       01 REGOK-ANT.
           02 CPF-OK-ANT    PIC 9(11).
           02 NOME-OK-ANT   PIC X(30).
           02 ESTADO-OK-ANT PIC X(02).
           02 CIDADE-OK-ANT PIC X(30).
           02 EMAIL-OK-ANT  PIC X(30).
           02 TEL-OK-ANT    PIC 9(10).

      *Ultimo extrato entregue ao CRM (linhas delimitadas por "|")
       FD CADCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "CADCRM.TXT".

       01 REG-CRM PIC X(126).

      *Retorno do CRM a carga do ultimo extrato
       FD ACKCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ACKCRM.DAT".

       01 REG-ACK.
           02 CPF-ACK     PIC 9(11).
           02 STATUS-ACK  PIC X(01).
           02 COD-ERRO-ACK PIC X(05).

      *Relatorio de inconsistencias da ultima validacao (EX06)
       FD RELOCOR
           LABEL RECORD IS OMITTED.

       01 REG-OCOR PIC X(80).

      *Indice do repositorio de relatorios mantido pelo ARCREL
       FD RELINDEX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "RELINDEX.DAT".

       01 REG-INDEX.
           02 DATA-CICLO-IX PIC 9(08).
           02 NOME-REL-IX   PIC X(12).
           02 QTD-LINHAS-IX PIC 9(08).

      *Copia datada do repositorio (RELXXX.AAAAMMDD)
       FD ARQCOPIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-COPIA-NOME.

       01 REG-COPIA PIC X(132).

      *Log de auditoria compartilhado: da a data do ultimo EX06, que
      *e a data do extrato CADCRM.TXT ainda nao arquivado
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

      *Evidencia do atendimento: como no LOGLGPD, o CPF so aparece
      *como hash, para o log sobreviver a uma eliminacao posterior
       FD LOGACESS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "LOGACESS.DAT".

       01 REG-LOGACESS.
           02 HASH-LA       PIC 9(09).
           02 DATA-PEDIDO   PIC 9(08).
           02 DATA-ATEND    PIC 9(08).
           02 DIAS-ATEND    PIC 9(04).
           02 NO-PRAZO-LA   PIC X(01).
           02 QTD-ITENS-LA  PIC 9(05).

      *Dossie em formato delimitado por "|": "H" abre o dossie de um
      *CPF, cada item sai como CPF|ORIGEM|DATA|DADOS e "T" fecha com
      *a quantidade de itens
       FD DOSACESS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "DOSACESS.TXT".

       01 REG-DOS PIC X(200).

       FD RELACESS
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 FIM-COPIA     PIC X(03) VALUE "NAO".
       77 FS-CADOK      PIC X(02) VALUE "00".
       77 FS-CADOKANT   PIC X(02) VALUE "00".
       77 DATA-EXEC     PIC 9(08).
       77 DATA-EX06     PIC 9(08) VALUE 0.
       77 CT-PEDIDOS    PIC 9(03) VALUE 0.
       77 IDX-PED       PIC 9(03).
       77 PRAZO-LEGAL   PIC 9(02) VALUE 15.
       77 DIAS-CALC     PIC S9(07) VALUE 0.
       77 INT-PEDIDO    PIC 9(07).
       77 INT-HOJE      PIC 9(07).

      *Pedidos carregados; cada um gera o seu dossie completo
       77 PEDIDOS-MAX   PIC 9(03) VALUE 999.
       01 TAB-PEDIDOS.
           02 PED-ENT OCCURS 999 TIMES.
               03 CPF-PED      PIC 9(11).
               03 DATA-PED     PIC 9(08).

      *CPF do dossie corrente, cru e editado (999.999.999-99), como
      *pode aparecer nos relatorios
       01 CPF-BUSCA-N   PIC 9(11) VALUE 0.
       01 CPF-BUSCA REDEFINES CPF-BUSCA-N PIC X(11).
       77 CPF-EDITADO   PIC X(14) VALUE SPACES.

      *Codigos de cliente do CPF no CADCLI: o RELOCOR identifica o
      *cliente rejeitado pelo codigo, nao pelo CPF
       77 CODIGOS-MAX   PIC 9(02) VALUE 99.
       77 QTD-CODIGOS   PIC 9(02) VALUE 0.
       77 IDX-COD       PIC 9(02).
       77 CODIGO-ACHOU  PIC X(03) VALUE "NAO".
       01 TAB-CODIGOS.
           02 CODIGO-TAB PIC X(03) OCCURS 99 TIMES.

      *Repositorio: copia datada corrente e situacao das copias da
      *noite (ja arquivada, o arquivo corrente nao e lido de novo)
       77 ARQ-COPIA-NOME PIC X(21) VALUE SPACES.
       77 DATA-COPIA    PIC 9(08) VALUE 0.
       77 OCOR-HOJE     PIC X(03) VALUE "NAO".
       77 CRM-HOJE      PIC X(03) VALUE "NAO".
       77 MODO-OCOR     PIC X(03) VALUE "IMP".
       77 CODIGO-CORRENTE PIC X(03) VALUE SPACES.
       77 CT-OCOR       PIC 9(04) VALUE 0.
       77 CT-LINHAS-CPF PIC 9(06) VALUE 0.
       77 CT-REJ-COPIA  PIC 9(06) VALUE 0.
       77 TIPO-ENVIO    PIC X(30) VALUE SPACES.

      *Quebra das linhas do CADCRM (mesma do RECONCRM e do LGPDDEL)
       77 CAMPO-1       PIC X(11) VALUE SPACES.
       77 CAMPO-2       PIC X(11) VALUE SPACES.

      *Item corrente do dossie e contadores por secao
       77 ORIGEM-ITEM   PIC X(10) VALUE SPACES.
       77 DATA-ITEM     PIC X(08) VALUE SPACES.
       77 DADOS-ITEM    PIC X(160) VALUE SPACES.
       77 TEXTO-ITEM    PIC X(76) VALUE SPACES.
       77 CT-ITENS      PIC 9(05) VALUE 0.
       77 CT-SECAO      PIC 9(05) VALUE 0.
       77 TEL-EDIT      PIC 9(10) VALUE 0.
       77 NOME-WRK      PIC X(30) VALUE SPACES.
       77 ESTADO-WRK    PIC X(02) VALUE SPACES.
       77 CIDADE-WRK    PIC X(30) VALUE SPACES.
       77 EMAIL-WRK     PIC X(30) VALUE SPACES.

      *Apoio do hash do CPF, o mesmo do LGPDDEL, para cruzar os
      *atendimentos de acesso e de eliminacao de um mesmo titular
       77 HASH-CALC     PIC 9(18) VALUE 0.
       77 HASH-FINAL    PIC 9(09) VALUE 0.
       77 IDX-DIG       PIC 9(02).
       77 DIGITO-HASH   PIC 9(01).
       77 CPF-HASH-WRK  PIC 9(11) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46)
              VALUE "ATENDIMENTO LGPD - DOSSIE DO DIREITO DE ACESSO".
           02 FILLER  PIC X(17) VALUE SPACES.

       01 CAB-02.
           02 FILLER       PIC X(09) VALUE "TITULAR: ".
           02 CPF-CAB      PIC X(14).
           02 FILLER       PIC X(11) VALUE "   PEDIDO: ".
           02 PEDIDO-CAB   PIC X(10).
           02 FILLER       PIC X(16) VALUE "   ATENDIMENTO: ".
           02 ATEND-CAB    PIC X(10).
           02 FILLER       PIC X(10) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TITULO-SECAO.
           02 TITULO-REL   PIC X(60).
           02 FILLER       PIC X(20) VALUE SPACES.

       01 LINHA-ITEM.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 TEXTO-REL    PIC X(76).

       01 LINHA-VAZIA.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 FILLER       PIC X(20) VALUE "NENHUM REGISTRO".
           02 FILLER       PIC X(56) VALUE SPACES.

       01 RODAPE-DOSSIE.
           02 FILLER       PIC X(17) VALUE "ITENS NO DOSSIE: ".
           02 ITENS-ROD    PIC ZZ.ZZ9.
           02 FILLER       PIC X(19) VALUE "   DIAS DO PEDIDO: ".
           02 DIAS-ROD     PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 PRAZO-ROD    PIC X(31).

       01 RODAPE-LGPD.
           02 FILLER       PIC X(31)
              VALUE "PEDIDOS DE ACESSO ATENDIDOS".
           02 FILLER       PIC X(02) VALUE ": ".
           02 QTD-PED-ROD  PIC ZZ9.
           02 FILLER       PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       GERA-DOSSIES.
           PERFORM INICIO.
           PERFORM ATENDE-PEDIDO
               VARYING IDX-PED FROM 1 BY 1
               UNTIL IDX-PED > CT-PEDIDOS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGA-PEDIDOS.
           IF CT-PEDIDOS = 0
               DISPLAY "LGPDACES: NENHUM PEDIDO EM ARQACESS.DAT - "
                   "NADA A ATENDER"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-ARQUIVADOS.
           PERFORM LE-DATA-EX06.
           OPEN OUTPUT RELACESS DOSACESS.
           OPEN EXTEND LOGACESS.

       CARREGA-PEDIDOS.
           OPEN INPUT ARQACESS.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQACESS
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF CT-PEDIDOS < PEDIDOS-MAX
                           ADD 1 TO CT-PEDIDOS
                           MOVE CPF-AC TO CPF-PED(CT-PEDIDOS)
                           MOVE DATA-PED-AC
                             TO DATA-PED(CT-PEDIDOS)
                       ELSE
                           DISPLAY "LGPDACES: TAB-PEDIDOS CHEIA ("
                               PEDIDOS-MAX ") - EXECUCAO ABORTADA"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQACESS.

      *SE O ARCREL JA ARQUIVOU O RELOCOR OU O CADCRM.TXT DESTA
      *NOITE, A COPIA DATADA E LIDA NO REPOSITORIO E O ARQUIVO
      *CORRENTE NAO E REPETIDO NO DOSSIE
       VERIFICA-ARQUIVADOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELINDEX.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ RELINDEX
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-CICLO-IX = DATA-EXEC
                           IF NOME-REL-IX = "RELOCOR"
                               MOVE "SIM" TO OCOR-HOJE
                           END-IF
                           IF NOME-REL-IX = "CADCRM.TXT"
                               MOVE "SIM" TO CRM-HOJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELINDEX.

       LE-DATA-EX06.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT LOGEXEC.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ LOGEXEC
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF PROGRAMA-AUDIT = "EX06"
                           MOVE DATA-AUDIT TO DATA-EX06
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOGEXEC.

      *DOSSIE DE UM TITULAR: UMA SECAO POR ORIGEM, NA ORDEM DO
      *FLUXO DO DADO (CADASTRO, VALIDACAO, CRM, RELATORIOS)
       ATENDE-PEDIDO.
           MOVE CPF-PED(IDX-PED) TO CPF-BUSCA-N.
           MOVE SPACES TO CPF-EDITADO.
           STRING CPF-BUSCA(1:3) "." CPF-BUSCA(4:3) "."
                  CPF-BUSCA(7:3) "-" CPF-BUSCA(10:2)
               DELIMITED BY SIZE INTO CPF-EDITADO
           END-STRING.
           MOVE 0 TO CT-ITENS QTD-CODIGOS.
           PERFORM CALCULA-PRAZO.
           PERFORM CABECALHO-DOSSIE.
           PERFORM DOSSIE-CADCLI.
           PERFORM DOSSIE-CADOK.
           PERFORM DOSSIE-CADOKANT.
           PERFORM DOSSIE-CADCRM.
           PERFORM DOSSIE-ACKCRM.
           PERFORM DOSSIE-REJEICOES.
           PERFORM DOSSIE-REPOSITORIO.
           PERFORM DOSSIE-ENVIOS.
           PERFORM ENCERRA-DOSSIE.

      *DIAS CORRIDOS ENTRE O PEDIDO E O ATENDIMENTO, CONTRA O PRAZO
      *LEGAL DE 15 DIAS; DATA DE PEDIDO INVALIDA CONTA COMO HOJE
       CALCULA-PRAZO.
           MOVE 0 TO DIAS-CALC.
           IF DATA-PED(IDX-PED) IS NUMERIC AND
              DATA-PED(IDX-PED) > 16010101 AND
              DATA-PED(IDX-PED) NOT > DATA-EXEC
               COMPUTE INT-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(DATA-PED(IDX-PED))
               COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(DATA-EXEC)
               COMPUTE DIAS-CALC = INT-HOJE - INT-PEDIDO
           END-IF.

       CABECALHO-DOSSIE.
           MOVE CPF-EDITADO TO CPF-CAB.
           MOVE SPACES TO PEDIDO-CAB ATEND-CAB.
           STRING DATA-PED(IDX-PED)(7:2) "/" DATA-PED(IDX-PED)(5:2)
                  "/" DATA-PED(IDX-PED)(1:4)
               DELIMITED BY SIZE INTO PEDIDO-CAB
           END-STRING.
           STRING DATA-EXEC(7:2) "/" DATA-EXEC(5:2) "/"
                  DATA-EXEC(1:4)
               DELIMITED BY SIZE INTO ATEND-CAB
           END-STRING.
           IF IDX-PED = 1
               WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE
           END-IF.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-DOS.
           STRING "H|" CPF-BUSCA "|" DATA-PED(IDX-PED) "|" DATA-EXEC
               DELIMITED BY SIZE INTO REG-DOS
           END-STRING.
           WRITE REG-DOS.

       ABRE-SECAO.
           MOVE 0 TO CT-SECAO.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 2 LINES.

       FECHA-SECAO.
           IF CT-SECAO = 0
               WRITE REG-REL FROM LINHA-VAZIA AFTER ADVANCING 1 LINE
           END-IF.

      *UM ITEM DO DOSSIE: A LINHA IMPRESSA (TEXTO-ITEM) E A LINHA
      *DELIMITADA (ORIGEM, DATA E DADOS)
       EMITE-ITEM.
           ADD 1 TO CT-SECAO CT-ITENS.
           MOVE TEXTO-ITEM TO TEXTO-REL.
           WRITE REG-REL FROM LINHA-ITEM AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-DOS.
           STRING CPF-BUSCA               DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
                  ORIGEM-ITEM             DELIMITED BY SPACE
                  "|"                     DELIMITED BY SIZE
                  DATA-ITEM               DELIMITED BY SPACE
                  "|"                     DELIMITED BY SIZE
                  DADOS-ITEM              DELIMITED BY SIZE
               INTO REG-DOS
           END-STRING.
           WRITE REG-DOS.

      *LINHA ADICIONAL SO IMPRESSA, PARA ITENS QUE NAO CABEM EM UMA
       EMITE-CONTINUACAO.
           MOVE TEXTO-ITEM TO TEXTO-REL.
           WRITE REG-REL FROM LINHA-ITEM AFTER ADVANCING 1 LINE.

      *CADASTRO BRUTO: TODOS OS REGISTROS DO CPF, GUARDANDO OS
      *CODIGOS PARA A BUSCA NO RELOCOR
       DOSSIE-CADCLI.
           MOVE "CADASTRO DE CLIENTES (CADCLI.DAT)" TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCLI.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADCLI
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF CPF-CLI = CPF-BUSCA
                           PERFORM ITEM-CADCLI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADCLI.
           PERFORM FECHA-SECAO.

       ITEM-CADCLI.
           IF QTD-CODIGOS < CODIGOS-MAX
               ADD 1 TO QTD-CODIGOS
               MOVE CODIGO-CLI TO CODIGO-TAB(QTD-CODIGOS)
           END-IF.
           MOVE "CADCLI" TO ORIGEM-ITEM.
           MOVE SPACES   TO DATA-ITEM.
           MOVE TEL-CLI  TO TEL-EDIT.
           MOVE SPACES TO DADOS-ITEM.
           STRING CODIGO-CLI   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  NOME-CLI     DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  ESTADO-CLI   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  CIDADE-CLI   DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  EMAIL-CLI    DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  TEL-EDIT     DELIMITED BY SIZE
               INTO DADOS-ITEM
           END-STRING.
           MOVE SPACES TO TEXTO-ITEM.
           STRING "CODIGO " CODIGO-CLI "  " NOME-CLI "  UF "
                  ESTADO-CLI "  TEL " TEL-EDIT
               DELIMITED BY SIZE INTO TEXTO-ITEM
           END-STRING.
           PERFORM EMITE-ITEM.
           MOVE SPACES TO TEXTO-ITEM.
           STRING "           " CIDADE-CLI " " EMAIL-CLI
               DELIMITED BY SIZE INTO TEXTO-ITEM
           END-STRING.
           PERFORM EMITE-CONTINUACAO.

      *POPULACAO VALIDADA DA NOITE E DA EXECUCAO ANTERIOR, PELA CHAVE
       DOSSIE-CADOK.
           MOVE "CLIENTES VALIDADOS (CADOK.DAT)" TO TITULO-REL.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADOK.
           MOVE CPF-BUSCA-N TO CPF-OK.
           READ CADOK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "CADOK" TO ORIGEM-ITEM
                   MOVE NOME-OK   TO NOME-WRK
                   MOVE ESTADO-OK TO ESTADO-WRK
                   MOVE CIDADE-OK TO CIDADE-WRK
                   MOVE EMAIL-OK  TO EMAIL-WRK
                   MOVE TEL-OK    TO TEL-EDIT
                   PERFORM ITEM-VALIDADO
           END-READ.
           CLOSE CADOK.
           PERFORM FECHA-SECAO.

       DOSSIE-CADOKANT.
           MOVE "VALIDADOS NA EXECUCAO ANTERIOR (CADOKANT.DAT)"
             TO TITULO-REL.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADOKANT.
           MOVE CPF-BUSCA-N TO CPF-OK-ANT.
           READ CADOKANT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "CADOKANT" TO ORIGEM-ITEM
                   MOVE NOME-OK-ANT   TO NOME-WRK
                   MOVE ESTADO-OK-ANT TO ESTADO-WRK
                   MOVE CIDADE-OK-ANT TO CIDADE-WRK
                   MOVE EMAIL-OK-ANT  TO EMAIL-WRK
                   MOVE TEL-OK-ANT    TO TEL-EDIT
                   PERFORM ITEM-VALIDADO
           END-READ.
           CLOSE CADOKANT.
           PERFORM FECHA-SECAO.

       ITEM-VALIDADO.
           MOVE SPACES   TO DATA-ITEM.
           MOVE SPACES TO DADOS-ITEM.
           STRING NOME-WRK     DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  ESTADO-WRK   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  CIDADE-WRK   DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  EMAIL-WRK    DELIMITED BY "  "
                  "|"          DELIMITED BY SIZE
                  TEL-EDIT     DELIMITED BY SIZE
               INTO DADOS-ITEM
           END-STRING.
           MOVE SPACES TO TEXTO-ITEM.
           STRING NOME-WRK "  UF " ESTADO-WRK "  TEL " TEL-EDIT
               DELIMITED BY SIZE INTO TEXTO-ITEM
           END-STRING.
           PERFORM EMITE-ITEM.
           MOVE SPACES TO TEXTO-ITEM.
           STRING CIDADE-WRK " " EMAIL-WRK
               DELIMITED BY SIZE INTO TEXTO-ITEM
           END-STRING.
           PERFORM EMITE-CONTINUACAO.

      *ULTIMO EXTRATO DO CRM: LINHA COMPLETA (CPF NO PRIMEIRO CAMPO)
      *OU LINHA DE DELTA A/U/D (CPF NO SEGUNDO CAMPO)
       DOSSIE-CADCRM.
           MOVE "ULTIMO EXTRATO ENVIADO AO CRM (CADCRM.TXT)"
             TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCRM.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADCRM
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE SPACES TO CAMPO-1 CAMPO-2
                       UNSTRING REG-CRM DELIMITED BY "|"
                           INTO CAMPO-1 CAMPO-2
                       END-UNSTRING
                       IF CAMPO-1 = CPF-BUSCA OR
                          ((CAMPO-1 = "A" OR CAMPO-1 = "U" OR
                            CAMPO-1 = "D") AND CAMPO-2 = CPF-BUSCA)
                           PERFORM ITEM-CADCRM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADCRM.
           PERFORM FECHA-SECAO.

       ITEM-CADCRM.
           MOVE "CADCRM" TO ORIGEM-ITEM.
           MOVE SPACES TO DATA-ITEM.
           IF DATA-EX06 > 0
               MOVE DATA-EX06 TO DATA-ITEM
           END-IF.
           MOVE REG-CRM TO DADOS-ITEM.
           MOVE REG-CRM(1:76) TO TEXTO-ITEM.
           PERFORM EMITE-ITEM.
           IF REG-CRM(77:50) NOT = SPACES
               MOVE REG-CRM(77:50) TO TEXTO-ITEM
               PERFORM EMITE-CONTINUACAO
           END-IF.

       DOSSIE-ACKCRM.
           MOVE "RETORNO DO CRM (ACKCRM.DAT)" TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACKCRM.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ACKCRM
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF CPF-ACK = CPF-BUSCA-N
                           PERFORM ITEM-ACKCRM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACKCRM.
           PERFORM FECHA-SECAO.

       ITEM-ACKCRM.
           MOVE "ACKCRM" TO ORIGEM-ITEM.
           MOVE SPACES TO DATA-ITEM.
           MOVE SPACES TO DADOS-ITEM.
           STRING STATUS-ACK "|" COD-ERRO-ACK
               DELIMITED BY SIZE INTO DADOS-ITEM
           END-STRING.
           MOVE SPACES TO TEXTO-ITEM.
           IF STATUS-ACK = "R"
               STRING "REJEITADO PELO CRM - CODIGO DE ERRO "
                      COD-ERRO-ACK
                   DELIMITED BY SIZE INTO TEXTO-ITEM
               END-STRING
           ELSE
               STRING "ACEITO PELO CRM (SITUACAO " STATUS-ACK ")"
                   DELIMITED BY SIZE INTO TEXTO-ITEM
               END-STRING
           END-IF.
           PERFORM EMITE-ITEM.

      *REJEICOES DA VALIDACAO: O RELOCOR DA ULTIMA EXECUCAO (SE
      *AINDA NAO ARQUIVADO) E AS COPIAS DATADAS DO REPOSITORIO
       DOSSIE-REJEICOES.
           MOVE "REJEICOES NA VALIDACAO DE CLIENTES (RELOCOR)"
             TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "IMP" TO MODO-OCOR.
           IF OCOR-HOJE = "NAO" AND QTD-CODIGOS > 0
               MOVE DATA-EX06 TO DATA-COPIA
               MOVE "NAO" TO FIM-COPIA
               MOVE SPACES TO CODIGO-CORRENTE
               OPEN INPUT RELOCOR
               PERFORM UNTIL FIM-COPIA = "SIM"
                   READ RELOCOR
                       AT END MOVE "SIM" TO FIM-COPIA
                       NOT AT END
                           MOVE REG-OCOR TO REG-COPIA
                           PERFORM TRATA-LINHA-OCOR
                   END-READ
               END-PERFORM
               CLOSE RELOCOR
           END-IF.
           IF QTD-CODIGOS > 0
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT RELINDEX
               PERFORM UNTIL FIM-ARQ = "SIM"
                   READ RELINDEX
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF NOME-REL-IX = "RELOCOR"
                               PERFORM LE-COPIA-OCOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELINDEX
           END-IF.
           PERFORM FECHA-SECAO.

       LE-COPIA-OCOR.
           PERFORM MONTA-NOME-COPIA.
           MOVE DATA-CICLO-IX TO DATA-COPIA.
           MOVE 0 TO CT-REJ-COPIA.
           MOVE SPACES TO CODIGO-CORRENTE.
           MOVE "NAO" TO FIM-COPIA.
           OPEN INPUT ARQCOPIA.
           PERFORM UNTIL FIM-COPIA = "SIM"
               READ ARQCOPIA
                   AT END MOVE "SIM" TO FIM-COPIA
                   NOT AT END PERFORM TRATA-LINHA-OCOR
               END-READ
           END-PERFORM.
           CLOSE ARQCOPIA.

      *LINHA DE DETALHE DO RELOCOR: CODIGO NAS POSICOES 16-18 (SO NA
      *PRIMEIRA OCORRENCIA DO CLIENTE) E MENSAGEM A PARTIR DA 36;
      *CABECALHOS E RODAPES NAO TEM ESSE DESENHO
       TRATA-LINHA-OCOR.
           IF REG-COPIA(1:15) = SPACES AND
              REG-COPIA(19:17) = SPACES AND
              REG-COPIA(36:45) NOT = SPACES
               IF REG-COPIA(16:3) NOT = SPACES
                   MOVE REG-COPIA(16:3) TO CODIGO-CORRENTE
               END-IF
               PERFORM PROCURA-CODIGO
               IF CODIGO-ACHOU = "SIM"
                   ADD 1 TO CT-REJ-COPIA
                   IF MODO-OCOR = "IMP"
                       PERFORM ITEM-REJEICAO
                   END-IF
               END-IF
           END-IF.

       PROCURA-CODIGO.
           MOVE "NAO" TO CODIGO-ACHOU.
           PERFORM VARYING IDX-COD FROM 1 BY 1
                   UNTIL IDX-COD > QTD-CODIGOS
                      OR CODIGO-ACHOU = "SIM"
               IF CODIGO-TAB(IDX-COD) = CODIGO-CORRENTE
                   MOVE "SIM" TO CODIGO-ACHOU
               END-IF
           END-PERFORM.

       ITEM-REJEICAO.
           MOVE "RELOCOR" TO ORIGEM-ITEM.
           MOVE SPACES TO DATA-ITEM.
           IF DATA-COPIA > 0
               MOVE DATA-COPIA TO DATA-ITEM
           END-IF.
           MOVE SPACES TO DADOS-ITEM.
           STRING CODIGO-CORRENTE "|" REG-COPIA(36:45)
               DELIMITED BY SIZE INTO DADOS-ITEM
           END-STRING.
           MOVE SPACES TO TEXTO-ITEM.
           STRING DATA-ITEM "  CODIGO " CODIGO-CORRENTE "  "
                  REG-COPIA(36:45)
               DELIMITED BY SIZE INTO TEXTO-ITEM
           END-STRING.
           PERFORM EMITE-ITEM.

      *COPIAS DATADAS DO REPOSITORIO QUE CONTEM O TITULAR: O CPF CRU
      *OU EDITADO NAS LINHAS, OU, NO RELOCOR, UM CODIGO DO CPF. AS
      *COPIAS DO EXTRATO DO CRM FICAM NA SECAO DE ENVIOS
       DOSSIE-REPOSITORIO.
           MOVE "RELATORIOS NO REPOSITORIO (RELINDEX.DAT)"
             TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "CNT" TO MODO-OCOR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELINDEX.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ RELINDEX
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF NOME-REL-IX NOT = "CADCRM.TXT"
                           PERFORM PROCURA-NA-COPIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELINDEX.
           PERFORM FECHA-SECAO.

       PROCURA-NA-COPIA.
           IF NOME-REL-IX = "RELOCOR"
               IF QTD-CODIGOS > 0
                   PERFORM LE-COPIA-OCOR
               ELSE
                   MOVE 0 TO CT-REJ-COPIA
               END-IF
               MOVE CT-REJ-COPIA TO CT-LINHAS-CPF
           ELSE
               PERFORM CONTA-LINHAS-CPF
           END-IF.
           IF CT-LINHAS-CPF > 0
               MOVE "RELATORIO" TO ORIGEM-ITEM
               MOVE DATA-CICLO-IX TO DATA-ITEM
               MOVE SPACES TO DADOS-ITEM
               STRING NOME-REL-IX "|" CT-LINHAS-CPF
                   DELIMITED BY SIZE INTO DADOS-ITEM
               END-STRING
               MOVE SPACES TO TEXTO-ITEM
               STRING ARQ-COPIA-NOME "  LINHAS COM O TITULAR: "
                      CT-LINHAS-CPF
                   DELIMITED BY SIZE INTO TEXTO-ITEM
               END-STRING
               PERFORM EMITE-ITEM
           END-IF.

       CONTA-LINHAS-CPF.
           PERFORM MONTA-NOME-COPIA.
           MOVE 0 TO CT-LINHAS-CPF.
           MOVE "NAO" TO FIM-COPIA.
           OPEN INPUT ARQCOPIA.
           PERFORM UNTIL FIM-COPIA = "SIM"
               READ ARQCOPIA
                   AT END MOVE "SIM" TO FIM-COPIA
                   NOT AT END
                       MOVE 0 TO CT-OCOR
                       INSPECT REG-COPIA TALLYING CT-OCOR
                           FOR ALL CPF-BUSCA
                       INSPECT REG-COPIA TALLYING CT-OCOR
                           FOR ALL CPF-EDITADO
                       IF CT-OCOR > 0
                           ADD 1 TO CT-LINHAS-CPF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCOPIA.

       MONTA-NOME-COPIA.
           MOVE SPACES TO ARQ-COPIA-NOME.
           STRING NOME-REL-IX DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               DATA-CICLO-IX DELIMITED BY SIZE
               INTO ARQ-COPIA-NOME
           END-STRING.

      *DATAS DE ENVIO AO CRM: CADA COPIA DATADA DO CADCRM.TXT QUE
      *TRAZ O CPF E, SE AINDA NAO ARQUIVADO, O EXTRATO CORRENTE
       DOSSIE-ENVIOS.
           MOVE "DATAS DE ENVIO AO CRM" TO TITULO-REL.
           PERFORM ABRE-SECAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELINDEX.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ RELINDEX
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF NOME-REL-IX = "CADCRM.TXT"
                           PERFORM PROCURA-ENVIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELINDEX.
           IF CRM-HOJE = "NAO"
               MOVE SPACES TO TIPO-ENVIO
               MOVE "NAO" TO FIM-COPIA
               OPEN INPUT CADCRM
               PERFORM UNTIL FIM-COPIA = "SIM"
                   READ CADCRM
                       AT END MOVE "SIM" TO FIM-COPIA
                       NOT AT END
                           MOVE REG-CRM TO REG-COPIA
                           PERFORM CLASSIFICA-ENVIO
                   END-READ
               END-PERFORM
               CLOSE CADCRM
               MOVE DATA-EX06 TO DATA-COPIA
               MOVE "CADCRM.TXT" TO ARQ-COPIA-NOME
               PERFORM ITEM-ENVIO
           END-IF.
           PERFORM FECHA-SECAO.

       PROCURA-ENVIO.
           PERFORM MONTA-NOME-COPIA.
           MOVE DATA-CICLO-IX TO DATA-COPIA.
           MOVE SPACES TO TIPO-ENVIO.
           MOVE "NAO" TO FIM-COPIA.
           OPEN INPUT ARQCOPIA.
           PERFORM UNTIL FIM-COPIA = "SIM"
               READ ARQCOPIA
                   AT END MOVE "SIM" TO FIM-COPIA
                   NOT AT END PERFORM CLASSIFICA-ENVIO
               END-READ
           END-PERFORM.
           CLOSE ARQCOPIA.
           PERFORM ITEM-ENVIO.

       CLASSIFICA-ENVIO.
           MOVE SPACES TO CAMPO-1 CAMPO-2.
           UNSTRING REG-COPIA DELIMITED BY "|"
               INTO CAMPO-1 CAMPO-2
           END-UNSTRING.
           EVALUATE TRUE
               WHEN CAMPO-1 = CPF-BUSCA
                   MOVE "EXTRATO COMPLETO" TO TIPO-ENVIO
               WHEN CAMPO-1 = "A" AND CAMPO-2 = CPF-BUSCA
                   MOVE "INCLUSAO (DELTA A)" TO TIPO-ENVIO
               WHEN CAMPO-1 = "U" AND CAMPO-2 = CPF-BUSCA
                   MOVE "ALTERACAO (DELTA U)" TO TIPO-ENVIO
               WHEN CAMPO-1 = "D" AND CAMPO-2 = CPF-BUSCA
                   MOVE "EXCLUSAO (DELTA D)" TO TIPO-ENVIO
           END-EVALUATE.

       ITEM-ENVIO.
           IF TIPO-ENVIO NOT = SPACES
               MOVE "ENVIOCRM" TO ORIGEM-ITEM
               MOVE SPACES TO DATA-ITEM
               IF DATA-COPIA > 0
                   MOVE DATA-COPIA TO DATA-ITEM
               END-IF
               MOVE TIPO-ENVIO TO DADOS-ITEM
               MOVE SPACES TO TEXTO-ITEM
               STRING "ENVIADO EM " DATA-COPIA(7:2) "/"
                      DATA-COPIA(5:2) "/" DATA-COPIA(1:4) "  "
                      TIPO-ENVIO "  " ARQ-COPIA-NOME
                   DELIMITED BY SIZE INTO TEXTO-ITEM
               END-STRING
               PERFORM EMITE-ITEM
           END-IF.

      *FECHA O DOSSIE: TOTAL DE ITENS, PRAZO E EVIDENCIA NO LOG
       ENCERRA-DOSSIE.
           MOVE CT-ITENS  TO ITENS-ROD.
           MOVE DIAS-CALC TO DIAS-ROD.
           IF DIAS-CALC > PRAZO-LEGAL
               MOVE "ATENDIDO FORA DO PRAZO LEGAL" TO PRAZO-ROD
           ELSE
               MOVE "ATENDIDO NO PRAZO LEGAL" TO PRAZO-ROD
           END-IF.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM RODAPE-DOSSIE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-DOS.
           STRING "T|" CPF-BUSCA "|" CT-ITENS
               DELIMITED BY SIZE INTO REG-DOS
           END-STRING.
           WRITE REG-DOS.
           PERFORM GRAVA-EVIDENCIA.

      *HASH DO CPF: SOMA PONDERADA DOS DIGITOS MODULO 999999937,
      *O MESMO CALCULO DO LGPDDEL
       CALCULA-HASH.
           MOVE 0 TO HASH-CALC.
           PERFORM VARYING IDX-DIG FROM 1 BY 1
                   UNTIL IDX-DIG > 11
               MOVE CPF-HASH-WRK(IDX-DIG:1) TO DIGITO-HASH
               COMPUTE HASH-CALC =
                   FUNCTION MOD(HASH-CALC * 31 + DIGITO-HASH * 7
                       + IDX-DIG, 999999937)
           END-PERFORM.
           MOVE HASH-CALC TO HASH-FINAL.

       GRAVA-EVIDENCIA.
           MOVE CPF-PED(IDX-PED) TO CPF-HASH-WRK.
           PERFORM CALCULA-HASH.
           MOVE HASH-FINAL        TO HASH-LA.
           MOVE DATA-PED(IDX-PED) TO DATA-PEDIDO.
           MOVE DATA-EXEC         TO DATA-ATEND.
           MOVE DIAS-CALC         TO DIAS-ATEND.
           IF DIAS-CALC > PRAZO-LEGAL
               MOVE "N" TO NO-PRAZO-LA
           ELSE
               MOVE "S" TO NO-PRAZO-LA
           END-IF.
           MOVE CT-ITENS          TO QTD-ITENS-LA.
           WRITE REG-LOGACESS.

      *OS PEDIDOS ATENDIDOS SAEM DO ARQACESS: O ARQUIVO E REGRAVADO
      *VAZIO PARA O PROXIMO LOTE DE PEDIDOS
       FIM.
           MOVE CT-PEDIDOS TO QTD-PED-ROD.
           WRITE REG-REL FROM RODAPE-LGPD AFTER ADVANCING 3 LINES.
           CLOSE RELACESS DOSACESS LOGACESS.
           OPEN OUTPUT ARQACESS.
           CLOSE ARQACESS.
           DISPLAY "LGPDACES: " CT-PEDIDOS " PEDIDO(S) ATENDIDO(S) - "
               "DOSSIE EM RELACESS E DOSACESS.TXT, EVIDENCIA EM "
               "LOGACESS.DAT".
