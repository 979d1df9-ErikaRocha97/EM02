       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CARGCONS.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      CARGA DOS OPT-OUTS DE MARKETING RECEBIDOS DO CRM
      *              (OPTCRM.DAT: CPF, CANAL "MALA", "EMAIL" OU "TEL"
      *              E DATA DO PEDIDO) NO CADASTRO DE CONSENTIMENTO
      *              ARQCONS.DAT, ANTES DA VALIDACAO DE CLIENTES
      *              (EX06). O CANAL PASSA A "N" COM ORIGEM "CRM",
      *              SALVO QUANDO O CADASTRO JA TEM UM OPT-IN DATADO
      *              DEPOIS DO PEDIDO (O CONSENTIMENTO MAIS RECENTE
      *              PREVALECE). CADA MUDANCA VAI PARA O HISTORICO
      *              HISTCONS.DAT; O RELATORIO RELOPTCR MOSTRA O
      *              QUE FOI APLICADO, IGNORADO E RECUSADO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPTCRM  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCONS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF-CONS
           FILE STATUS IS FS-ARQCONS.
           SELECT OPTIONAL HISTCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELOPTCR ASSIGN TO DISK.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *Opt-outs registrados pelos clientes na central do CRM
       FD OPTCRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "OPTCRM.DAT".

       01 REG-OPT.
           02 CPF-OPT     PIC X(11).
           02 CANAL-OPT   PIC X(05).
           02 DATA-OPT    PIC X(08).

      *Consentimento de marketing por CPF (MANUCONS): por canal
      *(1 mala direta, 2 e-mail, 3 telefone) a opcao "S" aceita ou
      *"N" recusa, a data e a origem do consentimento
       FD ARQCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQCONS.DAT".

       01 REG-CONS.
           02 CPF-CONS      PIC 9(11).
           02 CANAL-CONS OCCURS 3 TIMES.
               03 OPCAO-CONS  PIC X(01).
               03 DATA-CONS   PIC 9(08).
               03 ORIGEM-CONS PIC X(10).
           02 ENVIADO-CONS  PIC X(03).
           02 OPERADOR-CONS PIC X(08).

      *Historico das mudancas de consentimento, no leiaute do
      *MANUCONS; a carga grava "CARGCONS" como operador
       FD HISTCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "HISTCONS.DAT".

       01 REG-HCONS.
           02 CPF-HC        PIC 9(11).
           02 CANAL-HC      PIC 9(01).
           02 OPCAO-ANT-HC  PIC X(01).
           02 OPCAO-NOVA-HC PIC X(01).
           02 DATA-CONS-HC  PIC 9(08).
           02 DATA-REG-HC   PIC 9(08).
           02 HORA-REG-HC   PIC 9(06).
           02 ORIGEM-HC     PIC X(10).
           02 OPERADOR-HC   PIC X(08).

       FD RELOPTCR
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
       77 FS-ARQCONS    PIC X(02) VALUE "00".
       77 DATA-EXEC     PIC 9(08).
       77 HORA-EXEC     PIC 9(06).
       77 CT-LIDAS      PIC 9(06) VALUE 0.
       77 CT-APLICADAS  PIC 9(06) VALUE 0.
       77 CT-IGNORADAS  PIC 9(06) VALUE 0.
       77 CT-RECUSADAS  PIC 9(06) VALUE 0.
       77 ACHOU-CONS    PIC X(03) VALUE "NAO".
       77 IDX-CANAL     PIC 9(01) VALUE 0.
       77 SITUACAO-OPT  PIC X(09) VALUE SPACES.
       77 MOTIVO-OPT    PIC X(32) VALUE SPACES.

       01 DATA-CRITICA  PIC 9(08) VALUE 0.
       01 DATA-CRITICA-R REDEFINES DATA-CRITICA.
           02 ANO-CRITICA PIC 9(04).
           02 MES-CRITICA PIC 9(02).
           02 DIA-CRITICA PIC 9(02).

       01 CAB-01.
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(44)
              VALUE "OPT-OUTS DE MARKETING RECEBIDOS DO CRM".
           02 FILLER  PIC X(18) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(11) VALUE "CPF".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "CANAL".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "DATA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "SITUACAO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(39) VALUE "MOTIVO".

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 DETALHE.
           02 CPF-REL       PIC X(11).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CANAL-REL     PIC X(05).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DATA-REL      PIC X(08).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SITUACAO-REL  PIC X(09).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 MOTIVO-REL    PIC X(32).
           02 FILLER        PIC X(07) VALUE SPACES.

       01 RODAPE-TOTAIS.
           02 FILLER      PIC X(07) VALUE "LIDOS: ".
           02 LID-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(13) VALUE "  APLICADOS: ".
           02 APL-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(13) VALUE "  IGNORADOS: ".
           02 IGN-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(13) VALUE "  RECUSADOS: ".
           02 REC-ROD     PIC ZZZ.ZZ9.
           02 FILLER      PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.

       CARGA-OPT-OUT-CRM.
           PERFORM INICIO.
           PERFORM PROCESSA-OPT-OUT UNTIL FIM-ARQ = "SIM".
           PERFORM FIM.
           STOP RUN.

      *SEM REMESSA DO CRM O CADASTRO DE CONSENTIMENTO NAO E TOCADO
       INICIO.
           ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC FROM TIME.
           OPEN INPUT OPTCRM.
           PERFORM LEITURA.
           IF FIM-ARQ = "SIM"
               CLOSE OPTCRM
               DISPLAY "CARGCONS: NENHUM OPT-OUT EM OPTCRM.DAT - "
                   "ARQCONS NAO ALTERADO"
               STOP RUN
           END-IF.
           OPEN I-O ARQCONS.
           IF FS-ARQCONS = "35"
               OPEN OUTPUT ARQCONS
               CLOSE ARQCONS
               OPEN I-O ARQCONS
           END-IF.
           OPEN EXTEND HISTCONS.
           OPEN OUTPUT RELOPTCR.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.

       LEITURA.
           READ OPTCRM AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDAS
           END-READ.

      *CRITICA DE FORMATO DO PEDIDO E APLICACAO NO CANAL PEDIDO
       PROCESSA-OPT-OUT.
           MOVE SPACES TO SITUACAO-OPT MOTIVO-OPT.
           PERFORM IDENTIFICA-CANAL.
           MOVE 0 TO DATA-CRITICA.
           IF DATA-OPT IS NUMERIC
               MOVE DATA-OPT TO DATA-CRITICA
           END-IF.
           EVALUATE TRUE
               WHEN CPF-OPT IS NOT NUMERIC OR CPF-OPT = ZEROES
                   MOVE "CPF INVALIDO" TO MOTIVO-OPT
               WHEN IDX-CANAL = 0
                   MOVE "CANAL DESCONHECIDO" TO MOTIVO-OPT
               WHEN DATA-OPT IS NOT NUMERIC OR
                    MES-CRITICA < 1 OR MES-CRITICA > 12 OR
                    DIA-CRITICA < 1 OR DIA-CRITICA > 31 OR
                    ANO-CRITICA < 1900
                   MOVE "DATA INVALIDA" TO MOTIVO-OPT
               WHEN DATA-CRITICA > DATA-EXEC
                   MOVE "DATA POSTERIOR A HOJE" TO MOTIVO-OPT
               WHEN OTHER
                   PERFORM APLICA-OPT-OUT
           END-EVALUATE.
           IF MOTIVO-OPT NOT = SPACES AND SITUACAO-OPT = SPACES
               MOVE "RECUSADO" TO SITUACAO-OPT
               ADD 1 TO CT-RECUSADAS
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

       IDENTIFICA-CANAL.
           EVALUATE CANAL-OPT
               WHEN "MALA"  MOVE 1 TO IDX-CANAL
               WHEN "EMAIL" MOVE 2 TO IDX-CANAL
               WHEN "TEL"   MOVE 3 TO IDX-CANAL
               WHEN OTHER   MOVE 0 TO IDX-CANAL
           END-EVALUATE.

      *CPF AINDA SEM CONSENTIMENTO GANHA O REGISTRO AQUI; CANAL JA
      *RECUSADO NAO MUDA, E OPT-IN DATADO DEPOIS DO PEDIDO PREVALECE
       APLICA-OPT-OUT.
           MOVE CPF-OPT TO CPF-CONS.
           MOVE "SIM" TO ACHOU-CONS.
           READ ARQCONS
               INVALID KEY
                   MOVE "NAO" TO ACHOU-CONS
                   MOVE SPACES TO REG-CONS
                   MOVE CPF-OPT TO CPF-CONS
                   MOVE 0 TO DATA-CONS(1) DATA-CONS(2) DATA-CONS(3)
                   MOVE "III" TO ENVIADO-CONS
           END-READ.
           EVALUATE TRUE
               WHEN OPCAO-CONS(IDX-CANAL) = "N"
                   MOVE "IGNORADO" TO SITUACAO-OPT
                   MOVE "CANAL JA RECUSADO NO CADASTRO" TO MOTIVO-OPT
                   ADD 1 TO CT-IGNORADAS
               WHEN OPCAO-CONS(IDX-CANAL) = "S" AND
                    DATA-CONS(IDX-CANAL) > DATA-CRITICA
                   MOVE "IGNORADO" TO SITUACAO-OPT
                   MOVE "OPT-IN MAIS RECENTE NO CADASTRO"
                     TO MOTIVO-OPT
                   ADD 1 TO CT-IGNORADAS
               WHEN OTHER
                   PERFORM GRAVA-OPT-OUT
           END-EVALUATE.

       GRAVA-OPT-OUT.
           MOVE CPF-CONS               TO CPF-HC.
           MOVE IDX-CANAL              TO CANAL-HC.
           MOVE OPCAO-CONS(IDX-CANAL)  TO OPCAO-ANT-HC.
           MOVE "N"                    TO OPCAO-NOVA-HC.
           MOVE DATA-CRITICA           TO DATA-CONS-HC.
           MOVE DATA-EXEC              TO DATA-REG-HC.
           MOVE HORA-EXEC              TO HORA-REG-HC.
           MOVE "CRM"                  TO ORIGEM-HC.
           MOVE "CARGCONS"             TO OPERADOR-HC.
           WRITE REG-HCONS.
           MOVE "N"          TO OPCAO-CONS(IDX-CANAL).
           MOVE DATA-CRITICA TO DATA-CONS(IDX-CANAL).
           MOVE "CRM"        TO ORIGEM-CONS(IDX-CANAL).
           MOVE "CARGCONS"   TO OPERADOR-CONS.
           IF ACHOU-CONS = "SIM"
               REWRITE REG-CONS
           ELSE
               WRITE REG-CONS
           END-IF.
           MOVE "APLICADO" TO SITUACAO-OPT.
           ADD 1 TO CT-APLICADAS.

       IMPRIME-DETALHE.
           MOVE CPF-OPT      TO CPF-REL.
           MOVE CANAL-OPT    TO CANAL-REL.
           MOVE DATA-OPT     TO DATA-REL.
           MOVE SITUACAO-OPT TO SITUACAO-REL.
           MOVE MOTIVO-OPT   TO MOTIVO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-LIDAS     TO LID-ROD.
           MOVE CT-APLICADAS TO APL-ROD.
           MOVE CT-IGNORADAS TO IGN-ROD.
           MOVE CT-RECUSADAS TO REC-ROD.
           WRITE REG-REL FROM RODAPE-TOTAIS AFTER ADVANCING 3 LINES.
           CLOSE OPTCRM ARQCONS HISTCONS RELOPTCR.
           PERFORM GRAVA-AUDITORIA.
      *OS PEDIDOS TRATADOS SAEM DO OPTCRM: O ARQUIVO E REGRAVADO
      *VAZIO PARA A PROXIMA REMESSA DO CRM
           OPEN OUTPUT OPTCRM.
           CLOSE OPTCRM.
           DISPLAY "CARGCONS: " CT-APLICADAS " OPT-OUT(S) APLICADO(S), "
               CT-IGNORADAS " IGNORADO(S) E " CT-RECUSADAS
               " RECUSADO(S) DE " CT-LIDAS " LIDO(S)".

      *REGISTRA NO LOG DE AUDITORIA COMPARTILHADO: LIDOS, APLICADOS
      *E RECUSADOS (OS IGNORADOS NAO SAO ERRO DE DADOS)
       GRAVA-AUDITORIA.
           MOVE "CARGCONS" TO PROGRAMA-AUDIT.
           ACCEPT DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT HORA-EXEC  FROM TIME.
           MOVE HORA-EXEC    TO HORA-AUDIT.
           MOVE CT-LIDAS     TO REGISTROS-LIDOS.
           MOVE CT-APLICADAS TO REGISTROS-GRAVADOS.
           MOVE CT-RECUSADAS TO REGISTROS-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           WRITE REG-AUDIT.
           CLOSE LOGEXEC.
