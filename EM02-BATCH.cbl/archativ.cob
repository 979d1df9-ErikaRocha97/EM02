       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ARCHATIV.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      ARQUIVAMENTO DO LOG DE ATIVIDADE DOS OPERADORES,
      *              NOS MOLDES DO ARCHLOG PARA O LOGEXEC: MOVE AS
      *              LINHAS DE ARQATIV.DAT MAIS ANTIGAS QUE O CORTE DE
      *              RETENCAO (PARAMREV.DAT, PADRAO 120 DIAS) PARA
      *              ARQUIVOS MENSAIS ARQATIV.AAAAMM E REGRAVA O
      *              ARQATIV.DAT SO COM AS LINHAS DENTRO DA RETENCAO.
      *              A REVISAO DE ACESSOS (REVACESS) LE OS ARQUIVOS
      *              MENSAIS, ENTAO NADA SE PERDE PARA A AUDITORIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQATIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQMENSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATIVNOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ARQATIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQATIV.DAT".

       01 REG-ATIV.
           02 DATA-ATIV     PIC 9(08).
           02 HORA-ATIV     PIC 9(06).
           02 OPERADOR-ATIV PIC X(08).
           02 PROGRAMA-ATIV PIC X(08).
           02 FUNCAO-ATIV   PIC X(10).

      *Arquivo mensal de arquivamento (ARQATIV.AAAAMM), aberto em
      *EXTEND a cada mudanca de mes nas linhas arquivadas
       FD ARQMENSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MENSAL-NOME.

       01 REG-MENSAL PIC X(40).

      *Log enxuto regravado sobre o ARQATIV.DAT ao final
       FD ATIVNOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ATIVNOVO.DAT".

       01 REG-ATIVNOVO PIC X(40).

      *Parametros da revisao de acessos (so a retencao e usada aqui)
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

       WORKING-STORAGE SECTION.

       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 DIAS-RETENCAO PIC 9(03) VALUE 120.
       77 DATA-HOJE     PIC 9(08).
       77 INT-HOJE      PIC 9(07).
       77 INT-CORTE     PIC 9(07).
       77 DATA-CORTE    PIC 9(08).
       77 MES-ABERTO    PIC 9(06) VALUE 0.
       77 MES-LINHA     PIC 9(06) VALUE 0.
       77 CT-ARQUIVADAS PIC 9(08) VALUE 0.
       77 CT-MANTIDAS   PIC 9(08) VALUE 0.

      *Nome do arquivo mensal corrente (ARQATIV.AAAAMM)
       01 ARQ-MENSAL-NOME.
           02 FILLER          PIC X(08) VALUE "ARQATIV.".
           02 ARQ-MENSAL-MES  PIC 9(06).

       PROCEDURE DIVISION.

       ARQUIVA-ATIVIDADE.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-PARAMETROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(DATA-HOJE).
           COMPUTE INT-CORTE = INT-HOJE - DIAS-RETENCAO.
           COMPUTE DATA-CORTE = FUNCTION DATE-OF-INTEGER(INT-CORTE).
           OPEN INPUT ARQATIV
           OPEN OUTPUT ATIVNOVO.
           PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARAMREV
           READ PARAMREV
               AT END
                   MOVE 120 TO DIAS-RETENCAO
               NOT AT END
                   IF PARM-RET-ATIV IS NUMERIC AND PARM-RET-ATIV > 0
                       MOVE PARM-RET-ATIV TO DIAS-RETENCAO
                   END-IF
           END-READ.
           CLOSE PARAMREV.

       LEITURA.
           READ ARQATIV AT END MOVE "SIM" TO FIM-ARQ.

      *LINHA ANTERIOR AO CORTE VAI PARA O ARQUIVO MENSAL DO SEU
      *PROPRIO MES; AS DEMAIS SEGUEM PARA O LOG REGRAVADO
       PRINCIPAL.
           IF DATA-ATIV < DATA-CORTE
               PERFORM ARQUIVA-LINHA
           ELSE
               WRITE REG-ATIVNOVO FROM REG-ATIV
               ADD 1 TO CT-MANTIDAS
           END-IF.
           PERFORM LEITURA.

       ARQUIVA-LINHA.
           COMPUTE MES-LINHA = DATA-ATIV / 100.
           IF MES-LINHA NOT = MES-ABERTO
               IF MES-ABERTO > 0
                   CLOSE ARQMENSAL
               END-IF
               MOVE MES-LINHA TO ARQ-MENSAL-MES
               OPEN EXTEND ARQMENSAL
               MOVE MES-LINHA TO MES-ABERTO
           END-IF.
           WRITE REG-MENSAL FROM REG-ATIV.
           ADD 1 TO CT-ARQUIVADAS.

      *REGRAVA O ARQATIV.DAT A PARTIR DO LOG ENXUTO
       FIM.
           IF MES-ABERTO > 0
               CLOSE ARQMENSAL
           END-IF.
           CLOSE ARQATIV ATIVNOVO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ATIVNOVO.
           OPEN OUTPUT ARQATIV.
           PERFORM COPIA-ATIVNOVO UNTIL FIM-ARQ = "SIM".
           CLOSE ATIVNOVO ARQATIV.
           DISPLAY "ARCHATIV: " CT-ARQUIVADAS " LINHA(S) ARQUIVADA(S)"
               " E " CT-MANTIDAS " MANTIDA(S) (CORTE " DATA-CORTE
               ")".

       COPIA-ATIVNOVO.
           READ ATIVNOVO
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   WRITE REG-ATIV FROM REG-ATIVNOVO
           END-READ.
