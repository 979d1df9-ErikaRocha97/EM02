       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REVACESS.
       AUTHOR.       ERIKA.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.      REVISAO PERIODICA DE ACESSOS PARA A AUDITORIA
      *              INTERNA, SOBRE O LOG DE ATIVIDADE DOS PROGRAMAS
      *              INTERATIVOS (ARQATIV.DAT E OS MENSAIS
      *              ARQATIV.AAAAMM DO ARCHATIV). IMPRIME EM RELREVAC,
      *              PARA O PERIODO DO PARAMREV.DAT (PADRAO: O
      *              TRIMESTRE CIVIL ANTERIOR):
      *              1. POR OPERADOR: SESSOES, RECUSAS POR NIVEL
      *                 (SIGNON-NEG), SENHAS ERRADAS, BLOQUEIOS,
      *                 SESSOES FORA DO EXPEDIENTE E EM DIA NAO UTIL
      *                 (SABADO, DOMINGO E FERIADOS DO ARQFERIA), E OS
      *                 PROGRAMAS/FUNCOES USADOS;
      *              2. CODIGOS DESCONHECIDOS TENTADOS (ID-DESCON);
      *              3. AS SESSOES FORA DO EXPEDIENTE, UMA A UMA;
      *              4. ACOES SENSIVEIS: RESTAURACOES DO RESTSOCM,
      *                 MUDANCAS DE PARAMETROS (AUDPARM DO MANUPARM),
      *                 RECIBOS DO CAIXASOC ACIMA DO VALOR DE DESTAQUE
      *                 (ARQCXREC) E ALTERACOES DE OPERADORES E NIVEIS
      *                 (AUDOPER DO MANUOPER);
      *              5. OPERADORES DO ARQOPER SEM SESSAO HA MAIS DOS
      *                 DIAS DO PARAMREV (PADRAO 90), CONTADOS ATE
      *                 HOJE, PARA REVOGACAO DO ACESSO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQATIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQMENSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQFERIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDPARM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCXREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELREVAC ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

      *Log de atividade corrente, gravado pelos programas interativos
       FD ARQATIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQATIV.DAT".

       01 REG-ATIV PIC X(40).

      *Arquivo mensal gravado pelo ARCHATIV, no mesmo leiaute do log
       FD ARQMENSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS ARQ-MENSAL-NOME.

       01 REG-MENSAL PIC X(40).

       FD ARQOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQOPER.DAT".

       01 REG-OPER.
           02 ID-OPER    PIC X(08).
           02 NOME-OPER  PIC X(30).
           02 NIVEL-OPER PIC 9(01).

      *Feriados mantidos pelo MANUFER (o mesmo calendario do EX01)
       FD ARQFERIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQFERIA.DAT".

       01 REG-FERIA.
           02 DATA-FERIA PIC 9(08).
           02 DESC-FERIA PIC X(30).

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

      *Auditoria das mudancas de parametros gravada pelo MANUPARM
       FD AUDPARM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "AUDPARM.DAT".

       01 REG-AUDPARM.
           02 DATA-AUD     PIC 9(08).
           02 HORA-AUD     PIC 9(06).
           02 OPERADOR-AUD PIC X(08).
           02 ARQUIVO-AUD  PIC X(08).
           02 CAMPO-AUD    PIC X(15).
           02 VLR-ANT-AUD  PIC X(12).
           02 VLR-NOVO-AUD PIC X(12).

      *Trilha das alteracoes do cadastro de operadores (MANUOPER)
       FD AUDOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "AUDOPER.DAT".

       01 REG-AUDOPER.
           02 DATA-AUDO     PIC 9(08).
           02 HORA-AUDO     PIC 9(06).
           02 OPERADOR-AUDO PIC X(08).
           02 ALVO-AUDO     PIC X(08).
           02 CAMPO-AUDO    PIC X(10).
           02 VLR-ANT-AUDO  PIC X(30).
           02 VLR-NOVO-AUDO PIC X(30).

      *Recibos emitidos pelo caixa do balcao (CAIXASOC)
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

       FD RELREVAC
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ        PIC X(03) VALUE "NAO".
       77 DATA-HOJE      PIC 9(08).
       77 INT-HOJE       PIC 9(07).
       77 INT-LINHA      PIC 9(07).
       77 INT-TRIM       PIC 9(07).
       77 DATA-INI       PIC 9(08) VALUE 0.
       77 DATA-FIM       PIC 9(08) VALUE 0.
       77 DATA-CORTE-INAT PIC 9(08) VALUE 0.
       77 DATA-LEITURA   PIC 9(08) VALUE 0.
       77 ANO-TRIM       PIC 9(04).
       77 MES-TRIM       PIC 9(02).
       77 MES-CORRENTE   PIC 9(06).
       77 MES-VARRIDO    PIC 9(06).
       77 ANO-VARRIDO    PIC 9(04).
       77 MM-VARRIDO     PIC 9(02).
       77 DIA-SEMANA     PIC 9(01).
       77 HORA-HHMM      PIC 9(04).
       77 MOTIVO-WRK     PIC X(30).
       77 DIAS-SEM-USO   PIC 9(05).

      *Parametros da revisao (PARAMREV.DAT)
       77 HORA-INI       PIC 9(04) VALUE 0800.
       77 HORA-FIM       PIC 9(04) VALUE 1800.
       77 VALOR-DESTAQUE PIC 9(07)V9(02) VALUE 5000,00.
       77 DIAS-INATIVO   PIC 9(03) VALUE 90.

      *Contadores do rodape
       77 CT-LINHAS      PIC 9(07) VALUE 0.
       77 CT-PERIODO     PIC 9(07) VALUE 0.
       77 CT-PARM        PIC 9(05) VALUE 0.
       77 CT-RECIBOS     PIC 9(05) VALUE 0.
       77 CT-AUDO        PIC 9(05) VALUE 0.
       77 CT-INATIVOS    PIC 9(03) VALUE 0.

      *Nome do arquivo mensal em leitura (ARQATIV.AAAAMM)
       01 ARQ-MENSAL-NOME.
           02 FILLER          PIC X(08) VALUE "ARQATIV.".
           02 ARQ-MENSAL-MES  PIC 9(06).

      *Linha do log em exame, venha do corrente ou de um mensal
       01 LINHA-ATIV.
           02 DATA-LIN      PIC 9(08).
           02 HORA-LIN      PIC 9(06).
           02 OPERADOR-LIN  PIC X(08).
           02 PROGRAMA-LIN  PIC X(08).
           02 FUNCAO-LIN    PIC X(10).

      *Feriados do ARQFERIA em memoria
       77 QTD-FERIA      PIC 9(04) VALUE 0.
       77 FERIA-MAX      PIC 9(04) VALUE 999.
       77 IDX-FERIA      PIC 9(04).
       77 ACHOU-FERIA    PIC X(03) VALUE "NAO".
       01 TAB-FERIADOS.
           02 FERIA-ENT OCCURS 999 TIMES.
               03 DATA-FER-TAB PIC 9(08).
               03 DESC-FER-TAB PIC X(30).

      *Resumo por operador, em ordem de codigo: os do ARQOPER e os
      *que aparecem no log sem estar nele (excluidos depois)
       77 QTD-OPREV      PIC 9(04) VALUE 0.
       77 OPREV-MAX      PIC 9(04) VALUE 999.
       77 IDX-OPREV      PIC 9(04).
       77 POS-OPREV      PIC 9(04).
       77 ACHOU-OPREV    PIC X(03).
       77 ID-PROCURA     PIC X(08).
       01 TAB-OPREV.
           02 OPREV-ENT OCCURS 999 TIMES.
               03 ID-REV       PIC X(08).
               03 NOME-REV     PIC X(30).
               03 NIVEL-REV    PIC X(01).
               03 CADASTRO-REV PIC X(01).
               03 SESSOES-REV  PIC 9(05).
               03 RECUSAS-REV  PIC 9(04).
               03 ERRADAS-REV  PIC 9(04).
               03 BLOQ-REV     PIC 9(03).
               03 FORA-REV     PIC 9(04).
               03 NUTIL-REV    PIC 9(04).
               03 ULT-SESSAO-REV PIC 9(08).

      *Uso por operador/programa/funcao no periodo, em ordem
       77 QTD-USO        PIC 9(04) VALUE 0.
       77 USO-MAX        PIC 9(04) VALUE 3000.
       77 IDX-USO        PIC 9(04).
       77 IDX-DESLOCA    PIC 9(04).
       77 POS-USO        PIC 9(04).
       77 ACHOU-USO      PIC X(03).
       01 TAB-USO.
           02 USO-ENT OCCURS 3000 TIMES.
               03 USO-CHAVE.
                   04 OPER-USO PIC X(08).
                   04 PROG-USO PIC X(08).
                   04 FUNC-USO PIC X(10).
               03 QTD-USO-TAB  PIC 9(05).

       01 CHAVE-LINHA.
           02 OPER-CHAVE PIC X(08).
           02 PROG-CHAVE PIC X(08).
           02 FUNC-CHAVE PIC X(10).

      *Codigos desconhecidos tentados no periodo, em ordem
       77 QTD-DESC       PIC 9(03) VALUE 0.
       77 DESC-MAX       PIC 9(03) VALUE 500.
       77 IDX-DESC       PIC 9(03).
       77 POS-DESC       PIC 9(03).
       77 ACHOU-DESC     PIC X(03).
       01 TAB-DESCONHECIDOS.
           02 DESC-ENT OCCURS 500 TIMES.
               03 ID-DESC       PIC X(08).
               03 QTD-DESC-TAB  PIC 9(05).
               03 PRIM-DESC     PIC 9(08).
               03 ULT-DESC      PIC 9(08).
               03 PROG-DESC     PIC X(08).

      *Sessoes fora do expediente ou em dia nao util, na ordem do log
       77 QTD-FORA       PIC 9(04) VALUE 0.
       77 FORA-MAX       PIC 9(04) VALUE 2000.
       77 IDX-FORA       PIC 9(04).
       01 TAB-FORA.
           02 FORA-ENT OCCURS 2000 TIMES.
               03 DATA-FORA   PIC 9(08).
               03 HORA-FORA   PIC 9(06).
               03 OPER-FORA   PIC X(08).
               03 PROG-FORA   PIC X(08).
               03 MOTIVO-FORA PIC X(30).

      *Restauracoes do CADSOCM pelo RESTSOCM, na ordem do log
       77 QTD-REST       PIC 9(03) VALUE 0.
       77 REST-MAX       PIC 9(03) VALUE 500.
       77 IDX-REST       PIC 9(03).
       01 TAB-RESTAUROS.
           02 REST-ENT OCCURS 500 TIMES.
               03 DATA-REST   PIC 9(08).
               03 HORA-REST   PIC 9(06).
               03 OPER-REST   PIC X(08).
               03 FUNC-REST   PIC X(10).

      *Apoio da edicao de datas e horas
       77 DATA-FMT       PIC 9(08).
       77 HORA-FMT       PIC 9(06).
       01 DATA-ED.
           02 DIA-ED  PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-ED  PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-ED  PIC 9(04).
       01 HORA-ED.
           02 HH-ED   PIC 9(02).
           02 FILLER  PIC X(01) VALUE ":".
           02 MI-ED   PIC 9(02).
           02 FILLER  PIC X(01) VALUE ":".
           02 SS-ED   PIC 9(02).
       77 DIAS-ED        PIC ZZZZ9.
       77 DIAS-TIT       PIC ZZ9.
       77 VALOR-ED       PIC Z.ZZZ.ZZ9,99.

      *Cabecalhos do relatorio
       01 CAB-01.
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(36)
                      VALUE "REVISAO DE ACESSOS DOS OPERADORES".
           02 FILLER  PIC X(22) VALUE SPACES.

       01 CAB-02.
           02 FILLER     PIC X(09) VALUE "PERIODO: ".
           02 INI-CAB    PIC X(10).
           02 FILLER     PIC X(03) VALUE " A ".
           02 FIM-CAB    PIC X(10).
           02 FILLER     PIC X(15) VALUE "   EXPEDIENTE: ".
           02 HINI-CAB   PIC 9(02).
           02 FILLER     PIC X(01) VALUE ":".
           02 MINI-CAB   PIC 9(02).
           02 FILLER     PIC X(03) VALUE " A ".
           02 HFIM-CAB   PIC 9(02).
           02 FILLER     PIC X(01) VALUE ":".
           02 MFIM-CAB   PIC 9(02).
           02 FILLER     PIC X(20) VALUE SPACES.

       01 CAB-03.
           02 FILLER     PIC X(09) VALUE "EMISSAO: ".
           02 HOJE-CAB   PIC X(10).
           02 FILLER     PIC X(61) VALUE SPACES.

       01 SEPARADOR.
           02 FILLER  PIC X(80) VALUE ALL "-".

       01 TITULO-SECAO.
           02 TITULO-REL PIC X(80).

       01 CAB-OPER-1.
           02 FILLER  PIC X(13) VALUE "OPERADOR NOME".
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(02) VALUE "NV".
           02 FILLER  PIC X(07) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "RECUSA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SENHA".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "FORA".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "NAO".
           02 FILLER  PIC X(10) VALUE SPACES.

       01 CAB-OPER-2.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(25) VALUE "SESSOES NIVEL ERRADA BLOQ".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(03) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "UTIL".
           02 FILLER  PIC X(10) VALUE SPACES.

       01 CAB-USO.
           02 FILLER  PIC X(10) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PROGRAMA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "FUNCAO".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "QTD".
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-DESC.
           02 FILLER  PIC X(06) VALUE "CODIGO".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "TENT.".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PRIMEIRA".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "ULTIMA".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PROGRAMA".
           02 FILLER  PIC X(31) VALUE SPACES.

       01 CAB-FORA.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "OPERADOR".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "PROGRAMA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "MOTIVO".
           02 FILLER  PIC X(32) VALUE SPACES.

       01 CAB-REST.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "OPERADOR".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "FUNCAO".
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(02) VALUE SPACES.

       01 CAB-PARM.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(07) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(16) VALUE "OPERADOR ARQUIVO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "CAMPO".
           02 FILLER  PIC X(11) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "ANTERIOR".
           02 FILLER  PIC X(05) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "NOVO".
           02 FILLER  PIC X(12) VALUE SPACES.

       01 CAB-REC.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "OPERADOR".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "RECIBO".
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "SOCIO".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "VALOR".
           02 FILLER  PIC X(16) VALUE SPACES.

       01 CAB-AUDO.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(07) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "HORA".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "SUPERV.".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(14) VALUE "OPERADOR CAMPO".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "ANTERIOR".
           02 FILLER  PIC X(08) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "NOVO".
           02 FILLER  PIC X(14) VALUE SPACES.

       01 CAB-INAT.
           02 FILLER  PIC X(13) VALUE "OPERADOR NOME".
           02 FILLER  PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(02) VALUE "NV".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "ULT.SESSAO".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "DIAS".
           02 FILLER  PIC X(21) VALUE SPACES.

       01 DETALHE-OPER.
           02 ID-OP-REL    PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-OP-REL  PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NIVEL-OP-REL PIC X(01).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SES-OP-REL   PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NEG-OP-REL   PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ERR-OP-REL   PIC ZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 BLQ-OP-REL   PIC ZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 FORA-OP-REL  PIC ZZZ9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NUTIL-OP-REL PIC ZZZ9.
           02 FILLER       PIC X(10) VALUE SPACES.

       01 DETALHE-USO.
           02 FILLER       PIC X(10) VALUE SPACES.
           02 PROG-US-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FUNC-US-REL  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 QTD-US-REL   PIC ZZZZ9.
           02 FILLER       PIC X(43) VALUE SPACES.

       01 DETALHE-DESC.
           02 ID-DS-REL    PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 QTD-DS-REL   PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PRIM-DS-REL  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ULT-DS-REL   PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PROG-DS-REL  PIC X(08).
           02 FILLER       PIC X(31) VALUE SPACES.

       01 DETALHE-FORA.
           02 DATA-FO-REL  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 HORA-FO-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 OPER-FO-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 PROG-FO-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MOTIVO-FO-REL PIC X(30).
           02 FILLER       PIC X(08) VALUE SPACES.

       01 DETALHE-REST.
           02 DATA-RS-REL  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 HORA-RS-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 OPER-RS-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FUNC-RS-REL  PIC X(10).
           02 FILLER       PIC X(38) VALUE SPACES.

       01 DETALHE-PARM.
           02 DATA-PM-REL  PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 HORA-PM-REL  PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 OPER-PM-REL  PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ARQ-PM-REL   PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CAMPO-PM-REL PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ANT-PM-REL   PIC X(12).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOVO-PM-REL  PIC X(12).
           02 FILLER       PIC X(04) VALUE SPACES.

       01 DETALHE-REC.
           02 DATA-RC-REL  PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 HORA-RC-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 OPER-RC-REL  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RECIBO-RC-REL PIC 9(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SOCIO-RC-REL PIC 9(06).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 VALOR-RC-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(16) VALUE SPACES.

       01 DETALHE-AUDO.
           02 DATA-AO-REL  PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 HORA-AO-REL  PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SUP-AO-REL   PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ALVO-AO-REL  PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CAMPO-AO-REL PIC X(10).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ANT-AO-REL   PIC X(15).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOVO-AO-REL  PIC X(15).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 DETALHE-INAT.
           02 ID-IN-REL    PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-IN-REL  PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NIVEL-IN-REL PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 ULT-IN-REL   PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIAS-IN-REL  PIC X(05).
           02 FILLER       PIC X(19) VALUE SPACES.

       01 LINHA-VAZIA.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 TEXTO-VAZIO  PIC X(75).

       01 LINHA-TOTAL.
           02 ROTULO-TOT   PIC X(40).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 VALOR-TOT    PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       REVISAO-ACESSOS.
           PERFORM INICIO.
           PERFORM VARRE-ARQUIVOS-MENSAIS.
           PERFORM VARRE-LOG-CORRENTE.
           PERFORM IMPRIME-OPERADORES.
           PERFORM IMPRIME-DESCONHECIDOS.
           PERFORM IMPRIME-FORA-EXPEDIENTE.
           PERFORM IMPRIME-SENSIVEIS.
           PERFORM IMPRIME-INATIVOS.
           PERFORM FIM.
           STOP RUN.

      *PERIODO DO PARAMREV OU, COM ZEROS, O TRIMESTRE CIVIL
      *ANTERIOR; O LOG E LIDO DESDE O MAIS ANTIGO ENTRE O INICIO DO
      *PERIODO E O CORTE DE INATIVIDADE (HOJE MENOS OS DIAS SEM USO)
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(DATA-HOJE).
           PERFORM LE-PARAMETROS.
           IF DATA-INI = 0 OR DATA-FIM = 0
               PERFORM CALCULA-TRIMESTRE
           END-IF.
           COMPUTE DATA-CORTE-INAT = FUNCTION DATE-OF-INTEGER(
               INT-HOJE - DIAS-INATIVO).
           IF DATA-CORTE-INAT < DATA-INI
               MOVE DATA-CORTE-INAT TO DATA-LEITURA
           ELSE
               MOVE DATA-INI TO DATA-LEITURA
           END-IF.
           COMPUTE MES-CORRENTE = DATA-HOJE / 100.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-OPERADORES.
           OPEN OUTPUT RELREVAC.
           PERFORM CABECALHO.

       LE-PARAMETROS.
           OPEN INPUT PARAMREV.
           READ PARAMREV
               AT END CONTINUE
               NOT AT END
                   IF PARM-HORA-INI IS NUMERIC AND
                      PARM-HORA-FIM IS NUMERIC AND
                      PARM-HORA-INI < PARM-HORA-FIM
                       MOVE PARM-HORA-INI TO HORA-INI
                       MOVE PARM-HORA-FIM TO HORA-FIM
                   END-IF
                   IF PARM-VALOR-REV IS NUMERIC AND
                      PARM-VALOR-REV > 0
                       MOVE PARM-VALOR-REV TO VALOR-DESTAQUE
                   END-IF
                   IF PARM-DIAS-INATIVO IS NUMERIC AND
                      PARM-DIAS-INATIVO > 0
                       MOVE PARM-DIAS-INATIVO TO DIAS-INATIVO
                   END-IF
                   IF PARM-INI-REV IS NUMERIC AND
                      PARM-FIM-REV IS NUMERIC AND
                      PARM-INI-REV <= PARM-FIM-REV
                       MOVE PARM-INI-REV TO DATA-INI
                       MOVE PARM-FIM-REV TO DATA-FIM
                   END-IF
           END-READ.
           CLOSE PARAMREV.

      *O TRIMESTRE ANTERIOR TERMINA NA VESPERA DO PRIMEIRO DIA DO
      *TRIMESTRE CORRENTE E COMECA TRES MESES ANTES DELE
       CALCULA-TRIMESTRE.
           MOVE DATA-HOJE(1:4) TO ANO-TRIM.
           MOVE DATA-HOJE(5:2) TO MES-TRIM.
           COMPUTE MES-TRIM = ((MES-TRIM - 1) / 3) * 3 + 1.
           COMPUTE INT-TRIM = FUNCTION INTEGER-OF-DATE(
               ANO-TRIM * 10000 + MES-TRIM * 100 + 1).
           COMPUTE DATA-FIM = FUNCTION DATE-OF-INTEGER(INT-TRIM - 1).
           IF MES-TRIM = 1
               SUBTRACT 1 FROM ANO-TRIM
               MOVE 10 TO MES-TRIM
           ELSE
               SUBTRACT 3 FROM MES-TRIM
           END-IF.
           COMPUTE DATA-INI = ANO-TRIM * 10000 + MES-TRIM * 100 + 1.

       CARREGA-FERIADOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQFERIA.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQFERIA
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF QTD-FERIA < FERIA-MAX
                           ADD 1 TO QTD-FERIA
                           MOVE DATA-FERIA TO DATA-FER-TAB(QTD-FERIA)
                           MOVE DESC-FERIA TO DESC-FER-TAB(QTD-FERIA)
                       ELSE
                           DISPLAY "TAB-FERIADOS CHEIA (" FERIA-MAX
                               ") - FERIADO IGNORADO: " DATA-FERIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQFERIA.

      *TODO OPERADOR CADASTRADO ENTRA NO RESUMO, MESMO SEM USO, PARA
      *A LISTA DE INATIVOS
       CARREGA-OPERADORES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQOPER.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQOPER
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       MOVE ID-OPER TO ID-PROCURA
                       PERFORM LOCALIZA-OPREV
                       IF POS-OPREV > 0
                           MOVE NOME-OPER  TO NOME-REV(POS-OPREV)
                           MOVE NIVEL-OPER TO NIVEL-REV(POS-OPREV)
                           MOVE "S" TO CADASTRO-REV(POS-OPREV)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQOPER.

      *VARRE OS ARQUIVOS MENSAIS DO MES DO INICIO DA LEITURA ATE O
      *MES ATUAL; MES SEM ARQUIVO (OPTIONAL) APENAS NAO CONTRIBUI
       VARRE-ARQUIVOS-MENSAIS.
           COMPUTE MES-VARRIDO = DATA-LEITURA / 100.
           PERFORM VARRE-UM-MES
               UNTIL MES-VARRIDO > MES-CORRENTE.

       VARRE-UM-MES.
           MOVE MES-VARRIDO TO ARQ-MENSAL-MES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQMENSAL.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQMENSAL INTO LINHA-ATIV
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM EXAMINA-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQMENSAL.
      *AVANCA PARA O MES SEGUINTE (AAAAMM)
           MOVE MES-VARRIDO(1:4) TO ANO-VARRIDO.
           MOVE MES-VARRIDO(5:2) TO MM-VARRIDO.
           IF MM-VARRIDO = 12
               ADD 1 TO ANO-VARRIDO
               MOVE 1 TO MM-VARRIDO
           ELSE
               ADD 1 TO MM-VARRIDO
           END-IF.
           COMPUTE MES-VARRIDO = ANO-VARRIDO * 100 + MM-VARRIDO.

       VARRE-LOG-CORRENTE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQATIV.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQATIV INTO LINHA-ATIV
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM EXAMINA-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQATIV.

      *A ULTIMA SESSAO VALE PARA QUALQUER DATA LIDA (INATIVIDADE E
      *CONTADA ATE HOJE); O RESTO SO CONTA DENTRO DO PERIODO. CODIGO
      *DESCONHECIDO NAO VIRA OPERADOR NO RESUMO
       EXAMINA-LINHA.
           IF DATA-LIN IS NUMERIC AND DATA-LIN >= DATA-LEITURA
               ADD 1 TO CT-LINHAS
               IF FUNCAO-LIN = "ID-DESCON"
                   IF DATA-LIN >= DATA-INI AND DATA-LIN <= DATA-FIM
                       ADD 1 TO CT-PERIODO
                       PERFORM ACUMULA-DESCONHECIDO
                   END-IF
               ELSE
                   MOVE OPERADOR-LIN TO ID-PROCURA
                   PERFORM LOCALIZA-OPREV
                   IF POS-OPREV > 0
                       IF (FUNCAO-LIN = "SIGNON" OR
                           FUNCAO-LIN = "SIGNON-LOT") AND
                          DATA-LIN > ULT-SESSAO-REV(POS-OPREV)
                           MOVE DATA-LIN TO ULT-SESSAO-REV(POS-OPREV)
                       END-IF
                       IF DATA-LIN >= DATA-INI AND
                          DATA-LIN <= DATA-FIM
                           ADD 1 TO CT-PERIODO
                           PERFORM ACUMULA-PERIODO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACUMULA-PERIODO.
           PERFORM ACUMULA-USO.
           EVALUATE FUNCAO-LIN
               WHEN "SIGNON"
                   ADD 1 TO SESSOES-REV(POS-OPREV)
                   PERFORM VERIFICA-EXPEDIENTE
               WHEN "SIGNON-LOT"
                   ADD 1 TO SESSOES-REV(POS-OPREV)
               WHEN "SIGNON-NEG"
                   ADD 1 TO RECUSAS-REV(POS-OPREV)
               WHEN "SENHA-ERR"
                   ADD 1 TO ERRADAS-REV(POS-OPREV)
               WHEN "BLOQUEIO"
                   ADD 1 TO ERRADAS-REV(POS-OPREV)
                   ADD 1 TO BLOQ-REV(POS-OPREV)
           END-EVALUATE.
           IF PROGRAMA-LIN = "RESTSOCM" AND
              FUNCAO-LIN(1:9) = "RESTAURA-"
               PERFORM GUARDA-RESTAURO
           END-IF.

      *SESSAO ABERTA EM SABADO, DOMINGO OU FERIADO, OU FORA DO
      *HORARIO DO BALCAO (DIA 1 DO CALENDARIO INTERNO, 01/01/1601,
      *FOI UMA SEGUNDA-FEIRA: RESTO 6 = SABADO, RESTO 0 = DOMINGO);
      *AS SESSOES DO LOTE (SIGNON-LOT) RODAM DE NOITE POR DESENHO
       VERIFICA-EXPEDIENTE.
           MOVE SPACES TO MOTIVO-WRK.
           COMPUTE INT-LINHA = FUNCTION INTEGER-OF-DATE(DATA-LIN).
           COMPUTE DIA-SEMANA = FUNCTION MOD(INT-LINHA, 7).
           EVALUATE DIA-SEMANA
               WHEN 6 MOVE "SABADO"  TO MOTIVO-WRK
               WHEN 0 MOVE "DOMINGO" TO MOTIVO-WRK
               WHEN OTHER
                   PERFORM PROCURA-FERIADO
                   IF ACHOU-FERIA = "SIM"
                       STRING "FERIADO: " DELIMITED BY SIZE
                           DESC-FER-TAB(IDX-FERIA) DELIMITED BY SIZE
                           INTO MOTIVO-WRK
                       END-STRING
                   END-IF
           END-EVALUATE.
           COMPUTE HORA-HHMM = HORA-LIN / 100.
           IF MOTIVO-WRK NOT = SPACES
               ADD 1 TO NUTIL-REV(POS-OPREV)
           ELSE
               IF HORA-HHMM < HORA-INI OR HORA-HHMM >= HORA-FIM
                   MOVE "FORA DO EXPEDIENTE" TO MOTIVO-WRK
                   ADD 1 TO FORA-REV(POS-OPREV)
               END-IF
           END-IF.
           IF MOTIVO-WRK NOT = SPACES
               PERFORM GUARDA-FORA
           END-IF.

      *DEIXA IDX-FERIA NO FERIADO ACHADO
       PROCURA-FERIADO.
           MOVE "NAO" TO ACHOU-FERIA.
           PERFORM VARYING IDX-FERIA FROM 1 BY 1
                   UNTIL IDX-FERIA > QTD-FERIA
                      OR ACHOU-FERIA = "SIM"
               IF DATA-FER-TAB(IDX-FERIA) = DATA-LIN
                   MOVE "SIM" TO ACHOU-FERIA
               END-IF
           END-PERFORM.
           IF ACHOU-FERIA = "SIM"
               SUBTRACT 1 FROM IDX-FERIA
           END-IF.

       GUARDA-FORA.
           IF QTD-FORA < FORA-MAX
               ADD 1 TO QTD-FORA
               MOVE DATA-LIN     TO DATA-FORA(QTD-FORA)
               MOVE HORA-LIN     TO HORA-FORA(QTD-FORA)
               MOVE OPERADOR-LIN TO OPER-FORA(QTD-FORA)
               MOVE PROGRAMA-LIN TO PROG-FORA(QTD-FORA)
               MOVE MOTIVO-WRK   TO MOTIVO-FORA(QTD-FORA)
           ELSE
               DISPLAY "TAB-FORA CHEIA (" FORA-MAX
                   ") - SESSAO FORA DA LISTAGEM: " OPERADOR-LIN
                   " " DATA-LIN
           END-IF.

       GUARDA-RESTAURO.
           IF QTD-REST < REST-MAX
               ADD 1 TO QTD-REST
               MOVE DATA-LIN     TO DATA-REST(QTD-REST)
               MOVE HORA-LIN     TO HORA-REST(QTD-REST)
               MOVE OPERADOR-LIN TO OPER-REST(QTD-REST)
               MOVE FUNCAO-LIN   TO FUNC-REST(QTD-REST)
           ELSE
               DISPLAY "TAB-RESTAUROS CHEIA (" REST-MAX
                   ") - RESTAURACAO FORA DA LISTAGEM: " DATA-LIN
           END-IF.

      *LOCALIZA (OU INSERE EM ORDEM DE CODIGO) O OPERADOR ID-PROCURA;
      *COM A TABELA CHEIA POS-OPREV VOLTA ZERO E A LINHA E IGNORADA
       LOCALIZA-OPREV.
           MOVE "NAO" TO ACHOU-OPREV.
           MOVE 0 TO POS-OPREV.
           PERFORM VARYING IDX-OPREV FROM 1 BY 1
                   UNTIL IDX-OPREV > QTD-OPREV
                      OR ACHOU-OPREV = "SIM"
                      OR ID-REV(IDX-OPREV) > ID-PROCURA
               IF ID-REV(IDX-OPREV) = ID-PROCURA
                   MOVE "SIM" TO ACHOU-OPREV
                   MOVE IDX-OPREV TO POS-OPREV
               END-IF
           END-PERFORM.
           IF ACHOU-OPREV = "NAO"
               IF QTD-OPREV >= OPREV-MAX
                   DISPLAY "TAB-OPREV CHEIA (" OPREV-MAX
                       ") - OPERADOR FORA DA REVISAO: " ID-PROCURA
               ELSE
                   PERFORM VARYING IDX-DESLOCA FROM QTD-OPREV
                           BY -1 UNTIL IDX-DESLOCA < IDX-OPREV
                       MOVE OPREV-ENT(IDX-DESLOCA)
                         TO OPREV-ENT(IDX-DESLOCA + 1)
                   END-PERFORM
                   MOVE ID-PROCURA TO ID-REV(IDX-OPREV)
                   MOVE "(FORA DO ARQOPER)" TO NOME-REV(IDX-OPREV)
                   MOVE "?" TO NIVEL-REV(IDX-OPREV)
                   MOVE "N" TO CADASTRO-REV(IDX-OPREV)
                   MOVE 0 TO SESSOES-REV(IDX-OPREV)
                             RECUSAS-REV(IDX-OPREV)
                             ERRADAS-REV(IDX-OPREV)
                             BLOQ-REV(IDX-OPREV)
                             FORA-REV(IDX-OPREV)
                             NUTIL-REV(IDX-OPREV)
                             ULT-SESSAO-REV(IDX-OPREV)
                   ADD 1 TO QTD-OPREV
                   MOVE IDX-OPREV TO POS-OPREV
               END-IF
           END-IF.

      *CONTAGEM POR OPERADOR/PROGRAMA/FUNCAO, INSERIDA EM ORDEM
       ACUMULA-USO.
           MOVE OPERADOR-LIN TO OPER-CHAVE.
           MOVE PROGRAMA-LIN TO PROG-CHAVE.
           MOVE FUNCAO-LIN   TO FUNC-CHAVE.
           MOVE "NAO" TO ACHOU-USO.
           MOVE 0 TO POS-USO.
           PERFORM VARYING IDX-USO FROM 1 BY 1
                   UNTIL IDX-USO > QTD-USO
                      OR ACHOU-USO = "SIM"
                      OR USO-CHAVE(IDX-USO) > CHAVE-LINHA
               IF USO-CHAVE(IDX-USO) = CHAVE-LINHA
                   MOVE "SIM" TO ACHOU-USO
                   MOVE IDX-USO TO POS-USO
               END-IF
           END-PERFORM.
           IF ACHOU-USO = "NAO"
               IF QTD-USO >= USO-MAX
                   DISPLAY "TAB-USO CHEIA (" USO-MAX
                       ") - USO FORA DO RESUMO: " CHAVE-LINHA
               ELSE
                   PERFORM VARYING IDX-DESLOCA FROM QTD-USO
                           BY -1 UNTIL IDX-DESLOCA < IDX-USO
                       MOVE USO-ENT(IDX-DESLOCA)
                         TO USO-ENT(IDX-DESLOCA + 1)
                   END-PERFORM
                   MOVE CHAVE-LINHA TO USO-CHAVE(IDX-USO)
                   MOVE 0 TO QTD-USO-TAB(IDX-USO)
                   ADD 1 TO QTD-USO
                   MOVE IDX-USO TO POS-USO
               END-IF
           END-IF.
           IF POS-USO > 0
               ADD 1 TO QTD-USO-TAB(POS-USO)
           END-IF.

       ACUMULA-DESCONHECIDO.
           MOVE "NAO" TO ACHOU-DESC.
           MOVE 0 TO POS-DESC.
           PERFORM VARYING IDX-DESC FROM 1 BY 1
                   UNTIL IDX-DESC > QTD-DESC
                      OR ACHOU-DESC = "SIM"
                      OR ID-DESC(IDX-DESC) > OPERADOR-LIN
               IF ID-DESC(IDX-DESC) = OPERADOR-LIN
                   MOVE "SIM" TO ACHOU-DESC
                   MOVE IDX-DESC TO POS-DESC
               END-IF
           END-PERFORM.
           IF ACHOU-DESC = "NAO"
               IF QTD-DESC >= DESC-MAX
                   DISPLAY "TAB-DESCONHECIDOS CHEIA (" DESC-MAX
                       ") - CODIGO FORA DA LISTAGEM: " OPERADOR-LIN
               ELSE
                   PERFORM VARYING IDX-DESLOCA FROM QTD-DESC
                           BY -1 UNTIL IDX-DESLOCA < IDX-DESC
                       MOVE DESC-ENT(IDX-DESLOCA)
                         TO DESC-ENT(IDX-DESLOCA + 1)
                   END-PERFORM
                   MOVE OPERADOR-LIN TO ID-DESC(IDX-DESC)
                   MOVE 0        TO QTD-DESC-TAB(IDX-DESC)
                   MOVE DATA-LIN TO PRIM-DESC(IDX-DESC)
                   ADD 1 TO QTD-DESC
                   MOVE IDX-DESC TO POS-DESC
               END-IF
           END-IF.
           IF POS-DESC > 0
               ADD 1 TO QTD-DESC-TAB(POS-DESC)
               MOVE DATA-LIN     TO ULT-DESC(POS-DESC)
               MOVE PROGRAMA-LIN TO PROG-DESC(POS-DESC)
           END-IF.

      *------------------ IMPRESSAO ------------------
       CABECALHO.
           MOVE DATA-INI TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO INI-CAB.
           MOVE DATA-FIM TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO FIM-CAB.
           MOVE DATA-HOJE TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO HOJE-CAB.
           MOVE HORA-INI(1:2) TO HINI-CAB.
           MOVE HORA-INI(3:2) TO MINI-CAB.
           MOVE HORA-FIM(1:2) TO HFIM-CAB.
           MOVE HORA-FIM(3:2) TO MFIM-CAB.
           WRITE REG-REL FROM CAB-01    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03    AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR AFTER ADVANCING 1 LINE.

       TITULO.
           WRITE REG-REL FROM SEPARADOR    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM TITULO-SECAO AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM SEPARADOR    AFTER ADVANCING 1 LINE.

       NADA-CONSTA.
           WRITE REG-REL FROM LINHA-VAZIA AFTER ADVANCING 1 LINE.

       FORMATA-DATA.
           MOVE DATA-FMT(7:2) TO DIA-ED.
           MOVE DATA-FMT(5:2) TO MES-ED.
           MOVE DATA-FMT(1:4) TO ANO-ED.

       FORMATA-HORA.
           MOVE HORA-FMT(1:2) TO HH-ED.
           MOVE HORA-FMT(3:2) TO MI-ED.
           MOVE HORA-FMT(5:2) TO SS-ED.

      *SECAO 1: SO SAI O OPERADOR COM ALGUM REGISTRO NO PERIODO; OS
      *SEM USO APARECEM NA SECAO 5
       IMPRIME-OPERADORES.
           MOVE "1. USO POR OPERADOR NO PERIODO" TO TITULO-REL.
           PERFORM TITULO.
           WRITE REG-REL FROM CAB-OPER-1 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-OPER-2 AFTER ADVANCING 1 LINE.
           MOVE 1 TO IDX-USO.
           PERFORM IMPRIME-UM-OPERADOR
               VARYING IDX-OPREV FROM 1 BY 1
               UNTIL IDX-OPREV > QTD-OPREV.
           IF QTD-USO = 0
               MOVE "NENHUMA ATIVIDADE DE OPERADOR NO PERIODO"
                 TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           END-IF.

      *TAB-USO ESTA NA MESMA ORDEM DE CODIGO: IDX-USO SO AVANCA
       IMPRIME-UM-OPERADOR.
           PERFORM UNTIL IDX-USO > QTD-USO
                      OR OPER-USO(IDX-USO) >= ID-REV(IDX-OPREV)
               ADD 1 TO IDX-USO
           END-PERFORM.
           IF IDX-USO <= QTD-USO AND
              OPER-USO(IDX-USO) = ID-REV(IDX-OPREV)
               MOVE ID-REV(IDX-OPREV)      TO ID-OP-REL
               MOVE NOME-REV(IDX-OPREV)    TO NOME-OP-REL
               MOVE NIVEL-REV(IDX-OPREV)   TO NIVEL-OP-REL
               MOVE SESSOES-REV(IDX-OPREV) TO SES-OP-REL
               MOVE RECUSAS-REV(IDX-OPREV) TO NEG-OP-REL
               MOVE ERRADAS-REV(IDX-OPREV) TO ERR-OP-REL
               MOVE BLOQ-REV(IDX-OPREV)    TO BLQ-OP-REL
               MOVE FORA-REV(IDX-OPREV)    TO FORA-OP-REL
               MOVE NUTIL-REV(IDX-OPREV)   TO NUTIL-OP-REL
               WRITE REG-REL FROM DETALHE-OPER AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM CAB-USO AFTER ADVANCING 1 LINE
               PERFORM UNTIL IDX-USO > QTD-USO
                          OR OPER-USO(IDX-USO) NOT = ID-REV(IDX-OPREV)
                   MOVE PROG-USO(IDX-USO)    TO PROG-US-REL
                   MOVE FUNC-USO(IDX-USO)    TO FUNC-US-REL
                   MOVE QTD-USO-TAB(IDX-USO) TO QTD-US-REL
                   WRITE REG-REL FROM DETALHE-USO
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO IDX-USO
               END-PERFORM
           END-IF.

       IMPRIME-DESCONHECIDOS.
           MOVE "2. CODIGOS DE OPERADOR DESCONHECIDOS TENTADOS"
             TO TITULO-REL.
           PERFORM TITULO.
           IF QTD-DESC = 0
               MOVE "NENHUMA TENTATIVA COM CODIGO DESCONHECIDO"
                 TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           ELSE
               WRITE REG-REL FROM CAB-DESC AFTER ADVANCING 1 LINE
               PERFORM IMPRIME-UM-DESCONHECIDO
                   VARYING IDX-DESC FROM 1 BY 1
                   UNTIL IDX-DESC > QTD-DESC
           END-IF.

       IMPRIME-UM-DESCONHECIDO.
           MOVE ID-DESC(IDX-DESC)      TO ID-DS-REL.
           MOVE QTD-DESC-TAB(IDX-DESC) TO QTD-DS-REL.
           MOVE PRIM-DESC(IDX-DESC)    TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO PRIM-DS-REL.
           MOVE ULT-DESC(IDX-DESC)     TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO ULT-DS-REL.
           MOVE PROG-DESC(IDX-DESC)    TO PROG-DS-REL.
           WRITE REG-REL FROM DETALHE-DESC AFTER ADVANCING 1 LINE.

       IMPRIME-FORA-EXPEDIENTE.
           MOVE "3. SESSOES FORA DO EXPEDIENTE OU EM DIA NAO UTIL"
             TO TITULO-REL.
           PERFORM TITULO.
           IF QTD-FORA = 0
               MOVE "NENHUMA SESSAO FORA DO EXPEDIENTE"
                 TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           ELSE
               WRITE REG-REL FROM CAB-FORA AFTER ADVANCING 1 LINE
               PERFORM IMPRIME-UMA-FORA
                   VARYING IDX-FORA FROM 1 BY 1
                   UNTIL IDX-FORA > QTD-FORA
           END-IF.

       IMPRIME-UMA-FORA.
           MOVE DATA-FORA(IDX-FORA) TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO DATA-FO-REL.
           MOVE HORA-FORA(IDX-FORA) TO HORA-FMT.
           PERFORM FORMATA-HORA.
           MOVE HORA-ED TO HORA-FO-REL.
           MOVE OPER-FORA(IDX-FORA)   TO OPER-FO-REL.
           MOVE PROG-FORA(IDX-FORA)   TO PROG-FO-REL.
           MOVE MOTIVO-FORA(IDX-FORA) TO MOTIVO-FO-REL.
           WRITE REG-REL FROM DETALHE-FORA AFTER ADVANCING 1 LINE.

      *SECAO 4: AS QUATRO ACOES SENSIVEIS, CADA UMA DA SUA TRILHA
       IMPRIME-SENSIVEIS.
           MOVE "4. ACOES SENSIVEIS NO PERIODO" TO TITULO-REL.
           PERFORM TITULO.
           PERFORM IMPRIME-RESTAUROS.
           PERFORM IMPRIME-PARAMETROS.
           PERFORM IMPRIME-RECIBOS.
           PERFORM IMPRIME-ALTERACOES-OPER.

       IMPRIME-RESTAUROS.
           MOVE "4.1 RESTAURACOES DO CADSOCM (RESTSOCM)" TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 2 LINES.
           IF QTD-REST = 0
               MOVE "NENHUMA RESTAURACAO" TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           ELSE
               WRITE REG-REL FROM CAB-REST AFTER ADVANCING 1 LINE
               PERFORM IMPRIME-UM-RESTAURO
                   VARYING IDX-REST FROM 1 BY 1
                   UNTIL IDX-REST > QTD-REST
           END-IF.

       IMPRIME-UM-RESTAURO.
           MOVE DATA-REST(IDX-REST) TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO DATA-RS-REL.
           MOVE HORA-REST(IDX-REST) TO HORA-FMT.
           PERFORM FORMATA-HORA.
           MOVE HORA-ED TO HORA-RS-REL.
           MOVE OPER-REST(IDX-REST) TO OPER-RS-REL.
           MOVE FUNC-REST(IDX-REST) TO FUNC-RS-REL.
           WRITE REG-REL FROM DETALHE-REST AFTER ADVANCING 1 LINE.

       IMPRIME-PARAMETROS.
           MOVE "4.2 MUDANCAS DE PARAMETROS (MANUPARM / AUDPARM)"
             TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-PARM AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT AUDPARM.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ AUDPARM
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-AUD >= DATA-INI AND
                          DATA-AUD <= DATA-FIM
                           PERFORM IMPRIME-UM-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDPARM.
           IF CT-PARM = 0
               MOVE "NENHUMA MUDANCA DE PARAMETRO" TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           END-IF.

       IMPRIME-UM-PARAMETRO.
           ADD 1 TO CT-PARM.
           MOVE DATA-AUD TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO DATA-PM-REL.
           MOVE HORA-AUD TO HORA-FMT.
           PERFORM FORMATA-HORA.
           MOVE HORA-ED TO HORA-PM-REL.
           MOVE OPERADOR-AUD TO OPER-PM-REL.
           MOVE ARQUIVO-AUD  TO ARQ-PM-REL.
           MOVE CAMPO-AUD    TO CAMPO-PM-REL.
           MOVE VLR-ANT-AUD  TO ANT-PM-REL.
           MOVE VLR-NOVO-AUD TO NOVO-PM-REL.
           WRITE REG-REL FROM DETALHE-PARM AFTER ADVANCING 1 LINE.

       IMPRIME-RECIBOS.
           MOVE VALOR-DESTAQUE TO VALOR-ED.
           MOVE SPACES TO REG-REL.
           STRING "4.3 RECEBIMENTOS DO CAIXASOC ACIMA DE "
               DELIMITED BY SIZE
               VALOR-ED DELIMITED BY SIZE
               INTO REG-REL
           END-STRING.
           WRITE REG-REL AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-REC AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQCXREC.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ARQCXREC
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-CR >= DATA-INI AND
                          DATA-CR <= DATA-FIM AND
                          VALOR-CR > VALOR-DESTAQUE
                           PERFORM IMPRIME-UM-RECIBO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQCXREC.
           IF CT-RECIBOS = 0
               MOVE "NENHUM RECEBIMENTO ACIMA DO VALOR DE DESTAQUE"
                 TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           END-IF.

       IMPRIME-UM-RECIBO.
           ADD 1 TO CT-RECIBOS.
           MOVE DATA-CR TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO DATA-RC-REL.
           MOVE HORA-CR TO HORA-FMT.
           PERFORM FORMATA-HORA.
           MOVE HORA-ED TO HORA-RC-REL.
           MOVE OPERADOR-CR TO OPER-RC-REL.
           MOVE RECIBO-CR   TO RECIBO-RC-REL.
           MOVE SOCIO-CR    TO SOCIO-RC-REL.
           MOVE VALOR-CR    TO VALOR-RC-REL.
           WRITE REG-REL FROM DETALHE-REC AFTER ADVANCING 1 LINE.

       IMPRIME-ALTERACOES-OPER.
           MOVE "4.4 ALTERACOES DE OPERADORES E NIVEIS (MANUOPER)"
             TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-AUDO AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT AUDOPER.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ AUDOPER
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF DATA-AUDO >= DATA-INI AND
                          DATA-AUDO <= DATA-FIM
                           PERFORM IMPRIME-UMA-ALTERACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDOPER.
           IF CT-AUDO = 0
               MOVE "NENHUMA ALTERACAO NO CADASTRO DE OPERADORES"
                 TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           END-IF.

       IMPRIME-UMA-ALTERACAO.
           ADD 1 TO CT-AUDO.
           MOVE DATA-AUDO TO DATA-FMT.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO DATA-AO-REL.
           MOVE HORA-AUDO TO HORA-FMT.
           PERFORM FORMATA-HORA.
           MOVE HORA-ED TO HORA-AO-REL.
           MOVE OPERADOR-AUDO TO SUP-AO-REL.
           MOVE ALVO-AUDO     TO ALVO-AO-REL.
           MOVE CAMPO-AUDO    TO CAMPO-AO-REL.
           MOVE VLR-ANT-AUDO  TO ANT-AO-REL.
           MOVE VLR-NOVO-AUDO TO NOVO-AO-REL.
           WRITE REG-REL FROM DETALHE-AUDO AFTER ADVANCING 1 LINE.

      *SECAO 5: OPERADOR CADASTRADO SEM SESSAO DESDE O CORTE DE
      *INATIVIDADE; SEM NENHUMA SESSAO NO LOG LIDO SAI "SEM SESSAO"
       IMPRIME-INATIVOS.
           MOVE DIAS-INATIVO TO DIAS-TIT.
           MOVE SPACES TO TITULO-REL.
           STRING "5. OPERADORES SEM SESSAO HA MAIS DE"
               DELIMITED BY SIZE
               DIAS-TIT DELIMITED BY SIZE
               " DIAS (REVOGAR O ACESSO)" DELIMITED BY SIZE
               INTO TITULO-REL
           END-STRING.
           PERFORM TITULO.
           WRITE REG-REL FROM CAB-INAT AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-UM-INATIVO
               VARYING IDX-OPREV FROM 1 BY 1
               UNTIL IDX-OPREV > QTD-OPREV.
           IF CT-INATIVOS = 0
               MOVE "NENHUM OPERADOR INATIVO" TO TEXTO-VAZIO
               PERFORM NADA-CONSTA
           END-IF.

       IMPRIME-UM-INATIVO.
           IF CADASTRO-REV(IDX-OPREV) = "S" AND
              ULT-SESSAO-REV(IDX-OPREV) < DATA-CORTE-INAT
               ADD 1 TO CT-INATIVOS
               MOVE ID-REV(IDX-OPREV)    TO ID-IN-REL
               MOVE NOME-REV(IDX-OPREV)  TO NOME-IN-REL
               MOVE NIVEL-REV(IDX-OPREV) TO NIVEL-IN-REL
               IF ULT-SESSAO-REV(IDX-OPREV) = 0
                   MOVE "SEM SESSAO" TO ULT-IN-REL
                   MOVE "  -  "      TO DIAS-IN-REL
               ELSE
                   MOVE ULT-SESSAO-REV(IDX-OPREV) TO DATA-FMT
                   PERFORM FORMATA-DATA
                   MOVE DATA-ED TO ULT-IN-REL
                   COMPUTE DIAS-SEM-USO = INT-HOJE -
                       FUNCTION INTEGER-OF-DATE(
                           ULT-SESSAO-REV(IDX-OPREV))
                   MOVE DIAS-SEM-USO TO DIAS-ED
                   MOVE DIAS-ED TO DIAS-IN-REL
               END-IF
               WRITE REG-REL FROM DETALHE-INAT AFTER ADVANCING 1 LINE
           END-IF.

       FIM.
           MOVE "LINHAS DO LOG LIDAS" TO ROTULO-TOT.
           MOVE CT-LINHAS TO VALOR-TOT.
           WRITE REG-REL FROM SEPARADOR   AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "LINHAS DENTRO DO PERIODO" TO ROTULO-TOT.
           MOVE CT-PERIODO TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "OPERADORES A REVOGAR" TO ROTULO-TOT.
           MOVE CT-INATIVOS TO VALOR-TOT.
           WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
           CLOSE RELREVAC.
           DISPLAY "REVACESS: PERIODO " DATA-INI " A " DATA-FIM " - "
               CT-PERIODO " LINHA(S) DO LOG, " CT-INATIVOS
               " OPERADOR(ES) A REVOGAR".
