       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP188.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * PESQUISA SALARIAL DE MERCADO: IMPORTA O ARQUIVO      *
      * POSICIONAL CADPESQSAL.TXT COM OS PERCENTIS 25/50/75  *
      * POR CARGO DE MERCADO E REGIAO (LINHA "P", GRAVADA NO *
      * ARQPESQ DO ANO INFORMADO) E O DE-PARA DO CODCAR PARA *
      * O CARGO DE MERCADO (LINHA "M", NO ARQCARMER). BASE   *
      * DO RELATORIO DE COMPA-RATIO (FPP189). "V" SO CONFERE *
      * E O RELATORIO NO SPOOL TRAZ O RESULTADO POR LINHA    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPESQIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADPESQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PSQ-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCARMER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CME-CODCAR
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPESQRPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * ARQUIVO DE ENTRADA: LINHAS "P" (PESQUISA) E "M" (DE-PARA) EM
      * QUALQUER ORDEM. VALORES MENSAIS COM 2 DECIMAIS SEM VIRGULA.
      *-----------------------------------------------------------------
       FD CADPESQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQSAL.TXT".
       01 REGPESQIMP.
          03 PIM-TIPO                 PIC X(01).
          03 PIM-DADOS                PIC X(99).
       01 REGPESQIMPP.
          03 FILLER                   PIC X(01).
          03 PIP-CARGOMER             PIC X(10).
          03 PIP-REGIAO               PIC X(10).
          03 PIP-P25                  PIC 9(06)V99.
          03 PIP-P50                  PIC 9(06)V99.
          03 PIP-P75                  PIC 9(06)V99.
          03 PIP-DESCR                PIC X(30).
          03 FILLER                   PIC X(25).
       01 REGPESQIMPM.
          03 FILLER                   PIC X(01).
          03 PIM-CODCAR               PIC 9(03).
          03 PIM-CARGOMER             PIC X(10).
          03 FILLER                   PIC X(86).
      *-----------------------------------------------------------------
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPESQ.DAT".
       01 REGPESQ.
          03 PSQ-KEY.
              05 PSQ-ANO              PIC 9(04).
              05 PSQ-REGIAO           PIC X(10).
              05 PSQ-CARGOMER         PIC X(10).
          03 PSQ-DESCR                PIC X(30).
          03 PSQ-P25                  PIC 9(06)V99.
          03 PSQ-P50                  PIC 9(06)V99.
          03 PSQ-P75                  PIC 9(06)V99.
          03 PSQ-DATAIMP              PIC 9(08).
          03 PSQ-OPER                 PIC X(08).
      *-----------------------------------------------------------------
       FD CADCARMER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARMER.DAT".
       01 REGCARMER.
          03 CME-CODCAR               PIC 9(03).
          03 CME-CARGOMER             PIC X(10).
          03 CME-DATA                 PIC 9(08).
          03 CME-OPER                 PIC X(08).
      *-----------------------------------------------------------------
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAR.DAT".
       01 REGCAR.
          03 CODCAR                   PIC 9(03).
          03 DENCAR                   PIC X(25).
          03 TIPOSAL                  PIC X(01).
          03 SALBASE                  PIC 9(06)V99.
          03 STAT                     PIC X(01).
          03 GRAURISCO                PIC 9(01).
          03 CARCOMIS                 PIC 9(02)V99.
          03 CARSIND                  PIC 9(03).
          03 CARQUOTA                 PIC X(01).
      *-----------------------------------------------------------------
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPLSEQ                   PIC 9(06).
          03 SPLTIPO                  PIC X(08).
          03 SPLMES                   PIC 9(02).
          03 SPLANO                   PIC 9(04).
          03 SPLOPER                  PIC X(08).
          03 SPLDATAHORA              PIC X(14).
          03 SPLGER                   PIC 9(04).
          03 SPLARQ                   PIC X(20).
      *-----------------------------------------------------------------
       FD CADPESQRPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGPESQRPT  PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-ANOPESQ       PIC 9(04) VALUE ZEROS.
       01 W-GRAVA         PIC 9(01) VALUE ZEROS.
       01 W-LINHA         PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO        PIC X(50) VALUE SPACES.
       01 W-QTDPOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDPREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDMOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDMREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDOREJ       PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ SPOOL DE RELATORIOS ]--------------------------------
       01 W-SPLTIPO       PIC X(08) VALUE SPACES.
       01 W-SPLMES        PIC 9(02) VALUE ZEROS.
       01 W-SPLANO        PIC 9(04) VALUE ZEROS.
       01 W-SPLMAX        PIC 9(06) VALUE ZEROS.
       01 W-SPLGER        PIC 9(04) VALUE ZEROS.
       01 W-SPLDH         PIC X(14) VALUE SPACES.
       01 W-SPLHOJE       PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA       PIC 9(08) VALUE ZEROS.
       01 W-SPLNOME       PIC X(20) VALUE SPACES.
       01 W-SPLNOME1.
          03 FILLER       PIC X(03) VALUE "SPL".
          03 W-SPLNOME-SEQ PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 PSL-SEP.
                03 FILLER      PIC X(127) VALUE ALL "-".
       01 PSL-TIT.
                03 FILLER      PIC X(40) VALUE
                   "PESQUISA SALARIAL DE MERCADO - CADPESQSA".
                03 FILLER      PIC X(09) VALUE "L - ANO: ".
                03 PSL-ANO     PIC 9(04).
                03 FILLER      PIC X(03) VALUE " - ".
                03 PSL-MODO    PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PSL-DH      PIC X(14).
       01 PSL-CAB.
                03 FILLER      PIC X(44) VALUE
                   "LINHA  T CARGO MERC REGIAO/CAR           P25".
                03 FILLER      PIC X(44) VALUE
                   "          P50          P75 RESULTADO  MOTIVO".
       01 PSL-ITEM.
                03 PSL-LINHA   PIC ZZZZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-TIPO    PIC X(01).
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-CARGOMER PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-REGIAO  PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-P25     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 PSL-P50     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 PSL-P75     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-SIT     PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 PSL-MOTIVO  PIC X(50).
       01 PSL-TOTP.
                03 FILLER      PIC X(24) VALUE
                   "LINHAS PESQUISA ACEITAS:".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PSL-QTDPOK  PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "  REJEITADAS: ".
                03 PSL-QTDPREJ PIC ZZZZ9.
       01 PSL-TOTM.
                03 FILLER      PIC X(24) VALUE
                   "LINHAS DE-PARA ACEITAS :".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PSL-QTDMOK  PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "  REJEITADAS: ".
                03 PSL-QTDMREJ PIC ZZZZ9.
       01 PSL-TOTO.
                03 FILLER      PIC X(24) VALUE
                   "LINHAS DE TIPO INVALIDO:".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PSL-QTDOREJ PIC ZZZZ9.
       01 W-LOGTXT.
                03 FILLER      PIC X(30) VALUE
                   "IMPORTACAO PESQUISA SALARIAL ".
                03 W-LOGANO    PIC 9(04).
                03 FILLER      PIC X(11) VALUE " - LINHAS P".
                03 W-LOGQTDP   PIC ZZZZ9.
                03 FILLER      PIC X(10) VALUE " LINHAS M ".
                03 W-LOGQTDM   PIC ZZZZ9.
      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      * REGISTRO DO LOG DE AUDITORIA, GRAVADO PELO FPP161.
       01 REGLOG.
          03 LOG-OPERID               PIC X(08).
          03 LOG-DATAHORA             PIC X(14).
          03 LOG-ARQUIVO              PIC X(10).
          03 LOG-ACAO                 PIC X(01).
          03 LOG-CHAVE                PIC X(10).
          03 LOG-ANTES                PIC X(182).
          03 LOG-DEPOIS               PIC X(182).
          03 LOG-SEQ                  PIC 9(08).
          03 LOG-CHKANT               PIC 9(09).
          03 LOG-CHKIMG               PIC 9(09).
          03 LOG-CHK                  PIC 9(09).
          03 LOG-ANON                 PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-OPERID        PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** PESQUISA SALARIAL DE MERCADO - IMP".
           05  LINE 02  COLUMN 42
               VALUE  "ORTACAO ***".
           05  LINE 05  COLUMN 01
               VALUE  " ARQUIVO DE ENTRADA : CADPESQSAL.TXT (P=PE".
           05  LINE 05  COLUMN 43
               VALUE  "SQUISA M=DE-PARA DO CARGO)".
           05  LINE 07  COLUMN 01
               VALUE  "                  ANO DA PESQUISA (AAAA) ".
           05  LINE 07  COLUMN 43
               VALUE  "     :".
           05  LINE 08  COLUMN 01
               VALUE  "         ACAO (V=SO VALIDAR  I=IMPORTAR) ".
           05  LINE 08  COLUMN 43
               VALUE  "     :".
           05  LINE 10  COLUMN 01
               VALUE  "                         CONFIRMA EXECU".
           05  LINE 10  COLUMN 40
               VALUE  "CAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOPESQ
               LINE 07  COLUMN 51  PIC 9(04)
               USING  W-ANOPESQ
               HIGHLIGHT.
           05  TW-ACAO
               LINE 08  COLUMN 51  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 10  COLUMN 53  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-AA TO W-ANOPESQ
           MOVE "V" TO W-ACAO
           DISPLAY TELAPRINCIPAL.
       INC-ANO.
           ACCEPT TW-ANOPESQ
           IF W-ANOPESQ < 2000 OR W-ANOPESQ > W-HOJE-AA + 1
              MOVE "*** ANO DA PESQUISA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ANO.
       INC-ACAO.
           ACCEPT TW-ACAO
           IF W-ACAO = "v"
              MOVE "V" TO W-ACAO.
           IF W-ACAO = "i"
              MOVE "I" TO W-ACAO.
           IF W-ACAO NOT = "V" AND W-ACAO NOT = "I"
              MOVE "*** DIGITE V=VALIDAR ou I=IMPORTAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* EXECUCAO CANCELADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT CADPESQIMP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADPESQSAL.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPESQIMP
              GO TO ROT-FIM2.
           IF W-ACAO = "V"
              GO TO INC-SPL.
       INC-OP1.
           OPEN I-O CADPESQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPESQ
                 CLOSE CADPESQ
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPESQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O CADCARMER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCARMER
                 CLOSE CADCARMER
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARMER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPESQ
                 GO TO ROT-FIM.
           MOVE 1 TO W-GRAVA.
       INC-SPL.
           MOVE "PESQSAL" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADPESQRPT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           DISPLAY (12, 01) "*** PROCESSANDO O ARQUIVO - AGUARDE ***"
           IF W-ACAO = "I"
              MOVE "IMPORTACAO" TO PSL-MODO
           ELSE
              MOVE "SO VALIDACAO (NADA GRAVA)" TO PSL-MODO.
           MOVE W-ANOPESQ TO PSL-ANO
           MOVE W-SPLDH TO PSL-DH
           WRITE REGPESQRPT FROM PSL-TIT
           WRITE REGPESQRPT FROM PSL-SEP
           WRITE REGPESQRPT FROM PSL-CAB
           WRITE REGPESQRPT FROM PSL-SEP.
      *----------------------------------------------------------------
      * LE O ARQUIVO LINHA A LINHA. CADA LINHA SAI NO RELATORIO COM
      * O RESULTADO; A RECUSADA TRAZ O MOTIVO.
      *----------------------------------------------------------------
       PROC-LE.
           READ CADPESQIMP
              AT END
                 GO TO PROC-FIM.
           ADD 1 TO W-LINHA
           IF REGPESQIMP = SPACES
              GO TO PROC-LE.
           MOVE SPACES TO W-MOTIVO PSL-ITEM
           MOVE W-LINHA TO PSL-LINHA
           MOVE PIM-TIPO TO PSL-TIPO
           IF PIM-TIPO = "P"
              GO TO PROC-PESQ.
           IF PIM-TIPO = "M"
              GO TO PROC-DEPARA.
           ADD 1 TO W-QTDOREJ
           MOVE "TIPO DE LINHA INVALIDO (P/M)" TO W-MOTIVO
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-PESQ.
           MOVE PIP-CARGOMER TO PSL-CARGOMER
           MOVE PIP-REGIAO TO PSL-REGIAO
           PERFORM VALIDA-PESQ THRU VALIDA-PESQ-FIM
           IF W-MOTIVO = SPACES AND W-ACAO = "I"
              PERFORM GRAVA-PESQ THRU GRAVA-PESQ-FIM.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDPREJ
           ELSE
              ADD 1 TO W-QTDPOK.
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-DEPARA.
           MOVE PIM-CARGOMER TO PSL-CARGOMER
           MOVE PIM-DADOS(1:3) TO PSL-REGIAO
           PERFORM VALIDA-DEPARA THRU VALIDA-DEPARA-FIM
           IF W-MOTIVO = SPACES AND W-ACAO = "I"
              PERFORM GRAVA-DEPARA THRU GRAVA-DEPARA-FIM.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDMREJ
           ELSE
              ADD 1 TO W-QTDMOK.
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-FIM.
           WRITE REGPESQRPT FROM PSL-SEP
           MOVE W-QTDPOK TO PSL-QTDPOK
           MOVE W-QTDPREJ TO PSL-QTDPREJ
           WRITE REGPESQRPT FROM PSL-TOTP
           MOVE W-QTDMOK TO PSL-QTDMOK
           MOVE W-QTDMREJ TO PSL-QTDMREJ
           WRITE REGPESQRPT FROM PSL-TOTM
           IF W-QTDOREJ NOT = ZEROS
              MOVE W-QTDOREJ TO PSL-QTDOREJ
              WRITE REGPESQRPT FROM PSL-TOTO.
           CLOSE CADPESQRPT
      * A IMPORTACAO FICA NO CADLOG COM O ANO E AS QUANTIDADES.
           IF W-ACAO = "I"
              MOVE "ARQPESQ" TO LOG-ARQUIVO
              MOVE "I" TO LOG-ACAO
              MOVE W-ANOPESQ TO LOG-CHAVE
              MOVE W-ANOPESQ TO W-LOGANO
              MOVE W-QTDPOK TO W-LOGQTDP
              MOVE W-QTDMOK TO W-LOGQTDM
              MOVE SPACES TO LOG-ANTES LOG-DEPOIS
              MOVE W-LOGTXT TO LOG-DEPOIS
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) "LINHAS PESQUISA ACEITAS   : " W-QTDPOK
           DISPLAY (15, 01) "LINHAS PESQUISA RECUSADAS : " W-QTDPREJ
           DISPLAY (16, 01) "LINHAS DE-PARA ACEITAS    : " W-QTDMOK
           DISPLAY (17, 01) "LINHAS DE-PARA RECUSADAS  : " W-QTDMREJ
           MOVE "*** RELATORIO GRAVADO NO SPOOL (PESQSAL) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM3.
      *----------------------------------------------------------------
      * LINHA "P": CARGO DE MERCADO E REGIAO OBRIGATORIOS, PERCENTIS
      * NUMERICOS, MEDIANA POSITIVA E P25 <= P50 <= P75.
      *----------------------------------------------------------------
       VALIDA-PESQ.
           IF PIP-CARGOMER = SPACES
              MOVE "CARGO DE MERCADO NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-PESQ-FIM.
           IF PIP-REGIAO = SPACES
              MOVE "REGIAO NAO INFORMADA" TO W-MOTIVO
              GO TO VALIDA-PESQ-FIM.
           IF PIP-P25 NOT NUMERIC OR PIP-P50 NOT NUMERIC
              OR PIP-P75 NOT NUMERIC
              MOVE "PERCENTIS NAO NUMERICOS" TO W-MOTIVO
              GO TO VALIDA-PESQ-FIM.
           MOVE PIP-P25 TO PSL-P25
           MOVE PIP-P50 TO PSL-P50
           MOVE PIP-P75 TO PSL-P75
           IF PIP-P50 = ZEROS
              MOVE "MEDIANA (P50) ZERADA" TO W-MOTIVO
              GO TO VALIDA-PESQ-FIM.
           IF PIP-P25 > PIP-P50 OR PIP-P50 > PIP-P75
              MOVE "PERCENTIS FORA DE ORDEM (P25<=P50<=P75)"
                                                         TO W-MOTIVO.
       VALIDA-PESQ-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHA "M": O CARGO PRECISA EXISTIR NO ARQCAR.
      *----------------------------------------------------------------
       VALIDA-DEPARA.
           IF PIM-CODCAR NOT NUMERIC
              MOVE "CODIGO DO CARGO NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-DEPARA-FIM.
           MOVE PIM-CODCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "CARGO NAO CADASTRADO NO ARQCAR" TO W-MOTIVO
              GO TO VALIDA-DEPARA-FIM.
           IF PIM-CARGOMER = SPACES
              MOVE "CARGO DE MERCADO NAO INFORMADO" TO W-MOTIVO.
       VALIDA-DEPARA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA OU SUBSTITUI A LINHA DA PESQUISA DO ANO/REGIAO/CARGO.
      *----------------------------------------------------------------
       GRAVA-PESQ.
           MOVE W-ANOPESQ TO PSQ-ANO
           MOVE PIP-REGIAO TO PSQ-REGIAO
           MOVE PIP-CARGOMER TO PSQ-CARGOMER
           MOVE PIP-DESCR TO PSQ-DESCR
           MOVE PIP-P25 TO PSQ-P25
           MOVE PIP-P50 TO PSQ-P50
           MOVE PIP-P75 TO PSQ-P75
           MOVE W-HOJEN TO PSQ-DATAIMP
           MOVE W-OPERID TO PSQ-OPER
           WRITE REGPESQ
           IF ST-ERRO = "22"
              REWRITE REGPESQ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQPESQ" TO W-MOTIVO.
       GRAVA-PESQ-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA OU SUBSTITUI O DE-PARA DO CARGO.
      *----------------------------------------------------------------
       GRAVA-DEPARA.
           MOVE PIM-CODCAR TO CME-CODCAR
           MOVE PIM-CARGOMER TO CME-CARGOMER
           MOVE W-HOJEN TO CME-DATA
           MOVE W-OPERID TO CME-OPER
           WRITE REGCARMER
           IF ST-ERRO = "22"
              REWRITE REGCARMER.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQCARMER" TO W-MOTIVO.
       GRAVA-DEPARA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHA DO RELATORIO; RECUSADA LEVA O MOTIVO.
      *----------------------------------------------------------------
       IMPRIME.
           IF W-MOTIVO NOT = SPACES
              MOVE "RECUSADA" TO PSL-SIT
              MOVE W-MOTIVO TO PSL-MOTIVO
           ELSE
              IF W-ACAO = "I"
                 MOVE "IMPORTADA" TO PSL-SIT
              ELSE
                 MOVE "VALIDA" TO PSL-SIT.
           WRITE REGPESQRPT FROM PSL-ITEM.
       IMPRIME-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRO DO RELATORIO NO SPOOL (ARQSPOOL).
      *----------------------------------------------------------------
       SPOOL-REGISTRA.
           OPEN I-O CADSPOOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 GO TO SPOOL-REGISTRA
              ELSE
                 MOVE "SPOOL000000.DOC" TO W-SPLNOME
                 GO TO SPOOL-REGISTRA-FIM.
           MOVE ZEROS TO W-SPLMAX W-SPLGER
           MOVE LOW-VALUES TO SPLSEQ
           START CADSPOOL KEY IS NOT LESS SPLSEQ
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
       SPOOL-REGISTRA-RD.
           READ CADSPOOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
           MOVE SPLSEQ TO W-SPLMAX
           IF SPLTIPO = W-SPLTIPO
              MOVE SPLGER TO W-SPLGER.
           GO TO SPOOL-REGISTRA-RD.
       SPOOL-REGISTRA-GRAVA.
           COMPUTE SPLSEQ = W-SPLMAX + 1
           MOVE W-SPLTIPO TO SPLTIPO
           MOVE W-SPLMES TO SPLMES
           MOVE W-SPLANO TO SPLANO
           MOVE W-OPERID TO SPLOPER
           ACCEPT W-SPLHOJE FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           STRING W-SPLHOJE W-SPLHORA(1:6) DELIMITED BY SIZE
                  INTO W-SPLDH
           MOVE W-SPLDH TO SPLDATAHORA
           COMPUTE SPLGER = W-SPLGER + 1
           MOVE SPLSEQ TO W-SPLNOME-SEQ
           MOVE W-SPLNOME1 TO W-SPLNOME
           MOVE W-SPLNOME TO SPLARQ
           WRITE REGSPOOL
           CLOSE CADSPOOL.
       SPOOL-REGISTRA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DO LOG DE AUDITORIA
      *----------------------------------------------------------------
       GRAVA-LOG.
                MOVE W-OPERID TO LOG-OPERID
                ACCEPT W-HOJELOG FROM DATE YYYYMMDD
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM3.
           IF W-GRAVA = 1
              CLOSE CADPESQ CADCARMER.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPESQIMP CADCAR.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
