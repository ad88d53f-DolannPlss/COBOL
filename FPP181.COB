       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP181.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ARQUIVO ELETRONICO DE JORNADA (AEJ) PARA A           *
      * FISCALIZACAO: MARCACOES DO ARQPONTO DE UMA FILIAL NO *
      * PERIODO, COM O EMPREGADOR (ARQFILIAL), OS VINCULOS   *
      * POR CPF, OS HORARIOS CONTRATUAIS (ARQHORAR) E CADA   *
      * BATIDA ORIGINAL OU AJUSTADA (ARQPONORI). GERA TAMBEM *
      * O ESPELHO DE PONTO MENSAL POR EMPREGADO, COM CAMPO   *
      * PARA ASSINATURA, NO SPOOL                            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODFUNC
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS DATANASC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PON-KEY
                      ALTERNATE RECORD KEY IS PON-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONORI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ESC-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHORAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HOR-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAEJ ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADESPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFILIAL.DAT".
       01 REGFILIAL.
          03 FILCOD                   PIC 9(02).
          03 FILRAZAO                 PIC X(30).
          03 FILCNPJ                  PIC 9(14).
          03 FILCIDADE                PIC X(20).
          03 FILUF                    PIC X(02).
          03 FILSTAT                  PIC X(01).
          03 FILFAP                   PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC                  PIC 9(06).
          03 NOME                     PIC X(30).
          03 DATANASC                 PIC X(08).
          03 SEXO                     PIC X(01).
          03 GENERO                   PIC X(01).
          03 FUNCDEP                  PIC 9(03).
          03 FUNCCAR                  PIC 9(03).
          03 NVLSAL                   PIC 9(02).
          03 IMPRENDA                 PIC X(01).
          03 QUANTDEP                 PIC 9(01).
          03 FUNCCEP                  PIC 9(08).
          03 NUMRES                   PIC 9(04).
          03 COMPRES                  PIC X(12).
          03 FUNCSTAT                 PIC X(01).
          03 CPF                      PIC 9(11).
          03 RG                       PIC X(12).
          03 CTPS                     PIC X(12).
          03 PIS                      PIC 9(11).
          03 DATAADM                  PIC 9(08).
          03 DATADEM                  PIC 9(08).
          03 MOTIVODEM                PIC X(01).
          03 BANCO                    PIC 9(03).
          03 AGENCIA                  PIC 9(04).
          03 CONTA                    PIC 9(08).
          03 CONTADV                  PIC X(01).
          03 TIPOAFAST                PIC X(01).
          03 DATAINIAFAST             PIC 9(08).
          03 DATAPREVRET              PIC 9(08).
          03 FILIAL                   PIC 9(02).
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
      *-----------------------------------------------------------------
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
          03 PON-MARC1                PIC 9(04).
          03 PON-MARC2                PIC 9(04).
          03 PON-MARC3                PIC 9(04).
          03 PON-MARC4                PIC 9(04).
          03 PON-STAT                 PIC X(01).
          03 PON-KEY.
              05 PON-CODFUNC          PIC 9(06).
              05 PON-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADPONORI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONORI.DAT".
       01 REGPONORI.
          03 ORI-MARC1                PIC 9(04).
          03 ORI-MARC2                PIC 9(04).
          03 ORI-MARC3                PIC 9(04).
          03 ORI-MARC4                PIC 9(04).
          03 ORI-DATAAJ               PIC 9(08).
          03 ORI-KEY.
              05 ORI-CODFUNC          PIC 9(06).
              05 ORI-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
          03 ESC-HORCOD               PIC 9(02).
          03 ESC-STAT                 PIC X(01).
          03 ESC-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHORAR.DAT".
       01 REGHORAR.
          03 HOR-DESC                 PIC X(20).
          03 HOR-ENT1                 PIC 9(04).
          03 HOR-SAI1                 PIC 9(04).
          03 HOR-ENT2                 PIC 9(04).
          03 HOR-SAI2                 PIC 9(04).
          03 HOR-DIAS                 PIC X(07).
          03 HOR-STAT                 PIC X(01).
          03 HOR-COD                  PIC 9(02).
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
       FD CADAEJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGAEJ      PIC X(150).
      *-----------------------------------------------------------------
       FD CADESPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGESPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-FIL           PIC 9(02) VALUE ZEROS.
       01 W-FILFUNC       PIC 9(02) VALUE ZEROS.
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-NRREP         PIC 9(17) VALUE ZEROS.
       01 W-ORIARQ        PIC 9(01) VALUE ZEROS.
       01 W-ESCARQ        PIC 9(01) VALUE ZEROS.
       01 W-HORARQ        PIC 9(01) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(03) VALUE "AEJ".
          03 W-NOMEARQ-FL PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-DT PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
      *----------[ DATAS ]----------------------------------------------
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-DTXR REDEFINES W-DTX.
          03 W-DTX-ANO    PIC 9(04).
          03 W-DTX-MES    PIC 9(02).
          03 W-DTX-DIA    PIC 9(02).
       01 W-DTOK          PIC 9(01) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-ULTC          PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-DOW           PIC 9(01) VALUE ZEROS.
       01 W-ZANO          PIC 9(04) VALUE ZEROS.
       01 W-ZMES          PIC 9(02) VALUE ZEROS.
       01 W-ZDIA          PIC 9(02) VALUE ZEROS.
       01 W-ZJ            PIC 9(02) VALUE ZEROS.
       01 W-ZK            PIC 9(02) VALUE ZEROS.
       01 W-ZT1           PIC 9(04) VALUE ZEROS.
       01 W-ZT2           PIC 9(04) VALUE ZEROS.
       01 W-ZT3           PIC 9(04) VALUE ZEROS.
       01 W-ZH            PIC 9(04) VALUE ZEROS.
       01 TAB-DSEM.
          03 FILLER PIC X(21) VALUE "SABDOMSEGTERQUAQUISEX".
       01 TAB-DSEMX REDEFINES TAB-DSEM.
          03 TB-DSEM      PIC X(03) OCCURS 7 TIMES.
      * DATAS NO FORMATO DO AEJ (AAAA-MM-DD E AAAA-MM-DDTHH:MM:00-0300).
       01 W-ISODATA.
          03 W-ISO-ANO    PIC 9(04).
          03 FILLER       PIC X(01) VALUE "-".
          03 W-ISO-MES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "-".
          03 W-ISO-DIA    PIC 9(02).
       01 W-ISOINI        PIC X(10) VALUE SPACES.
       01 W-ISOFIM        PIC X(10) VALUE SPACES.
       01 W-ISODH.
          03 W-ISODH-DATA PIC X(10).
          03 FILLER       PIC X(01) VALUE "T".
          03 W-ISODH-HH   PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 W-ISODH-MM   PIC 9(02).
          03 FILLER       PIC X(08) VALUE ":00-0300".
      *----------[ CONVERSAO HHMM -> MINUTOS ]--------------------------
       01 W-HHMM          PIC 9(04) VALUE ZEROS.
       01 W-HHMMX REDEFINES W-HHMM.
          03 W-HH         PIC 9(02).
          03 W-MM         PIC 9(02).
       01 W-MINUTOS       PIC 9(04) VALUE ZEROS.
       01 W-M1            PIC 9(04) VALUE ZEROS.
       01 W-M2            PIC 9(04) VALUE ZEROS.
       01 W-MINTRAB       PIC 9(04) VALUE ZEROS.
       01 W-MINMES        PIC 9(06) VALUE ZEROS.
       01 W-MINJOR        PIC 9(04) VALUE ZEROS.
       01 W-MINX          PIC 9(06) VALUE ZEROS.
       01 W-HMED.
          03 W-HMED-H     PIC 99.
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HMED-M     PIC 99.
       01 W-HMEDL.
          03 W-HMEDL-H    PIC ZZ9.
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HMEDL-M    PIC 99.
      *----------[ MARCACOES DO DIA: ATUAIS X ORIGINAIS ]---------------
       01 W-TEMORI        PIC 9(01) VALUE ZEROS.
       01 W-TABMC.
          03 W-MC         PIC 9(04) OCCURS 4 TIMES.
       01 W-TABMO.
          03 W-MO         PIC 9(04) OCCURS 4 TIMES.
       01 IMC             PIC 9(01) VALUE ZEROS.
       01 IMO             PIC 9(01) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-TPMARC        PIC X(01) VALUE SPACES.
       01 W-SEQES         PIC 9(01) VALUE ZEROS.
       01 W-FONTE         PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-CODHOR        PIC X(02) VALUE SPACES.
       01 W-CODHORN       PIC 9(02) VALUE ZEROS.
      *----------[ REGISTRO DO AEJ E CONTADORES POR TIPO ]--------------
       01 W-LINHA         PIC X(150) VALUE SPACES.
       01 W-QT01          PIC 9(09) VALUE ZEROS.
       01 W-QT02          PIC 9(09) VALUE ZEROS.
       01 W-QT03          PIC 9(09) VALUE ZEROS.
       01 W-QT04          PIC 9(09) VALUE ZEROS.
       01 W-QT05          PIC 9(09) VALUE ZEROS.
       01 W-QT06          PIC 9(09) VALUE ZEROS.
       01 W-QT07          PIC 9(09) VALUE ZEROS.
       01 W-QT08          PIC 9(09) VALUE ZEROS.
       01 W-SELEC         PIC 9(01) VALUE ZEROS.
       01 W-MESESP        PIC 9(06) VALUE ZEROS.
       01 W-MESDIA        PIC 9(06) VALUE ZEROS.
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
      *----------[ LINHAS DO ESPELHO DE PONTO ]-------------------------
       01 ESL-FOLHA.
                03 FILLER      PIC X(98) VALUE ALL "=".
       01 ESL-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 ESL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 ESL-TIT.
                03 FILLER      PIC X(32) VALUE
                   "ESPELHO DE PONTO - COMPETENCIA ".
                03 ESL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 ESL-ANO     PIC 9999.
       01 ESL-EMPR.
                03 FILLER      PIC X(13) VALUE "EMPREGADOR : ".
                03 ESL-RAZAO   PIC X(30).
                03 FILLER      PIC X(08) VALUE "  CNPJ: ".
                03 ESL-CNPJ    PIC 9(14).
       01 ESL-EMPG.
                03 FILLER      PIC X(13) VALUE "EMPREGADO  : ".
                03 ESL-CHAPA   PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 ESL-NOME    PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 ESL-CPF     PIC 9(11).
                03 FILLER      PIC X(07) VALUE "  PIS: ".
                03 ESL-PIS     PIC 9(11).
       01 ESL-HOR.
                03 FILLER      PIC X(13) VALUE "HORARIO    : ".
                03 ESL-HORDESC PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 ESL-HORTXT  PIC X(30).
       01 ESL-CAB.
                03 FILLER      PIC X(40) VALUE
                   "DATA       DIA  ENT.1 SAI.1 ENT.2 SAI.2 ".
                03 FILLER      PIC X(40) VALUE
                   "     TRAB.  OBSERVACAO".
       01 ESL-DIA.
                03 ESL-DDIA    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 ESL-DMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 ESL-DANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE " ".
                03 ESL-DSEM    PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 ESL-DMARC   OCCURS 4 TIMES.
                   05 FILLER   PIC X(01).
                   05 ESL-DMHM PIC X(05).
                03 FILLER      PIC X(06) VALUE SPACES.
                03 ESL-DTRAB   PIC X(05).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 ESL-DOBS    PIC X(30).
       01 ESL-TOT.
                03 FILLER      PIC X(47) VALUE
                   "TOTAL TRABALHADO NO MES".
                03 ESL-TTRAB   PIC X(06).
       01 ESL-DECL.
                03 FILLER      PIC X(60) VALUE
                "RECONHECO A EXATIDAO DAS MARCACOES E HORAS ACIMA.".
       01 ESL-ASS1.
                03 FILLER      PIC X(34) VALUE
                   "______________________________".
                03 FILLER      PIC X(30) VALUE
                   "______________________________".
       01 ESL-ASS2.
                03 FILLER      PIC X(34) VALUE
                   "ASSINATURA DO EMPREGADO".
                03 FILLER      PIC X(30) VALUE
                   "ASSINATURA DO EMPREGADOR".
       01 ESL-ASS3.
                03 FILLER      PIC X(34) VALUE
                   "DATA: ____/____/________".
                03 FILLER      PIC X(30) VALUE
                   "DATA: ____/____/________".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ARQUIVO ELETRONICO DE JORNADA (AEJ) E".
           05  LINE 02  COLUMN 45
               VALUE  " ESPELHO DE PONTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  FILIAL (00 = SAIR)            :".
           05  LINE 08  COLUMN 01
               VALUE  "  DATA INICIAL (AAAAMMDD)       :".
           05  LINE 09  COLUMN 01
               VALUE  "  DATA FINAL   (AAAAMMDD)       :".
           05  LINE 11  COLUMN 01
               VALUE  "  NUMERO DO REP (17 DIGITOS)    :".
           05  LINE 14  COLUMN 01
               VALUE  "  CONFIRMA A GERACAO (S/N)      :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-FIL
               LINE 06  COLUMN 35  PIC 99
               USING  W-FIL
               HIGHLIGHT.
           05  TW-DTINI
               LINE 08  COLUMN 35  PIC 9(08)
               USING  W-DTINI
               HIGHLIGHT.
           05  TW-DTFIM
               LINE 09  COLUMN 35  PIC 9(08)
               USING  W-DTFIM
               HIGHLIGHT.
           05  TW-NRREP
               LINE 11  COLUMN 35  PIC 9(17)
               USING  W-NRREP
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-OP0.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FILIAIS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFILIAL
              GO TO ROT-FIM2.
           OPEN INPUT CADPONTO
           IF ST-ERRO NOT = "00"
              MOVE "* MARCACOES NAO IMPORTADAS (FPP086) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFILIAL CADFUNC
              GO TO ROT-FIM2.
      * SEM ARQPONORI NENHUMA BATIDA FOI AJUSTADA; SEM ESCALA OU
      * HORARIO AS MARCACOES SAEM SEM HORARIO CONTRATUAL.
           MOVE ZEROS TO W-ORIARQ W-ESCARQ W-HORARQ
           OPEN INPUT CADPONORI
           IF ST-ERRO = "00"
              MOVE 1 TO W-ORIARQ.
           OPEN INPUT CADESCALA
           IF ST-ERRO = "00"
              MOVE 1 TO W-ESCARQ.
           OPEN INPUT CADHORAR
           IF ST-ERRO = "00"
              MOVE 1 TO W-HORARQ.
       INC-001.
           MOVE ZEROS TO W-FIL W-DTINI W-DTFIM W-NRREP
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAPRINCIPAL.
       INC-FIL.
           ACCEPT TW-FIL
           IF W-FIL = ZEROS
              GO TO ROT-FIM.
           MOVE W-FIL TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIL.
           IF FILCNPJ = ZEROS
              MOVE "*** FILIAL SEM CNPJ CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIL.
           DISPLAY (06, 40) FILRAZAO.
       INC-DTINI.
           ACCEPT TW-DTINI
           MOVE W-DTINI TO W-DTX
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DTINI.
       INC-DTFIM.
           ACCEPT TW-DTFIM
           MOVE W-DTFIM TO W-DTX
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "*** DATA FINAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DTFIM.
           IF W-DTFIM < W-DTINI
              MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DTFIM.
       INC-NRREP.
           ACCEPT TW-NRREP
           IF W-NRREP = ZEROS
              MOVE "*** INFORME O NUMERO DO REP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NRREP.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP1.
           MOVE W-FIL TO W-NOMEARQ-FL
           MOVE W-DTFIM TO W-NOMEARQ-DT
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADAEJ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO AEJ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ESPELHO" TO W-SPLTIPO
           MOVE W-DTFIM(5:2) TO W-SPLMES
           MOVE W-DTFIM(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADESPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ESPELHO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAEJ
              GO TO ROT-FIM.
           DISPLAY (16, 01) "*** GERANDO O AEJ - AGUARDE ***"
           MOVE ZEROS TO W-QT01 W-QT02 W-QT03 W-QT04
           MOVE ZEROS TO W-QT05 W-QT06 W-QT07 W-QT08
           MOVE W-DTINI TO W-DTX
           PERFORM EDITA-ISO THRU EDITA-ISO-FIM
           MOVE W-ISODATA TO W-ISOINI
           MOVE W-DTFIM TO W-DTX
           PERFORM EDITA-ISO THRU EDITA-ISO-FIM
           MOVE W-ISODATA TO W-ISOFIM.
      *----------------------------------------------------------------
      * 01 - CABECALHO (EMPREGADOR PELO CNPJ DA FILIAL).
      *----------------------------------------------------------------
       GERA-01.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO W-DTX
           PERFORM EDITA-ISO THRU EDITA-ISO-FIM
           MOVE W-ISODATA TO W-ISODH-DATA
           MOVE W-HORA(1:2) TO W-ISODH-HH
           MOVE W-HORA(3:2) TO W-ISODH-MM
           MOVE SPACES TO W-LINHA
           STRING "01|1|" FILCNPJ "|||" DELIMITED BY SIZE
                  FILRAZAO DELIMITED BY "  "
                  "|" W-ISOINI "|" W-ISOFIM "|" W-ISODH "|001"
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT01.
      * 02 - REP UTILIZADO (UM UNICO RELOGIO POR FILIAL).
           MOVE SPACES TO W-LINHA
           STRING "02|1|1|" W-NRREP DELIMITED BY SIZE INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT02.
      *----------------------------------------------------------------
      * 03 - VINCULOS: CHAPAS DA FILIAL COM MARCACAO NO PERIODO. O
      * IDENTIFICADOR DO VINCULO NO ARQUIVO E A PROPRIA CHAPA.
      *----------------------------------------------------------------
       GERA-03.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO GERA-04.
       GERA-03-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-04.
           PERFORM SELECIONA THRU SELECIONA-FIM
           IF W-SELEC NOT = 1
              GO TO GERA-03-RD.
           MOVE SPACES TO W-LINHA
           STRING "03|" CODFUNC "|" CPF "|" DELIMITED BY SIZE
                  NOME DELIMITED BY "  " INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT03
           GO TO GERA-03-RD.
      *----------------------------------------------------------------
      * 04 - HORARIOS CONTRATUAIS ATIVOS (FPP084).
      *----------------------------------------------------------------
       GERA-04.
           IF W-HORARQ NOT = 1
              GO TO GERA-05.
           MOVE LOW-VALUES TO HOR-COD
           START CADHORAR KEY IS NOT LESS HOR-COD
              INVALID KEY
                 GO TO GERA-05.
       GERA-04-RD.
           READ CADHORAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-05.
           IF HOR-STAT NOT = "A"
              GO TO GERA-04-RD.
           PERFORM CALC-JORNADA THRU CALC-JORNADA-FIM
           MOVE SPACES TO W-LINHA
           IF HOR-SAI2 = ZEROS
              STRING "04|" HOR-COD "|" W-MINJOR "|" HOR-ENT1 "|"
                     HOR-SAI1 "||" DELIMITED BY SIZE INTO W-LINHA
           ELSE
              STRING "04|" HOR-COD "|" W-MINJOR "|" HOR-ENT1 "|"
                     HOR-SAI1 "|" HOR-ENT2 "|" HOR-SAI2
                     DELIMITED BY SIZE INTO W-LINHA.
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT04
           GO TO GERA-04-RD.
      *----------------------------------------------------------------
      * 05 - MARCACOES, DIA A DIA, COM O ESPELHO DE PONTO DA CHAPA.
      *----------------------------------------------------------------
       GERA-05.
           DISPLAY (16, 01) "*** GERANDO AS MARCACOES E OS ESPELHOS ***"
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO GERA-06.
       GERA-05-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-06.
           PERFORM SELECIONA THRU SELECIONA-FIM
           IF W-SELEC NOT = 1
              GO TO GERA-05-RD.
           MOVE SPACES TO W-CODHOR
           MOVE ZEROS TO HOR-COD
           MOVE SPACES TO HOR-DESC
           IF W-ESCARQ = 1
              MOVE CODFUNC TO ESC-CODFUNC
              READ CADESCALA
              IF ST-ERRO = "00" AND ESC-STAT = "A"
                 MOVE ESC-HORCOD TO W-CODHORN
                 MOVE W-CODHORN TO W-CODHOR
                 IF W-HORARQ = 1
                    MOVE ESC-HORCOD TO HOR-COD
                    READ CADHORAR
                    IF ST-ERRO NOT = "00"
                       MOVE ZEROS TO HOR-COD
                       MOVE SPACES TO HOR-DESC.
           MOVE ZEROS TO W-MESESP
           MOVE W-DTINI TO W-DTX.
       GERA-05-DIA.
           COMPUTE W-MESDIA = W-DTX / 100
           IF W-MESDIA NOT = W-MESESP
              IF W-MESESP NOT = ZEROS
                 PERFORM ESP-RODAPE THRU ESP-RODAPE-FIM
              END-IF
              MOVE W-MESDIA TO W-MESESP
              PERFORM ESP-CABEC THRU ESP-CABEC-FIM.
           PERFORM MARC-DIA THRU MARC-DIA-FIM
           IF W-DTX < W-DTFIM
              PERFORM PROX-DIA THRU PROX-DIA-FIM
              GO TO GERA-05-DIA.
           PERFORM ESP-RODAPE THRU ESP-RODAPE-FIM
           GO TO GERA-05-RD.
      *----------------------------------------------------------------
      * 06 - MATRICULA DO ESOCIAL (A CHAPA); 07 AUSENCIAS E BANCO DE
      * HORAS NAO SAO INFORMADOS; 08 PROGRAMA DE TRATAMENTO; 99.
      *----------------------------------------------------------------
       GERA-06.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO GERA-08.
       GERA-06-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-08.
           PERFORM SELECIONA THRU SELECIONA-FIM
           IF W-SELEC NOT = 1
              GO TO GERA-06-RD.
           MOVE SPACES TO W-LINHA
           STRING "06|" CODFUNC "|" CODFUNC DELIMITED BY SIZE
                  INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT06
           GO TO GERA-06-RD.
       GERA-08.
           MOVE SPACES TO W-LINHA
           STRING "08|FPP FOLHA DE PAGAMENTO|1.0|1|" FILCNPJ "|"
                  DELIMITED BY SIZE
                  FILRAZAO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT08
           MOVE SPACES TO W-LINHA
           STRING "99|" W-QT01 "|" W-QT02 "|" W-QT03 "|" W-QT04 "|"
                  W-QT05 "|" W-QT06 "|" W-QT07 "|" W-QT08
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           CLOSE CADAEJ CADESPTX
           DISPLAY (16, 01) LIMPA
           DISPLAY (16, 01) "ARQUIVO GERADO: " W-NOMEARQ
           MOVE "*** AEJ GERADO; ESPELHOS NO SPOOL (ESPELHO) ***"
                                                            TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CHAPA DA FILIAL (FILIAL ZERO CONTA COMO 01) COM AO MENOS UMA
      * MARCACAO NO PERIODO.
      *----------------------------------------------------------------
       SELECIONA.
           MOVE ZEROS TO W-SELEC
           MOVE FILIAL TO W-FILFUNC
           IF W-FILFUNC = ZEROS
              MOVE 1 TO W-FILFUNC.
           IF W-FILFUNC NOT = W-FIL
              GO TO SELECIONA-FIM.
           MOVE CODFUNC TO PON-CODFUNC
           MOVE W-DTINI TO PON-DATA
           START CADPONTO KEY IS NOT LESS PON-KEY
           IF ST-ERRO NOT = "00"
              GO TO SELECIONA-FIM.
           READ CADPONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO SELECIONA-FIM.
           IF PON-CODFUNC = CODFUNC AND PON-DATA NOT > W-DTFIM
              MOVE 1 TO W-SELEC.
       SELECIONA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * BATIDAS DO DIA W-DTX. SEM AJUSTE TODAS SAO ORIGINAIS ("O");
      * COM AJUSTE (ARQPONORI) A BATIDA QUE NAO EXISTIA E INCLUIDA
      * ("I") E A ORIGINAL QUE SAIU VAI COMO DESCONSIDERADA ("D").
      *----------------------------------------------------------------
       MARC-DIA.
           MOVE ZEROS TO W-MINTRAB W-TEMORI W-TABMC W-TABMO
           MOVE W-DTX(7:2) TO ESL-DDIA
           MOVE W-DTX(5:2) TO ESL-DMES
           MOVE W-DTX(1:4) TO ESL-DANO
           PERFORM CALC-DOW THRU CALC-DOW-FIM
           MOVE TB-DSEM(W-DOW + 1) TO ESL-DSEM
           MOVE SPACES TO ESL-DOBS ESL-DTRAB ESL-DMARC(1)
                          ESL-DMARC(2) ESL-DMARC(3) ESL-DMARC(4)
           MOVE "--:--" TO ESL-DMHM(1) ESL-DMHM(2)
                           ESL-DMHM(3) ESL-DMHM(4)
           MOVE CODFUNC TO PON-CODFUNC
           MOVE W-DTX TO PON-DATA
           READ CADPONTO
           IF ST-ERRO NOT = "00"
              WRITE REGESPTX FROM ESL-DIA
              GO TO MARC-DIA-FIM.
           MOVE PON-MARC1 TO W-MC(1)
           MOVE PON-MARC2 TO W-MC(2)
           MOVE PON-MARC3 TO W-MC(3)
           MOVE PON-MARC4 TO W-MC(4)
           IF W-ORIARQ = 1
              MOVE PON-KEY TO ORI-KEY
              READ CADPONORI
              IF ST-ERRO = "00"
                 MOVE 1 TO W-TEMORI
                 MOVE ORI-MARC1 TO W-MO(1)
                 MOVE ORI-MARC2 TO W-MO(2)
                 MOVE ORI-MARC3 TO W-MO(3)
                 MOVE ORI-MARC4 TO W-MO(4).
           MOVE 1 TO IMC.
       MARC-DIA-ATUAL.
           IF W-MC(IMC) = ZEROS
              GO TO MARC-DIA-ATUAL-PROX.
           MOVE W-MC(IMC) TO W-HHMM
           PERFORM EDITA-MARC THRU EDITA-MARC-FIM
           MOVE W-HMED TO ESL-DMHM(IMC)
           MOVE "E" TO W-TPMARC
           IF IMC = 2 OR IMC = 4
              MOVE "S" TO W-TPMARC.
           COMPUTE W-SEQES = (IMC + 1) / 2
           MOVE "O" TO W-FONTE
           MOVE SPACES TO W-MOTIVO
           IF W-TEMORI = 1
              PERFORM PROCURA-ORI THRU PROCURA-ORI-FIM
              IF W-ACHOU NOT = 1
                 MOVE "I" TO W-FONTE
                 MOVE "*" TO ESL-DMARC(IMC)(1:1)
                 MOVE "AJUSTE NA REIMPORTACAO DO PONTO" TO W-MOTIVO.
           PERFORM GRAVA-05 THRU GRAVA-05-FIM.
       MARC-DIA-ATUAL-PROX.
           ADD 1 TO IMC
           IF IMC < 5
              GO TO MARC-DIA-ATUAL.
           IF W-TEMORI NOT = 1
              GO TO MARC-DIA-ESP.
           MOVE 1 TO IMO.
       MARC-DIA-DESC.
           IF W-MO(IMO) = ZEROS
              GO TO MARC-DIA-DESC-PROX.
           PERFORM PROCURA-ATU THRU PROCURA-ATU-FIM
           IF W-ACHOU = 1
              GO TO MARC-DIA-DESC-PROX.
           MOVE W-MO(IMO) TO W-HHMM
           MOVE "D" TO W-TPMARC
           COMPUTE W-SEQES = (IMO + 1) / 2
           MOVE "O" TO W-FONTE
           MOVE "MARCACAO DESCONSIDERADA NO AJUSTE" TO W-MOTIVO
           PERFORM GRAVA-05 THRU GRAVA-05-FIM.
       MARC-DIA-DESC-PROX.
           ADD 1 TO IMO
           IF IMO < 5
              GO TO MARC-DIA-DESC.
           MOVE "* = BATIDA AJUSTADA" TO ESL-DOBS.
       MARC-DIA-ESP.
           IF PON-STAT = "I"
              MOVE "BATIDAS IMPARES" TO ESL-DOBS.
           MOVE W-MC(1) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M1
           MOVE W-MC(2) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M2
           IF W-MC(1) NOT = ZEROS AND W-M2 > W-M1
              COMPUTE W-MINTRAB = W-M2 - W-M1.
           MOVE W-MC(3) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M1
           MOVE W-MC(4) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M2
           IF W-MC(3) NOT = ZEROS AND W-M2 > W-M1
              COMPUTE W-MINTRAB = W-MINTRAB + W-M2 - W-M1.
           ADD W-MINTRAB TO W-MINMES
           MOVE W-MINTRAB TO W-MINX
           PERFORM EDITA-HM THRU EDITA-HM-FIM
           MOVE W-HMED TO ESL-DTRAB
           WRITE REGESPTX FROM ESL-DIA.
       MARC-DIA-FIM.
           EXIT.
      *----------------------------------------------------------------
       PROCURA-ORI.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO IMO.
       PROCURA-ORI-LP.
           IF W-MO(IMO) = W-MC(IMC)
              MOVE 1 TO W-ACHOU
              GO TO PROCURA-ORI-FIM.
           ADD 1 TO IMO
           IF IMO < 5
              GO TO PROCURA-ORI-LP.
       PROCURA-ORI-FIM.
           EXIT.
      *----------------------------------------------------------------
       PROCURA-ATU.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO IMC.
       PROCURA-ATU-LP.
           IF W-MC(IMC) = W-MO(IMO)
              MOVE 1 TO W-ACHOU
              GO TO PROCURA-ATU-FIM.
           ADD 1 TO IMC
           IF IMC < 5
              GO TO PROCURA-ATU-LP.
       PROCURA-ATU-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRO 05 DA BATIDA EM W-HHMM.
      *----------------------------------------------------------------
       GRAVA-05.
           PERFORM EDITA-ISO THRU EDITA-ISO-FIM
           MOVE W-ISODATA TO W-ISODH-DATA
           MOVE W-HH TO W-ISODH-HH
           MOVE W-MM TO W-ISODH-MM
           MOVE SPACES TO W-LINHA
           STRING "05|" CODFUNC "|" W-ISODH "|1|" W-TPMARC "|"
                  W-SEQES "|" W-FONTE "|" W-CODHOR "|"
                  DELIMITED BY SIZE
                  W-MOTIVO DELIMITED BY "  " INTO W-LINHA
           WRITE REGAEJ FROM W-LINHA
           ADD 1 TO W-QT05.
       GRAVA-05-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ESPELHO: CABECALHO DO MES E RODAPE COM TOTAL E ASSINATURAS.
      *----------------------------------------------------------------
       ESP-CABEC.
           MOVE ZEROS TO W-MINMES
           MOVE W-DTX(5:2) TO ESL-MES
           MOVE W-DTX(1:4) TO ESL-ANO
           WRITE REGESPTX FROM ESL-FOLHA
           WRITE REGESPTX FROM ESL-TIT
           MOVE FILRAZAO TO ESL-RAZAO
           MOVE FILCNPJ TO ESL-CNPJ
           WRITE REGESPTX FROM ESL-EMPR
           MOVE CODFUNC TO ESL-CHAPA
           MOVE NOME TO ESL-NOME
           MOVE CPF TO ESL-CPF
           MOVE PIS TO ESL-PIS
           WRITE REGESPTX FROM ESL-EMPG
           MOVE SPACES TO ESL-HORTXT
           IF HOR-COD = ZEROS
              MOVE "SEM ESCALA ATIVA" TO ESL-HORDESC
           ELSE
              MOVE HOR-DESC TO ESL-HORDESC
              MOVE HOR-ENT1 TO W-HHMM
              PERFORM EDITA-MARC THRU EDITA-MARC-FIM
              MOVE W-HMED TO ESL-HORTXT(1:5)
              MOVE "-" TO ESL-HORTXT(6:1)
              MOVE HOR-SAI1 TO W-HHMM
              PERFORM EDITA-MARC THRU EDITA-MARC-FIM
              MOVE W-HMED TO ESL-HORTXT(7:5)
              IF HOR-SAI2 NOT = ZEROS
                 MOVE HOR-ENT2 TO W-HHMM
                 PERFORM EDITA-MARC THRU EDITA-MARC-FIM
                 MOVE W-HMED TO ESL-HORTXT(13:5)
                 MOVE "-" TO ESL-HORTXT(18:1)
                 MOVE HOR-SAI2 TO W-HHMM
                 PERFORM EDITA-MARC THRU EDITA-MARC-FIM
                 MOVE W-HMED TO ESL-HORTXT(19:5).
           WRITE REGESPTX FROM ESL-HOR
           WRITE REGESPTX FROM ESL-SEP
           WRITE REGESPTX FROM ESL-CAB
           WRITE REGESPTX FROM ESL-SEP.
       ESP-CABEC-FIM.
           EXIT.
      *
       ESP-RODAPE.
           WRITE REGESPTX FROM ESL-SEP
           DIVIDE W-MINMES BY 60 GIVING W-HMEDL-H REMAINDER W-HMEDL-M
           MOVE W-HMEDL TO ESL-TTRAB
           WRITE REGESPTX FROM ESL-TOT
           WRITE REGESPTX FROM ESL-BRANCO
           WRITE REGESPTX FROM ESL-DECL
           WRITE REGESPTX FROM ESL-BRANCO
           WRITE REGESPTX FROM ESL-BRANCO
           WRITE REGESPTX FROM ESL-ASS1
           WRITE REGESPTX FROM ESL-ASS2
           WRITE REGESPTX FROM ESL-BRANCO
           WRITE REGESPTX FROM ESL-ASS3
           WRITE REGESPTX FROM ESL-BRANCO.
       ESP-RODAPE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DURACAO DA JORNADA DIARIA DO HORARIO, EM MINUTOS.
      *----------------------------------------------------------------
       CALC-JORNADA.
           MOVE HOR-ENT1 TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M1
           MOVE HOR-SAI1 TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           COMPUTE W-MINJOR = W-MINUTOS - W-M1
           IF HOR-SAI2 NOT = ZEROS
              MOVE HOR-ENT2 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              MOVE W-MINUTOS TO W-M1
              MOVE HOR-SAI2 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              COMPUTE W-MINJOR = W-MINJOR + W-MINUTOS - W-M1.
       CALC-JORNADA-FIM.
           EXIT.
      *----------------------------------------------------------------
       EDITA-MARC.
           MOVE W-HH TO W-HMED-H
           MOVE W-MM TO W-HMED-M.
       EDITA-MARC-FIM.
           EXIT.
      *
       EDITA-HM.
           DIVIDE W-MINX BY 60 GIVING W-HMED-H REMAINDER W-HMED-M.
       EDITA-HM-FIM.
           EXIT.
      *
       EDITA-ISO.
           MOVE W-DTX-ANO TO W-ISO-ANO
           MOVE W-DTX-MES TO W-ISO-MES
           MOVE W-DTX-DIA TO W-ISO-DIA.
       EDITA-ISO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIA SEGUINTE A W-DTX.
      *----------------------------------------------------------------
       PROX-DIA.
           MOVE W-DTX-MES TO W-MESC
           MOVE W-DTX-ANO TO W-ANOC
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-DTX-DIA < W-ULTC
              ADD 1 TO W-DTX-DIA
              GO TO PROX-DIA-FIM.
           MOVE 1 TO W-DTX-DIA
           IF W-DTX-MES < 12
              ADD 1 TO W-DTX-MES
              GO TO PROX-DIA-FIM.
           MOVE 1 TO W-DTX-MES
           ADD 1 TO W-DTX-ANO.
       PROX-DIA-FIM.
           EXIT.
      *----------------------------------------------------------------
       VALIDA-DATA.
           MOVE ZEROS TO W-DTOK
           IF W-DTX-ANO < 1900 OR W-DTX-MES < 1 OR W-DTX-MES > 12
              OR W-DTX-DIA < 1
              GO TO VALIDA-DATA-FIM.
           MOVE W-DTX-MES TO W-MESC
           MOVE W-DTX-ANO TO W-ANOC
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-DTX-DIA > W-ULTC
              GO TO VALIDA-DATA-FIM.
           MOVE 1 TO W-DTOK.
       VALIDA-DATA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ULTIMO DIA DO MES W-MESC/W-ANOC (MESMA REGRA DO FPPREL).
      *----------------------------------------------------------------
       CALC-ULTDIA.
           MOVE 31 TO W-ULTC
           IF W-MESC = 4 OR W-MESC = 6
              OR W-MESC = 9 OR W-MESC = 11
              MOVE 30 TO W-ULTC.
           IF W-MESC = 2
              MOVE 28 TO W-ULTC
              DIVIDE W-ANOC BY 4 GIVING W-TMPA
                     REMAINDER W-REM4
              DIVIDE W-ANOC BY 100 GIVING W-TMPA
                     REMAINDER W-REM100
              DIVIDE W-ANOC BY 400 GIVING W-TMPA
                     REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-ULTC.
       CALC-ULTDIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER: W-DOW = 1 E
      * DOMINGO, 0 E SABADO.
      *----------------------------------------------------------------
       CALC-DOW.
           MOVE W-DTX(1:4) TO W-ZANO
           MOVE W-DTX(5:2) TO W-ZMES
           MOVE W-DTX(7:2) TO W-ZDIA
           IF W-ZMES < 3
              ADD 12 TO W-ZMES
              SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZMES + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                 + 5 * W-ZJ
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-DOW.
       CALC-DOW-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HHMM PARA MINUTOS DO DIA.
      *----------------------------------------------------------------
       CALC-MIN.
           COMPUTE W-MINUTOS = W-HH * 60 + W-MM.
       CALC-MIN-FIM.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-ORIARQ = 1
              CLOSE CADPONORI.
           IF W-ESCARQ = 1
              CLOSE CADESCALA.
           IF W-HORARQ = 1
              CLOSE CADHORAR.
           CLOSE CADFILIAL CADFUNC CADPONTO.
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
