       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP194.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL POR CHAPA   *
      * ATIVA: SALARIOS DA FOLHA (ARQHISTF), 13o (CADDECRL   *
      * DO FPP006), FERIAS + 1/3 (ARQFERIAS, CONTA DO        *
      * FPP050) E PLR (ARQPLR), MAIS O QUE A EMPRESA PAGA    *
      * POR FORA: FGTS, INSS PATRONAL COM RAT E TERCEIROS,   *
      * PARTE DA EMPRESA NO PLANO DE SAUDE (ARQADESAO/       *
      * ARQPLSAU), CONTRAPARTIDA DA PREVIDENCIA (ARQPREV),   *
      * VALE-TRANSPORTE E VR/VA. SAI NO SPOOL ("REMTOTAL")   *
      * E/OU EM UM ARQUIVO POR CHAPA PARA A DISTRIBUICAO     *
      * ELETRONICA (ARQCIENC TIPO "R", MES 00)               *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPLR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLR-KEY
                      ALTERNATE RECORD KEY IS PLR-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDECFIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADADESAO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ADE-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPLSAU ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLS-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRV-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADVT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VT-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADVRVA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VRVA-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCIENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREMREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADDOCOUT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * HISTORICO CONSOLIDADO DA FOLHA, CARREGADO A CADA FECHAMENTO
      * (FPP038).
       FD CADHISTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHISTF.DAT".
       01 REGHISTF.
          03 HF-BRUTO                 PIC 9(08)V99.
          03 HF-INSS                  PIC 9(07)V99.
          03 HF-IRRF                  PIC 9(07)V99.
          03 HF-LIQ                   PIC 9(08)V99.
          03 HF-RAT                   PIC 9(07)V99.
          03 HF-KEY.
              05 HF-CODFUNC           PIC 9(06).
              05 HF-ANO               PIC 9(04).
              05 HF-MES               PIC 9(02).
              05 HF-FIL               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPAGVB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGVB.DAT".
       01 REGPAGVB.
          03 VB-VALOR                 PIC 9(07)V99.
          03 VB-TIPO                  PIC X(01).
          03 VB-FILIAL                PIC 9(02).
          03 VB-KEY.
              05 VB-CODFUNC           PIC 9(06).
              05 VB-ANO               PIC 9(04).
              05 VB-MES               PIC 9(02).
              05 VB-RUB               PIC 9(03).
      *-----------------------------------------------------------------
       FD CADPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
          03 PLR-TOTAL                PIC 9(07)V99.
          03 PLR-IRRF                 PIC 9(06)V99.
          03 PLR-LIQ                  PIC 9(07)V99.
          03 PLR-MESPAG               PIC 9(02).
          03 PLR-KEY.
              05 PLR-CODFUNC          PIC 9(06).
              05 PLR-ANO              PIC 9(04).
              05 PLR-PARC             PIC 9(01).
      *-----------------------------------------------------------------
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
          03 FERDATAADM               PIC 9(08).
          03 FERDIASADQ                PIC 9(02).
          03 FERDIASGOZ                PIC 9(02).
          03 FERDATAINIGOZ             PIC 9(08).
          03 FERSTAT                   PIC X(01).
          03 FERKEY.
              05 FERCODFUNC            PIC 9(06).
              05 FERSEQ                PIC 9(01).
      *-----------------------------------------------------------------
       FD CADDECFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEDEC.
       01 REGDECFIL   PIC X(100).
      *-----------------------------------------------------------------
       FD CADADESAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
          03 ADE-PLSCOD               PIC 9(03).
          03 ADE-DEPSEL               PIC X(09).
          03 ADE-STAT                 PIC X(01).
          03 ADE-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADPLSAU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLSAU.DAT".
       01 REGPLSAU.
          03 PLS-DESC                 PIC X(25).
          03 PLS-VALTIT               PIC 9(06)V99.
          03 PLS-VALDEP               PIC 9(05)V99.
          03 PLS-STAT                 PIC X(01).
          03 PLS-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREV.
          03 PRV-PERC                 PIC 9(02)V99.
          03 PRV-MATCHPERC            PIC 9(02)V99.
          03 PRV-PLANO                PIC 9(03).
          03 PRV-STAT                 PIC X(01).
          03 PRV-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVT.DAT".
       01 REGVT.
          03 VT-QTDDIA                PIC 9(02).
          03 VT-VALPASS               PIC 9(04)V99.
          03 VT-OPT                   PIC X(01).
          03 VT-STAT                  PIC X(01).
          03 VT-CODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
       FD CADVRVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVRVA.DAT".
       01 REGVRVA.
          03 VRVA-VALVR               PIC 9(04)V99.
          03 VRVA-VALVA               PIC 9(04)V99.
          03 VRVA-OPERADORA           PIC 9(03).
          03 VRVA-COPART              PIC 9(02)V99.
          03 VRVA-STAT                PIC X(01).
          03 VRVA-CODFUNC             PIC 9(06).
      *-----------------------------------------------------------------
      * PUBLICACAO E CIENCIA POR DOCUMENTO (MESMO LAYOUT DO FPP138).
       FD CADCIENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCIENC.DAT".
       01 REGCIENC.
          03 CI-ARQ                   PIC X(20).
          03 CI-DATAPUB               PIC 9(08).
          03 CI-HORAPUB               PIC 9(06).
          03 CI-DATACIE               PIC 9(08).
          03 CI-HORACIE               PIC 9(06).
          03 CI-ORIGEM                PIC X(01).
          03 CI-KEY.
              05 CI-CODFUNC           PIC 9(06).
              05 CI-TIPO              PIC X(01).
              05 CI-ANO               PIC 9(04).
              05 CI-MES               PIC 9(02).
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
       FD CADREMREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGREMREL   PIC X(130).
      *-----------------------------------------------------------------
       FD CADDOCOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEOUT.
       01 REGDOCOUT   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ANOSEL        PIC 9(04) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-CHAPASEL      PIC 9(06) VALUE ZEROS.
       01 W-SAIDA         PIC X(01) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
      * ARQUIVOS OPCIONAIS: 1 = ABERTO.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-VBARQ         PIC 9(01) VALUE ZEROS.
       01 W-PLRARQ        PIC 9(01) VALUE ZEROS.
       01 W-FERARQ        PIC 9(01) VALUE ZEROS.
       01 W-DECARQ        PIC 9(01) VALUE ZEROS.
       01 W-ADEARQ        PIC 9(01) VALUE ZEROS.
       01 W-PLSARQ        PIC 9(01) VALUE ZEROS.
       01 W-PREVARQ       PIC 9(01) VALUE ZEROS.
       01 W-VTARQ         PIC 9(01) VALUE ZEROS.
       01 W-VRVAARQ       PIC 9(01) VALUE ZEROS.
       01 W-CIEARQ        PIC 9(01) VALUE ZEROS.
       01 W-SPLARQ        PIC 9(01) VALUE ZEROS.
       01 W-DOCARQ        PIC 9(01) VALUE ZEROS.
      *----------[ BASES DA CHAPA ]-------------------------------------
       01 W-SALMES        PIC 9(08)V99 VALUE ZEROS.
       01 W-MESES         PIC 9(02) VALUE ZEROS.
       01 W-MESANT        PIC 9(02) VALUE ZEROS.
       01 W-HFRAT         PIC 9(08)V99 VALUE ZEROS.
       01 W-D925          PIC 9(08)V99 VALUE ZEROS.
       01 W-D926          PIC 9(08)V99 VALUE ZEROS.
       01 W-D927          PIC 9(08)V99 VALUE ZEROS.
       01 W-FERBRUTO1     PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEENC       PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDEPPLS     PIC 9(01) VALUE ZEROS.
       01 W-DEPIX         PIC 9(02) VALUE ZEROS.
       01 W-FAP           PIC 9(01)V9999 VALUE 1,0000.
       01 W-ALIQRAT       PIC 9(01)V9999 VALUE ZEROS.
       01 W-ALIQFGTS      PIC 9(01)V9999 VALUE 0,0800.
       01 W-ALIQTERC      PIC 9(01)V9999 VALUE 0,0580.
       01 TAB-RAT.
          03 FILLER PIC 9(01)V9999 VALUE 0,0100.
          03 FILLER PIC 9(01)V9999 VALUE 0,0200.
          03 FILLER PIC 9(01)V9999 VALUE 0,0300.
       01 TAB-RATX REDEFINES TAB-RAT.
          03 TB-RAT-ALIQ PIC 9(01)V9999 OCCURS 3 TIMES.
      *----------[ VALORES DO DEMONSTRATIVO ]---------------------------
       01 W-RSAL          PIC 9(08)V99 VALUE ZEROS.
       01 W-R13           PIC 9(08)V99 VALUE ZEROS.
       01 W-RFER          PIC 9(08)V99 VALUE ZEROS.
       01 W-RPLR          PIC 9(08)V99 VALUE ZEROS.
       01 W-RDIR          PIC 9(08)V99 VALUE ZEROS.
       01 W-RFGTS         PIC 9(08)V99 VALUE ZEROS.
       01 W-RINSS         PIC 9(08)V99 VALUE ZEROS.
       01 W-RPLS          PIC 9(08)V99 VALUE ZEROS.
       01 W-RPREV         PIC 9(08)V99 VALUE ZEROS.
       01 W-RVT           PIC 9(08)V99 VALUE ZEROS.
       01 W-RVR           PIC 9(08)V99 VALUE ZEROS.
       01 W-RBEN          PIC 9(08)V99 VALUE ZEROS.
       01 W-RTOT          PIC 9(08)V99 VALUE ZEROS.
      * TOTAIS DO PROCESSAMENTO.
       01 W-QTDEMI        PIC 9(06) VALUE ZEROS.
       01 W-QTDSEM        PIC 9(06) VALUE ZEROS.
       01 W-QTDDOC        PIC 9(06) VALUE ZEROS.
       01 W-QTDREPUB      PIC 9(06) VALUE ZEROS.
       01 W-TOTDIR        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTBEN        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTGER        PIC 9(10)V99 VALUE ZEROS.
      *----------[ 13o DO ANO: LINHA DO CADDECRL (FPP006) ]-------------
      * O FPP006 GRAVA UMA LINHA POR CHAPA EM ORDEM DE CODFUNC; O
      * ARQUIVO E LIDO EM PARALELO COM O CADFUNC.
       01 W-NOMEDEC       PIC X(20) VALUE SPACES.
       01 W-NOMEDEC1.
          03 FILLER       PIC X(08) VALUE "CADDECRL".
          03 W-NOMEDEC-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-LIN13         PIC X(100) VALUE SPACES.
       01 W-LIN13X REDEFINES W-LIN13.
          03 L13-COD      PIC X(06).
          03 FILLER       PIC X(01).
          03 L13-NOME     PIC X(25).
          03 L13-CAR      PIC X(03).
          03 FILLER       PIC X(02).
          03 L13-TOT      PIC 9(06)V99.
          03 FILLER       PIC X(55).
       01 W-DECCOD        PIC 9(06) VALUE ZEROS.
       01 W-DECVAL        PIC 9(06)V99 VALUE ZEROS.
      *----------[ DISTRIBUICAO ELETRONICA ]----------------------------
       01 W-DATAPUB       PIC 9(08) VALUE ZEROS.
       01 W-HORAPUB       PIC 9(08) VALUE ZEROS.
      * ARQUIVO INDIVIDUAL: PREFIXO + CHAPA + MES (00 = ANUAL) + ANO.
       01 W-NOMEOUT       PIC X(20) VALUE SPACES.
       01 W-NOMEOUT1.
          03 FILLER       PIC X(03) VALUE "REM".
          03 W-NOMEOUT-COD PIC 9(06) VALUE ZEROS.
          03 W-NOMEOUT-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEOUT-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP194".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
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
      *----------[ LINHAS DO DEMONSTRATIVO ]----------------------------
       01 W-LINHA         PIC X(100) VALUE SPACES.
       01 REM-TIT.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(45) VALUE
                   "   *** DEMONSTRATIVO DE REMUNERACAO TOTAL ***".
       01 REM-ANO.
                03 FILLER      PIC X(13) VALUE "ANO BASE   : ".
                03 RA-ANO      PIC 9999.
       01 REM-SEP.
                03 FILLER      PIC X(60) VALUE ALL "-".
       01 REM-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 REM-FUNC.
                03 FILLER      PIC X(14) VALUE "FUNCIONARIO : ".
                03 RF-COD      PIC 9(06).
                03 FILLER      PIC X(02) VALUE "  ".
                03 RF-NOME     PIC X(30).
       01 REM-CARGO.
                03 FILLER      PIC X(14) VALUE "CARGO       : ".
                03 RC-CAR      PIC X(25).
                03 FILLER      PIC X(08) VALUE "  DEP.: ".
                03 RC-DEP      PIC 999.
                03 FILLER      PIC X(08) VALUE "  FIL.: ".
                03 RC-FIL      PIC 99.
       01 REM-GRUPO.
                03 RG-DESC     PIC X(60).
       01 REM-VAL.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 RV-DESC     PIC X(37).
                03 RV-VAL      PIC ZZ.ZZZ.ZZ9,99.
       01 REM-OBS1.
                03 FILLER      PIC X(44) VALUE
                   "ENCARGOS E BENEFICIOS ESTIMADOS PELAS REGRAS".
                03 FILLER      PIC X(16) VALUE
                   " DA FOLHA SOBRE ".
       01 REM-OBS2.
                03 FILLER      PIC X(34) VALUE
                   "OS MESES COM FOLHA FECHADA NO ANO:".
                03 FILLER      PIC X(01) VALUE " ".
                03 RO-MESES    PIC Z9.
       01 REM-TOTQ.
                03 FILLER      PIC X(26) VALUE
                   "DEMONSTRATIVOS EMITIDOS : ".
                03 RT-QTD      PIC ZZZZZ9.
                03 FILLER      PIC X(26) VALUE
                   "   ATIVOS SEM MOVIMENTO: ".
                03 RT-SEM      PIC ZZZZZ9.
       01 REM-TOTV.
                03 RT-DESC     PIC X(26).
                03 RT-VAL      PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** DEMONSTRATIVO ANUAL DE REMUNERACAO".
           05  LINE 02  COLUMN 41
               VALUE  " TOTAL ***".
           05  LINE 06  COLUMN 01
               VALUE  "  ANO BASE (AAAA)         :".
           05  LINE 08  COLUMN 01
               VALUE  "  FILIAL       (0=TODAS)  :".
           05  LINE 10  COLUMN 01
               VALUE  "  CHAPA        (0=TODAS)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  SAIDA (S/E/A)           :".
           05  LINE 13  COLUMN 01
               VALUE  "  S=SPOOL  E=DISTRIBUICAO ELETRONICA  A=AMBOS".
           05  LINE 15  COLUMN 01
               VALUE  "  CONFIRMA GERACAO (S/N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOSEL
               LINE 06  COLUMN 29  PIC 9(04)
               USING  W-ANOSEL
               HIGHLIGHT.
           05  TW-FILSEL
               LINE 08  COLUMN 29  PIC 99
               USING  W-FILSEL
               HIGHLIGHT.
           05  TW-CHAPASEL
               LINE 10  COLUMN 29  PIC 9(06)
               USING  W-CHAPASEL
               HIGHLIGHT.
           05  TW-SAIDA
               LINE 12  COLUMN 29  PIC X(01)
               USING  W-SAIDA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                COMPUTE W-ANOSEL = W-HOJE-AA - 1
                MOVE SPACES TO W-OPCAO W-SAIDA
                MOVE ZEROS TO W-FILSEL W-CHAPASEL
                DISPLAY TELAPRINCIPAL.
       INC-ANO.
                ACCEPT TW-ANOSEL
                IF W-ANOSEL < 2000 OR W-ANOSEL > W-HOJE-AA
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
                ACCEPT TW-FILSEL.
       INC-CHAPA.
                ACCEPT TW-CHAPASEL
                IF W-CHAPASEL = ZEROS
                   GO TO INC-SAIDA.
                OPEN INPUT CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                MOVE W-CHAPASEL TO CODFUNC
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   CLOSE CADFUNC
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CHAPA.
                CLOSE CADFUNC
                IF FUNCSTAT NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CHAPA.
                DISPLAY (10, 37) NOME.
       INC-SAIDA.
                ACCEPT TW-SAIDA
                IF W-SAIDA = "s"
                   MOVE "S" TO W-SAIDA.
                IF W-SAIDA = "e"
                   MOVE "E" TO W-SAIDA.
                IF W-SAIDA = "a"
                   MOVE "A" TO W-SAIDA.
                IF W-SAIDA NOT = "S" AND "E" AND "A"
                   MOVE "*** DIGITE S, E OU A ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SAIDA.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT CADHISTF
           IF ST-ERRO NOT = "00"
              MOVE "* HISTORICO AUSENTE - FECHE AS COMPETENCIAS *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHISTF
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CARGO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHISTF CADFUNC
              GO TO ROT-FIM2.
      * OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES A LINHA SAI ZERADA.
           MOVE ZEROS TO W-FILARQ W-VBARQ W-PLRARQ W-FERARQ W-DECARQ
           MOVE ZEROS TO W-ADEARQ W-PLSARQ W-PREVARQ W-VTARQ W-VRVAARQ
           MOVE ZEROS TO W-CIEARQ W-SPLARQ W-DOCARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADPAGVB
           IF ST-ERRO = "00"
              MOVE 1 TO W-VBARQ.
           OPEN INPUT CADPLR
           IF ST-ERRO = "00"
              MOVE 1 TO W-PLRARQ.
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERARQ.
           OPEN INPUT CADADESAO
           IF ST-ERRO = "00"
              MOVE 1 TO W-ADEARQ.
           OPEN INPUT CADPLSAU
           IF ST-ERRO = "00"
              MOVE 1 TO W-PLSARQ.
           OPEN INPUT CADPREV
           IF ST-ERRO = "00"
              MOVE 1 TO W-PREVARQ.
           OPEN INPUT CADVT
           IF ST-ERRO = "00"
              MOVE 1 TO W-VTARQ.
           OPEN INPUT CADVRVA
           IF ST-ERRO = "00"
              MOVE 1 TO W-VRVAARQ.
           MOVE 999999 TO W-DECCOD
           MOVE W-ANOSEL TO W-NOMEDEC-AA
           MOVE W-NOMEDEC1 TO W-NOMEDEC
           OPEN INPUT CADDECFIL
           IF ST-ERRO = "00"
              MOVE 1 TO W-DECARQ
              PERFORM LE-DEC THRU LE-DEC-FIM.
       INC-OP1.
           IF W-SAIDA = "S"
              GO TO INC-OP2.
           OPEN I-O CADCIENC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCIENC
                 CLOSE CADCIENC
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIENC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE 1 TO W-CIEARQ
           ACCEPT W-DATAPUB FROM DATE YYYYMMDD
           ACCEPT W-HORAPUB FROM TIME.
       INC-OP2.
           IF W-SAIDA = "E"
              GO TO INC-OP3.
           MOVE "REMTOTAL" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADREMREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-SPLARQ.
       INC-OP3.
           DISPLAY (17, 01) "*** GERANDO - AGUARDE ***"
           COMPUTE W-DTINI = W-ANOSEL * 10000 + 0101
           COMPUTE W-DTFIM = W-ANOSEL * 10000 + 1231
           MOVE ZEROS TO W-QTDEMI W-QTDSEM W-QTDDOC W-QTDREPUB
           MOVE ZEROS TO W-TOTDIR W-TOTBEN W-TOTGER.
      *----------------------------------------------------------------
      * UM DEMONSTRATIVO POR CHAPA ATIVA DA FILIAL PEDIDA E NAS
      * FILIAIS PERMITIDAS AO OPERADOR. CHAPA SEM NENHUMA REMUNERACAO
      * NO ANO (ADMITIDA DEPOIS DO ULTIMO FECHAMENTO) SO E CONTADA.
      *----------------------------------------------------------------
       PROC-FUNC.
           MOVE W-CHAPASEL TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
       PROC-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
           IF W-CHAPASEL NOT = ZEROS AND CODFUNC NOT = W-CHAPASEL
              GO TO PROC-FUNC-FIM.
           IF FUNCSTAT NOT = "A"
              GO TO PROC-FUNC-RD.
           IF W-FILSEL NOT = ZEROS AND FILIAL NOT = W-FILSEL
              GO TO PROC-FUNC-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO PROC-FUNC-RD.
           DISPLAY (19, 50) CODFUNC
           PERFORM LE-CARGO THRU LE-CARGO-FIM
           PERFORM SOMA-HIST THRU SOMA-HIST-FIM
           PERFORM SOMA-VERBAS THRU SOMA-VERBAS-FIM
           PERFORM BUSCA-13 THRU BUSCA-13-FIM
           PERFORM SOMA-FERIAS THRU SOMA-FERIAS-FIM
           PERFORM SOMA-PLR THRU SOMA-PLR-FIM
           COMPUTE W-RDIR = W-RSAL + W-R13 + W-RFER + W-RPLR
           IF W-RDIR = ZEROS
              ADD 1 TO W-QTDSEM
              GO TO PROC-FUNC-RD.
           PERFORM CALC-ENC THRU CALC-ENC-FIM
           PERFORM CALC-PLS THRU CALC-PLS-FIM
           PERFORM CALC-PREV THRU CALC-PREV-FIM
           PERFORM CALC-VT THRU CALC-VT-FIM
           PERFORM CALC-VRVA THRU CALC-VRVA-FIM
           COMPUTE W-RBEN = W-RFGTS + W-RINSS + W-RPLS + W-RPREV
                 + W-RVT + W-RVR
           COMPUTE W-RTOT = W-RDIR + W-RBEN
           ADD 1 TO W-QTDEMI
           ADD W-RDIR TO W-TOTDIR
           ADD W-RBEN TO W-TOTBEN
           ADD W-RTOT TO W-TOTGER
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-FUNC-RD.
       PROC-FUNC-FIM.
           IF W-SPLARQ = 1
              MOVE REM-SEP TO W-LINHA
              WRITE REGREMREL FROM W-LINHA
              MOVE W-QTDEMI TO RT-QTD
              MOVE W-QTDSEM TO RT-SEM
              WRITE REGREMREL FROM REM-TOTQ
              MOVE "REMUNERACAO DIRETA      : " TO RT-DESC
              MOVE W-TOTDIR TO RT-VAL
              WRITE REGREMREL FROM REM-TOTV
              MOVE "ENCARGOS E BENEFICIOS   : " TO RT-DESC
              MOVE W-TOTBEN TO RT-VAL
              WRITE REGREMREL FROM REM-TOTV
              MOVE "REMUNERACAO TOTAL       : " TO RT-DESC
              MOVE W-TOTGER TO RT-VAL
              WRITE REGREMREL FROM REM-TOTV
              CLOSE CADREMREL
              MOVE ZEROS TO W-SPLARQ.
           DISPLAY (17, 01) LIMPA
           DISPLAY (19, 01) "DEMONSTRATIVOS EMITIDOS : "
           DISPLAY (19, 27) W-QTDEMI
           DISPLAY (20, 01) "ATIVOS SEM MOVIMENTO    : "
           DISPLAY (20, 27) W-QTDSEM
           IF W-CIEARQ = 1
              DISPLAY (21, 01) "DOCUMENTOS PUBLICADOS   : "
              DISPLAY (21, 27) W-QTDDOC
              DISPLAY (21, 36) "CIENCIAS ANTERIORES ZER.: "
              DISPLAY (21, 62) W-QTDREPUB.
           IF W-QTDEMI = ZEROS
              MOVE "*** NENHUM DEMONSTRATIVO NO ANO PEDIDO ***" TO MENS
           ELSE
              IF W-SAIDA = "E"
                 MOVE "*** PUBLICACAO CONCLUIDA ***" TO MENS
              ELSE
                 MOVE "*** DEMONSTRATIVOS NO SPOOL (REMTOTAL) ***"
                                                             TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * SALARIO MENSAL DO CARGO (BASE DA PREVIDENCIA E DAS FERIAS,
      * COMO NO FPPREL) E FAP DA FILIAL PARA O RAT.
      *----------------------------------------------------------------
       LE-CARGO.
           MOVE ZEROS TO W-SALMES GRAURISCO
           MOVE SPACES TO DENCAR
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO GRAURISCO
              MOVE "*** NAO CADASTRADO ***" TO DENCAR
              GO TO LE-CARGO-FAP.
           IF TIPOSAL = "H"
              COMPUTE W-SALMES = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMES = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-SALMES.
       LE-CARGO-FAP.
           MOVE 1,0000 TO W-FAP
           IF W-FILARQ NOT = 1
              GO TO LE-CARGO-FIM.
           MOVE FILIAL TO FILCOD
           READ CADFILIAL
           IF ST-ERRO = "00" AND FILFAP NOT = ZEROS
              MOVE FILFAP TO W-FAP.
       LE-CARGO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SALARIOS DA FOLHA MENSAL: BRUTO E RAT DE TODAS AS FILIAIS DA
      * CHAPA NO ANO. CONTA OS MESES COM FOLHA FECHADA, QUE SAO A
      * BASE DOS BENEFICIOS MENSAIS.
      *----------------------------------------------------------------
       SOMA-HIST.
           MOVE ZEROS TO W-RSAL W-HFRAT W-MESES W-MESANT
           MOVE CODFUNC TO HF-CODFUNC
           MOVE W-ANOSEL TO HF-ANO
           MOVE ZEROS TO HF-MES HF-FIL
           START CADHISTF KEY IS NOT LESS HF-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-HIST-FIM.
       SOMA-HIST-RD.
           READ CADHISTF NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-HIST-FIM.
           IF HF-CODFUNC NOT = CODFUNC OR HF-ANO NOT = W-ANOSEL
              GO TO SOMA-HIST-FIM.
           ADD HF-BRUTO TO W-RSAL
           ADD HF-RAT TO W-HFRAT
           IF HF-MES NOT = W-MESANT
              ADD 1 TO W-MESES
              MOVE HF-MES TO W-MESANT.
           GO TO SOMA-HIST-RD.
       SOMA-HIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DESCONTOS DO EMPREGADO NO ANO QUE ABATEM O CUSTO DOS
      * BENEFICIOS: 925 VALE-TRANSPORTE, 926 VR/VA, 927 PLANO DE
      * SAUDE.
      *----------------------------------------------------------------
       SOMA-VERBAS.
           MOVE ZEROS TO W-D925 W-D926 W-D927
           IF W-VBARQ NOT = 1
              GO TO SOMA-VERBAS-FIM.
           MOVE CODFUNC TO VB-CODFUNC
           MOVE W-ANOSEL TO VB-ANO
           MOVE ZEROS TO VB-MES VB-RUB
           START CADPAGVB KEY IS NOT LESS VB-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-VERBAS-FIM.
       SOMA-VERBAS-RD.
           READ CADPAGVB NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-VERBAS-FIM.
           IF VB-CODFUNC NOT = CODFUNC OR VB-ANO NOT = W-ANOSEL
              GO TO SOMA-VERBAS-FIM.
           IF VB-RUB = 925
              ADD VB-VALOR TO W-D925.
           IF VB-RUB = 926
              ADD VB-VALOR TO W-D926.
           IF VB-RUB = 927
              ADD VB-VALOR TO W-D927.
           GO TO SOMA-VERBAS-RD.
       SOMA-VERBAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 13o DO ANO: AVANCA O CADDECRL ATE A CHAPA CORRENTE.
      *----------------------------------------------------------------
       BUSCA-13.
           MOVE ZEROS TO W-R13.
       BUSCA-13-LP.
           IF W-DECCOD < CODFUNC
              PERFORM LE-DEC THRU LE-DEC-FIM
              GO TO BUSCA-13-LP.
           IF W-DECCOD = CODFUNC
              ADD W-DECVAL TO W-R13
              PERFORM LE-DEC THRU LE-DEC-FIM
              GO TO BUSCA-13-LP.
       BUSCA-13-FIM.
           EXIT.
      *
       LE-DEC.
           READ CADDECFIL INTO W-LIN13
              AT END
                 MOVE 999999 TO W-DECCOD
                 GO TO LE-DEC-FIM.
           IF L13-COD NOT NUMERIC OR L13-COD = "000000"
              GO TO LE-DEC.
           IF L13-TOT NOT NUMERIC
              GO TO LE-DEC.
           MOVE L13-COD TO W-DECCOD
           MOVE L13-TOT TO W-DECVAL.
       LE-DEC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FERIAS COM GOZO INICIANDO NO ANO: REMUNERACAO DOS DIAS MAIS O
      * TERCO (MESMA CONTA DO FPP050 E DA GPS DO FPP079).
      *----------------------------------------------------------------
       SOMA-FERIAS.
           MOVE ZEROS TO W-RFER
           IF W-FERARQ NOT = 1
              GO TO SOMA-FERIAS-FIM.
           IF TIPOREGIME = "E" OR TIPOREGIME = "I"
              GO TO SOMA-FERIAS-FIM.
           MOVE CODFUNC TO FERCODFUNC
           MOVE ZEROS TO FERSEQ
           START CADFERIAS KEY IS NOT LESS FERKEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-FERIAS-FIM.
       SOMA-FERIAS-RD.
           READ CADFERIAS NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-FERIAS-FIM.
           IF FERCODFUNC NOT = CODFUNC
              GO TO SOMA-FERIAS-FIM.
           IF FERSTAT NOT = "A" AND FERSTAT NOT = "G"
              GO TO SOMA-FERIAS-RD.
           IF FERDIASGOZ = ZEROS
              GO TO SOMA-FERIAS-RD.
           IF FERDATAINIGOZ < W-DTINI OR FERDATAINIGOZ > W-DTFIM
              GO TO SOMA-FERIAS-RD.
           COMPUTE W-FERBRUTO1 = (W-SALMES / 30) * FERDIASGOZ
           COMPUTE W-FERBRUTO1 = W-FERBRUTO1 + W-FERBRUTO1 / 3
           ADD W-FERBRUTO1 TO W-RFER
           GO TO SOMA-FERIAS-RD.
       SOMA-FERIAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PLR DO ANO (TODAS AS PARCELAS CALCULADAS NO FPP077).
      *----------------------------------------------------------------
       SOMA-PLR.
           MOVE ZEROS TO W-RPLR
           IF W-PLRARQ NOT = 1
              GO TO SOMA-PLR-FIM.
           MOVE CODFUNC TO PLR-CODFUNC
           MOVE W-ANOSEL TO PLR-ANO
           MOVE ZEROS TO PLR-PARC
           START CADPLR KEY IS NOT LESS PLR-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-PLR-FIM.
       SOMA-PLR-RD.
           READ CADPLR NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-PLR-FIM.
           IF PLR-CODFUNC NOT = CODFUNC OR PLR-ANO NOT = W-ANOSEL
              GO TO SOMA-PLR-FIM.
           ADD PLR-TOTAL TO W-RPLR
           GO TO SOMA-PLR-RD.
       SOMA-PLR-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ENCARGOS SOBRE SALARIOS, 13o E FERIAS (PLR NAO TEM INSS NEM
      * FGTS): FGTS 8% (APRENDIZ 2%), PATRONAL 20% MAIS TERCEIROS,
      * RAT DA FOLHA (ARQHISTF) E RAT DO 13o/FERIAS PELO GRAURISCO
      * AJUSTADO PELO FAP, COMO NO FPP117. ESTAGIARIO NAO TEM
      * ENCARGO.
      *----------------------------------------------------------------
       CALC-ENC.
           MOVE ZEROS TO W-RFGTS W-RINSS
           IF TIPOREGIME = "E"
              GO TO CALC-ENC-FIM.
           IF TIPOREGIME = "A"
              MOVE 0,0200 TO W-ALIQFGTS
           ELSE
              MOVE 0,0800 TO W-ALIQFGTS.
           IF GRAURISCO < 1 OR GRAURISCO > 3
              MOVE TB-RAT-ALIQ(1) TO W-ALIQRAT
           ELSE
              MOVE TB-RAT-ALIQ(GRAURISCO) TO W-ALIQRAT.
           COMPUTE W-BASEENC = W-RSAL + W-R13 + W-RFER
           COMPUTE W-RFGTS ROUNDED = W-BASEENC * W-ALIQFGTS
           COMPUTE W-RINSS ROUNDED = W-BASEENC * (0,20 + W-ALIQTERC)
                 + W-HFRAT + (W-R13 + W-RFER) * W-ALIQRAT * W-FAP.
       CALC-ENC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PLANO DE SAUDE: MENSALIDADE DO TITULAR E DOS DEPENDENTES DA
      * ADESAO (MESMA CONTA DO FPPREL) NOS MESES COM FOLHA, MENOS O
      * QUE FOI DESCONTADO DO EMPREGADO (927).
      *----------------------------------------------------------------
       CALC-PLS.
           MOVE ZEROS TO W-RPLS
           IF W-ADEARQ NOT = 1 OR W-PLSARQ NOT = 1
              GO TO CALC-PLS-FIM.
           MOVE CODFUNC TO ADE-CODFUNC
           READ CADADESAO
           IF ST-ERRO NOT = "00"
              GO TO CALC-PLS-FIM.
           IF ADE-STAT NOT = "A"
              GO TO CALC-PLS-FIM.
           MOVE ADE-PLSCOD TO PLS-COD
           READ CADPLSAU
           IF ST-ERRO NOT = "00"
              GO TO CALC-PLS-FIM.
           MOVE ZEROS TO W-QTDDEPPLS
           MOVE 1 TO W-DEPIX.
       CALC-PLS-DEP.
           IF W-DEPIX > 9
              GO TO CALC-PLS-VAL.
           IF ADE-DEPSEL(W-DEPIX:1) = "S"
              ADD 1 TO W-QTDDEPPLS.
           ADD 1 TO W-DEPIX
           GO TO CALC-PLS-DEP.
       CALC-PLS-VAL.
           COMPUTE W-CUSTO = (PLS-VALTIT + PLS-VALDEP * W-QTDDEPPLS)
                 * W-MESES
           IF W-CUSTO > W-D927
              COMPUTE W-RPLS = W-CUSTO - W-D927.
       CALC-PLS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CONTRAPARTIDA DA PREVIDENCIA: PERCENTUAL DA EMPRESA SOBRE O
      * SALARIO CONTRATUAL NOS MESES COM FOLHA (COMO NO FPP009).
      *----------------------------------------------------------------
       CALC-PREV.
           MOVE ZEROS TO W-RPREV
           IF W-PREVARQ NOT = 1
              GO TO CALC-PREV-FIM.
           MOVE CODFUNC TO PRV-CODFUNC
           READ CADPREV
           IF ST-ERRO NOT = "00" OR PRV-STAT NOT = "A"
              GO TO CALC-PREV-FIM.
           COMPUTE W-RPREV ROUNDED = W-SALMES * PRV-MATCHPERC / 100
                 * W-MESES.
       CALC-PREV-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VALE-TRANSPORTE: PASSAGENS DE 22 DIAS UTEIS (MEDIA DO FPP117)
      * NOS MESES COM FOLHA, MENOS O DESCONTO DE 6% (925).
      *----------------------------------------------------------------
       CALC-VT.
           MOVE ZEROS TO W-RVT
           IF W-VTARQ NOT = 1
              GO TO CALC-VT-FIM.
           MOVE CODFUNC TO VT-CODFUNC
           READ CADVT
           IF ST-ERRO NOT = "00"
              GO TO CALC-VT-FIM.
           IF VT-OPT NOT = "S" OR VT-STAT NOT = "A"
              GO TO CALC-VT-FIM.
           COMPUTE W-CUSTO = VT-QTDDIA * VT-VALPASS * 22 * W-MESES
           IF W-CUSTO > W-D925
              COMPUTE W-RVT = W-CUSTO - W-D925.
       CALC-VT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VR/VA: CREDITO DIARIO DE 22 DIAS UTEIS NOS MESES COM FOLHA,
      * MENOS A COPARTICIPACAO DESCONTADA (926).
      *----------------------------------------------------------------
       CALC-VRVA.
           MOVE ZEROS TO W-RVR
           IF W-VRVAARQ NOT = 1
              GO TO CALC-VRVA-FIM.
           MOVE CODFUNC TO VRVA-CODFUNC
           READ CADVRVA
           IF ST-ERRO NOT = "00"
              GO TO CALC-VRVA-FIM.
           IF VRVA-STAT NOT = "A"
              GO TO CALC-VRVA-FIM.
           COMPUTE W-CUSTO = (VRVA-VALVR + VRVA-VALVA) * 22 * W-MESES
           IF W-CUSTO > W-D926
              COMPUTE W-RVR = W-CUSTO - W-D926.
       CALC-VRVA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * IMPRESSAO DO DEMONSTRATIVO: CADA LINHA VAI PARA O SPOOL E/OU
      * PARA O ARQUIVO INDIVIDUAL DA CHAPA (NO FORMATO DE BLOCO DO
      * FPP138: TITULO "FATEC ZL" E LINHA "FUNCIONARIO : ").
      *----------------------------------------------------------------
       IMPRIME.
           IF W-CIEARQ NOT = 1
              GO TO IMPRIME-CAB.
           MOVE CODFUNC TO W-NOMEOUT-COD
           MOVE ZEROS TO W-NOMEOUT-MM
           MOVE W-ANOSEL TO W-NOMEOUT-AA
           MOVE W-NOMEOUT1 TO W-NOMEOUT
           OPEN OUTPUT CADDOCOUT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO DOCUMENTO INDIVIDUAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE 1 TO W-DOCARQ.
       IMPRIME-CAB.
           MOVE REM-TIT TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE W-ANOSEL TO RA-ANO
           MOVE REM-ANO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE REM-SEP TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE CODFUNC TO RF-COD
           MOVE NOME TO RF-NOME
           MOVE REM-FUNC TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE DENCAR TO RC-CAR
           MOVE FUNCDEP TO RC-DEP
           MOVE FILIAL TO RC-FIL
           MOVE REM-CARGO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE REM-SEP TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE "REMUNERACAO DIRETA" TO RG-DESC
           MOVE REM-GRUPO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE "SALARIOS (FOLHA MENSAL)            :" TO RV-DESC
           MOVE W-RSAL TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "13o SALARIO                        :" TO RV-DESC
           MOVE W-R13 TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "FERIAS + 1/3                       :" TO RV-DESC
           MOVE W-RFER TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "PLR                                :" TO RV-DESC
           MOVE W-RPLR TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "SUBTOTAL                           :" TO RV-DESC
           MOVE W-RDIR TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE REM-BRANCO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE "ENCARGOS E BENEFICIOS PAGOS PELA EMPRESA"
                                                        TO RG-DESC
           MOVE REM-GRUPO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE "FGTS DEPOSITADO                    :" TO RV-DESC
           MOVE W-RFGTS TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "INSS PATRONAL (COM RAT E TERCEIROS):" TO RV-DESC
           MOVE W-RINSS TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "PLANO DE SAUDE (PARTE DA EMPRESA)  :" TO RV-DESC
           MOVE W-RPLS TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "PREVIDENCIA PRIVADA (CONTRAPARTIDA):" TO RV-DESC
           MOVE W-RPREV TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "VALE-TRANSPORTE (PARTE DA EMPRESA) :" TO RV-DESC
           MOVE W-RVT TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "VR/VA (PARTE DA EMPRESA)           :" TO RV-DESC
           MOVE W-RVR TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE "SUBTOTAL                           :" TO RV-DESC
           MOVE W-RBEN TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE REM-SEP TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE "REMUNERACAO TOTAL DO ANO           :" TO RV-DESC
           MOVE W-RTOT TO RV-VAL
           PERFORM EMITE-VAL THRU EMITE-VAL-FIM
           MOVE REM-SEP TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE REM-OBS1 TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE W-MESES TO RO-MESES
           MOVE REM-OBS2 TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           MOVE REM-BRANCO TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM
           IF W-DOCARQ = 1
              CLOSE CADDOCOUT
              MOVE ZEROS TO W-DOCARQ
              PERFORM REGISTRA THRU REGISTRA-FIM.
       IMPRIME-FIM.
           EXIT.
      *
       EMITE-VAL.
           MOVE REM-VAL TO W-LINHA
           PERFORM EMITE THRU EMITE-FIM.
       EMITE-VAL-FIM.
           EXIT.
      *
       EMITE.
           IF W-SPLARQ = 1
              WRITE REGREMREL FROM W-LINHA.
           IF W-DOCARQ = 1
              WRITE REGDOCOUT FROM W-LINHA.
       EMITE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRO DA PUBLICACAO (TIPO "R", MES 00). REPUBLICAR ZERA A
      * CIENCIA ANTERIOR, COMO NO FPP138.
      *----------------------------------------------------------------
       REGISTRA.
           ADD 1 TO W-QTDDOC
           MOVE CODFUNC TO CI-CODFUNC
           MOVE "R" TO CI-TIPO
           MOVE W-ANOSEL TO CI-ANO
           MOVE ZEROS TO CI-MES
           READ CADCIENC
           IF ST-ERRO = "00"
              IF CI-DATACIE NOT = ZEROS
                 ADD 1 TO W-QTDREPUB.
           MOVE W-NOMEOUT TO CI-ARQ
           MOVE W-DATAPUB TO CI-DATAPUB
           MOVE W-HORAPUB(1:6) TO CI-HORAPUB
           MOVE ZEROS TO CI-DATACIE CI-HORACIE
           MOVE SPACE TO CI-ORIGEM
           WRITE REGCIENC
           IF ST-ERRO = "22"
              REWRITE REGCIENC.
       REGISTRA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
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
           IF W-SPLARQ = 1
              CLOSE CADREMREL.
           IF W-CIEARQ = 1
              CLOSE CADCIENC.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-VBARQ = 1
              CLOSE CADPAGVB.
           IF W-PLRARQ = 1
              CLOSE CADPLR.
           IF W-FERARQ = 1
              CLOSE CADFERIAS.
           IF W-DECARQ = 1
              CLOSE CADDECFIL.
           IF W-ADEARQ = 1
              CLOSE CADADESAO.
           IF W-PLSARQ = 1
              CLOSE CADPLSAU.
           IF W-PREVARQ = 1
              CLOSE CADPREV.
           IF W-VTARQ = 1
              CLOSE CADVT.
           IF W-VRVAARQ = 1
              CLOSE CADVRVA.
           CLOSE CADHISTF CADFUNC CADCAR.
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
