       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP156.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * PREVISAO DE CAIXA DA FOLHA PARA A TESOURARIA: SAIDAS *
      * DOS PROXIMOS N DIAS (PADRAO 60) POR DATA E FILIAL -  *
      * LIQUIDOS (CADPAGRL OU PREVIA CADPAGSM), ADIANTAMENTO,*
      * FERIAS PROGRAMADAS, RESCISOES PENDENTES, FGTS, GPS,  *
      * DARF, PENSAO, VT/VR E REPASSE DE CONSIGNADO - CADA   *
      * UMA NA DATA UTIL DE PAGAMENTO PELO CALENDARIO DE     *
      * FERIADOS. SAI NO SPOOL E EM CSV                      *
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
           SELECT CADFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERIDATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADADIANT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ADTKEY
                      ALTERNATE RECORD KEY IS ADTCODFUNC
                      WITH DUPLICATES
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
           SELECT CADEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EMPCODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FPGKEY
                      ALTERNATE RECORD KEY IS FPGCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRESC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RSCCODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGFIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADFCWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFCREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADFCCSV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 FERIDATA                 PIC 9(08).
          03 FERIDESC                 PIC X(30).
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
          03 FILFAP                   PIC 9V9999.
      *-----------------------------------------------------------------
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUNCTL.DAT".
       01 REGRUNCTL.
          03 RUNINI                   PIC X(14).
          03 RUNFIM                   PIC X(14).
          03 RUNSTAT                  PIC X(01).
          03 RUNTOT                   PIC 9(09)V99.
          03 RUNKEY.
              05 RUNMES               PIC 9(02).
              05 RUNANO               PIC 9(04).
              05 RUNFIL               PIC 9(02).
              05 RUNSTEP              PIC X(08).
      *-----------------------------------------------------------------
       FD CADADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
          03 ADTVALOR                 PIC 9(06)V99.
          03 ADTKEY.
              05 ADTCODFUNC           PIC 9(06).
              05 ADTMES               PIC 9(02).
              05 ADTANO               PIC 9(04).
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
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
          03 EMPVALORTOT              PIC 9(06)V99.
          03 EMPVALPARC               PIC 9(06)V99.
          03 EMPQTDPARC               PIC 9(02).
          03 EMPPARCPAGAS             PIC 9(02).
          03 EMPSALDO                 PIC 9(06)V99.
          03 EMPSTAT                  PIC X(01).
          03 EMPULTCOMP               PIC 9(06).
          03 EMPCODFUNC               PIC 9(06).
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
       FD CADFERPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERPAG.DAT".
       01 REGFERPAG.
          03 FPGVALOR                 PIC 9(07)V99.
          03 FPGKEY.
              05 FPGCODFUNC           PIC 9(06).
              05 FPGMES               PIC 9(02).
              05 FPGANO               PIC 9(04).
      *-----------------------------------------------------------------
       FD CADRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESC.DAT".
       01 REGRESC.
          03 RSCDATA                  PIC 9(08).
          03 RSCMOTIVO                PIC X(01).
          03 RSCDECPROP               PIC 9(06)V99.
          03 RSCFERPROP               PIC 9(06)V99.
          03 RSCFERTERCO              PIC 9(06)V99.
          03 RSCMULTA                 PIC 9(06)V99.
          03 RSCEMPSALDO              PIC 9(06)V99.
          03 RSCTOTAL                 PIC 9(07)V99.
          03 RSCPAGO                  PIC X(01).
          03 RSCCODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
       FD CADPAGFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEPAGF.
       01 REGPAGFIL   PIC X(110).
      *-----------------------------------------------------------------
      * ARQUIVO DE TRABALHO (REFEITO A CADA EMISSAO): UM REGISTRO POR
      * DATA DE PAGAMENTO / FILIAL / ITEM / COMPETENCIA, SOMADO.
       FD CADFCWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFCWK.DAT".
       01 REGFCWK.
          03 WK-VALOR                 PIC 9(11)V99.
          03 WK-ORIGEM                PIC X(08).
          03 WK-KEY.
              05 WK-DATA              PIC 9(08).
              05 WK-FIL               PIC 9(02).
              05 WK-IT                PIC 9(02).
              05 WK-COMP              PIC 9(06).
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
       FD CADFCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGFCREL    PIC X(100).
      *-----------------------------------------------------------------
       FD CADFCCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMECSV.
       01 REGFCCSV    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP156".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-DIASFR        PIC 9(02) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-NDIAS         PIC 9(02) VALUE ZEROS.
       01 W-CARARQ        PIC 9(01) VALUE ZEROS.
       01 W-FERIARQ       PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-RUNARQ        PIC 9(01) VALUE ZEROS.
       01 W-ADTARQ        PIC 9(01) VALUE ZEROS.
       01 W-VTARQ         PIC 9(01) VALUE ZEROS.
       01 W-VRARQ         PIC 9(01) VALUE ZEROS.
       01 W-EMPRARQ       PIC 9(01) VALUE ZEROS.
       01 W-FERARQ        PIC 9(01) VALUE ZEROS.
       01 W-FERPAGARQ     PIC 9(01) VALUE ZEROS.
       01 W-RESCARQ       PIC 9(01) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
      *----------[ COMPETENCIA EM PROCESSAMENTO ]-----------------------
       01 W-CICLO         PIC 9(02) VALUE ZEROS.
       01 W-TOTMESES      PIC 9(06) VALUE ZEROS.
       01 W-CMES          PIC 9(02) VALUE ZEROS.
       01 W-CANO          PIC 9(04) VALUE ZEROS.
       01 W-CCOMP         PIC 9(06) VALUE ZEROS.
       01 W-DUTEIS        PIC 9(02) VALUE ZEROS.
       01 W-ADTGER        PIC 9(01) VALUE ZEROS.
       01 W-DTSAL         PIC 9(08) VALUE ZEROS.
       01 W-DT20          PIC 9(08) VALUE ZEROS.
       01 W-DTADT         PIC 9(08) VALUE ZEROS.
       01 W-DTBEN         PIC 9(08) VALUE ZEROS.
       01 W-DTCONS        PIC 9(08) VALUE ZEROS.
      *----------[ FOLHA DA FILIAL (CADPAGRL / CADPAGSM) ]--------------
       01 W-FILX          PIC 9(02) VALUE ZEROS.
       01 W-VOLTA         PIC 9(02) VALUE ZEROS.
       01 W-FONTE         PIC 9(01) VALUE ZEROS.
       01 W-FONTEMES      PIC 9(02) VALUE ZEROS.
       01 W-FONTEANO      PIC 9(04) VALUE ZEROS.
       01 W-TOTFONTE      PIC 9(06) VALUE ZEROS.
       01 W-ORIGFOLHA     PIC X(08) VALUE SPACES.
       01 W-FAP           PIC 9(01)V9999 VALUE 1,0000.
       01 W-ALIQTERC      PIC 9(01)V9999 VALUE 0,0580.
       01 W-GBRUTO        PIC 9(10)V99 VALUE ZEROS.
       01 W-GINSS         PIC 9(10)V99 VALUE ZEROS.
       01 W-GIRRF         PIC 9(10)V99 VALUE ZEROS.
       01 W-GLIQ          PIC 9(10)V99 VALUE ZEROS.
       01 W-GRAT          PIC 9(10)V99 VALUE ZEROS.
       01 W-GPENS         PIC 9(10)V99 VALUE ZEROS.
       01 W-NOMEPAGF      PIC X(20) VALUE SPACES.
       01 W-NOMEPAG1.
          03 W-NOMEPAG-PFX PIC X(08) VALUE "CADPAGRL".
          03 W-NOMEPAG-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEPAG-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEPAG-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ DESMONTE DA LINHA DE DETALHE DO CADPAGRL ]-----------
       01 W-LINA          PIC X(110) VALUE SPACES.
       01 W-LINAX REDEFINES W-LINA.
          03 LA-COD       PIC X(06).
          03 FILLER       PIC X(01).
          03 LA-NOME      PIC X(25).
          03 FILLER       PIC X(05).
          03 LA-BRUTO     PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-INSS      PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-IRRF      PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-LIQ       PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-RAT       PIC X(08).
          03 FILLER       PIC X(16).
          03 LA-PENS      PIC X(08).
          03 FILLER       PIC X(05).
       01 W-LINARX REDEFINES W-LINA.
          03 FILLER       PIC X(37).
          03 LA-RETVAL    PIC X(10).
          03 FILLER       PIC X(63).
       01 W-VAL-X.
          03 W-VAL        PIC 9(06)V99.
       01 W-VALR-X.
          03 W-VALR       PIC 9(08)V99.
      *----------[ ITEM A ACUMULAR NO ARQUIVO DE TRABALHO ]-------------
       01 W-DTPAG         PIC 9(08) VALUE ZEROS.
       01 W-CFIL          PIC 9(02) VALUE ZEROS.
       01 W-IT            PIC 9(02) VALUE ZEROS.
       01 W-ICOMP         PIC 9(06) VALUE ZEROS.
       01 W-VALOR         PIC 9(11)V99 VALUE ZEROS.
       01 W-ORIGEM        PIC X(08) VALUE SPACES.
       01 W-SALMEN        PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDITENS      PIC 9(06) VALUE ZEROS.
      *----------[ CALCULO DE DIA UTIL ]--------------------------------
       01 W-TREGRA        PIC X(01) VALUE SPACES.
       01 W-TDIA          PIC 9(02) VALUE ZEROS.
       01 W-REGRA         PIC X(01) VALUE "A".
       01 W-NUTIL         PIC 9(02) VALUE ZEROS.
       01 W-UTIL          PIC 9(01) VALUE ZEROS.
       01 W-DATAPAG       PIC 9(08) VALUE ZEROS.
       01 W-PAGDIA        PIC 9(02) VALUE ZEROS.
       01 W-PAGMES        PIC 9(02) VALUE ZEROS.
       01 W-PAGANO        PIC 9(04) VALUE ZEROS.
       01 W-PAGULT        PIC 9(02) VALUE ZEROS.
       01 W-ZY            PIC 9(04) VALUE ZEROS.
       01 W-ZM            PIC 9(02) VALUE ZEROS.
       01 W-ZT1           PIC 9(04) VALUE ZEROS.
       01 W-ZT2           PIC 9(04) VALUE ZEROS.
       01 W-ZT3           PIC 9(04) VALUE ZEROS.
       01 W-ZT4           PIC 9(04) VALUE ZEROS.
       01 W-ZSUM          PIC 9(06) VALUE ZEROS.
       01 W-ZH            PIC 9(01) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
      *----------[ ITENS DA PREVISAO ]----------------------------------
       01 TABITENS.
          03 FILLER PIC X(30) VALUE "SALARIOS LIQUIDOS".
          03 FILLER PIC X(30) VALUE "ADIANTAMENTO SALARIAL".
          03 FILLER PIC X(30) VALUE "FERIAS".
          03 FILLER PIC X(30) VALUE "RESCISOES".
          03 FILLER PIC X(30) VALUE "FGTS MENSAL".
          03 FILLER PIC X(30) VALUE "GPS - INSS".
          03 FILLER PIC X(30) VALUE "DARF - IRRF".
          03 FILLER PIC X(30) VALUE "PENSAO ALIMENTICIA".
          03 FILLER PIC X(30) VALUE "VALE-TRANSPORTE (PEDIDO)".
          03 FILLER PIC X(30) VALUE "VALE-REFEICAO/ALIM. (PEDIDO)".
          03 FILLER PIC X(30) VALUE "REPASSE DE CONSIGNADO".
       01 TABITENSX REDEFINES TABITENS.
          03 TBI-DESC     PIC X(30) OCCURS 11 TIMES.
       01 TABTOTIT.
          03 TBI-TOT      PIC 9(11)V99 OCCURS 11 TIMES.
       01 W-IXT           PIC 9(02) VALUE ZEROS.
       01 W-DATAANT       PIC 9(08) VALUE ZEROS.
       01 W-TOTDIA        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTGER        PIC 9(11)V99 VALUE ZEROS.
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
       01 W-NOMECSV       PIC X(20) VALUE SPACES.
       01 W-NOMECSV1.
          03 FILLER       PIC X(05) VALUE "FLUXO".
          03 W-NOMECSV-DT PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".CSV".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 FCX-SEP.
                03 FILLER      PIC X(83) VALUE ALL "-".
       01 FCX-TIT.
                03 FILLER      PIC X(36) VALUE
                   "PREVISAO DE CAIXA DA FOLHA - DE ".
                03 FCX-TINI    PIC 99/99/9999.
                03 FILLER      PIC X(05) VALUE " A ".
                03 FCX-TFIM    PIC 99/99/9999.
                03 FILLER      PIC X(10) VALUE " - FILIAL ".
                03 FCX-TFIL    PIC X(05).
       01 FCX-CAB.
                03 FILLER      PIC X(38) VALUE
                   "DATA PAGTO  FL  ITEM".
                03 FILLER      PIC X(45) VALUE
                   "COMPET.  ORIGEM               VALOR".
       01 FCX-DET.
                03 FCX-DATA    PIC 99/99/9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FCX-FIL     PIC 99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FCX-DESC    PIC X(30).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FCX-CMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 FCX-CANO    PIC 9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FCX-ORIG    PIC X(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FCX-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 FCX-TOTDIA.
                03 FILLER      PIC X(46) VALUE SPACES.
                03 FILLER      PIC X(20) VALUE
                   "TOTAL DO DIA .......".
                03 FCX-VTOTDIA PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 FCX-RESUMO.
                03 FILLER      PIC X(40) VALUE
                   "RESUMO POR ITEM".
       01 FCX-RESIT.
                03 FCX-RDESC   PIC X(30).
                03 FILLER      PIC X(36) VALUE SPACES.
                03 FCX-RVALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 FCX-TOTGER.
                03 FILLER      PIC X(66) VALUE
                   "TOTAL GERAL DA PREVISAO ..........................".
                03 FCX-VTOTGER PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 FCX-NOTA.
                03 FILLER      PIC X(39) VALUE
                   "ORIGEM: FOLHA=CADPAGRL PREVIA=CADPAGSM ".
                03 FILLER      PIC X(45) VALUE
                   "PROJECAO=ULTIMA FOLHA GERADA CADASTRO=CALCULO".
       01 CSV-CAB.
                03 FILLER      PIC X(44) VALUE
                   "DATA_PAGTO;FILIAL;ITEM;COMPETENCIA;ORIGEM;".
                03 FILLER      PIC X(05) VALUE "VALOR".
       01 CSV-DET.
                03 CSV-DATA    PIC 99/99/9999.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-FIL     PIC 99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DESC    PIC X(30).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-CMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CSV-CANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-ORIG    PIC X(08).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-VALOR   PIC ZZZZZZZZZZ9,99.
       01 W-DATAED.
                03 W-DATAED-DD PIC 99.
                03 W-DATAED-MM PIC 99.
                03 W-DATAED-AA PIC 9999.
       01 W-DATAEDN REDEFINES W-DATAED PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PREVISAO DE CAIXA DA FOLHA ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         DIAS A FRENTE (0".
           05  LINE 10  COLUMN 42
               VALUE  "1 A 90)   :".
           05  LINE 12  COLUMN 01
               VALUE  "                         FILIAL (00=TODAS)".
           05  LINE 12  COLUMN 43
               VALUE  "         :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 42
               VALUE  "(S/N)     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DIASFR
               LINE 10  COLUMN 54  PIC 99
               USING  W-DIASFR
               HIGHLIGHT.
           05  TW-FILIALSEL
               LINE 12  COLUMN 54  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE 60 TO W-DIASFR
                MOVE ZEROS TO W-FILIALSEL W-QTDITENS
                DISPLAY TELAPRINCIPAL.
       INC-DIAS.
                ACCEPT TW-DIASFR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
                IF W-DIASFR < 1 OR W-DIASFR > 90
                   MOVE "*** INFORME DE 01 A 90 DIAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DIAS.
       INC-FILIAL.
                ACCEPT TW-FILIALSEL
                IF W-FILIALSEL = ZEROS
                   GO TO INC-OPC.
                PERFORM VERIF-FILSEL THRU VERIF-FILSEL-FIM
                IF W-FILRC = "N"
                   MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
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
      *
      * SO O CADASTRO DE FUNCIONARIOS E OBRIGATORIO; CADA ARQUIVO DE
      * APOIO AUSENTE APENAS DEIXA O SEU ITEM FORA DA PREVISAO.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-CARARQ W-FERIARQ W-FILARQ W-RUNARQ W-ADTARQ
                         W-VTARQ W-VRARQ W-EMPRARQ W-FERARQ
                         W-FERPAGARQ W-RESCARQ W-WKARQ
           OPEN INPUT CADCAR
           IF ST-ERRO = "00"
              MOVE 1 TO W-CARARQ.
           OPEN INPUT CADFERIAD
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERIARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADRUNCTL
           IF ST-ERRO = "00"
              MOVE 1 TO W-RUNARQ.
           OPEN INPUT CADADIANT
           IF ST-ERRO = "00"
              MOVE 1 TO W-ADTARQ.
           OPEN INPUT CADVT
           IF ST-ERRO = "00"
              MOVE 1 TO W-VTARQ.
           OPEN INPUT CADVRVA
           IF ST-ERRO = "00"
              MOVE 1 TO W-VRARQ.
           OPEN INPUT CADEMPR
           IF ST-ERRO = "00"
              MOVE 1 TO W-EMPRARQ.
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERARQ.
           OPEN INPUT CADFERPAG
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERPAGARQ.
           OPEN INPUT CADRESC
           IF ST-ERRO = "00"
              MOVE 1 TO W-RESCARQ.
           OPEN OUTPUT CADFCWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFCWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADFCWK
           OPEN I-O CADFCWK
           MOVE 1 TO W-WKARQ.
      *
      * FIM DA JANELA: HOJE MAIS N DIAS CORRIDOS.
       INC-JANELA.
           MOVE W-HOJE(7:2) TO W-PAGDIA
           MOVE W-HOJE(5:2) TO W-PAGMES
           MOVE W-HOJE(1:4) TO W-PAGANO
           MOVE ZEROS TO W-NDIAS.
       INC-JANELA-LP.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           ADD 1 TO W-NDIAS
           IF W-NDIAS < W-DIASFR
              GO TO INC-JANELA-LP.
           COMPUTE W-DTFIM = W-PAGANO * 10000 + W-PAGMES * 100
                 + W-PAGDIA
      * COMPETENCIAS QUE PODEM TER PAGAMENTO NA JANELA: DA ANTERIOR
      * (LIQUIDO NO 5o DIA UTIL DESTE MES) ATE A ATUAL MAIS 2
      * (PEDIDOS DE VT/VR NO FIM DO MES ANTERIOR A ELA).
           MOVE W-HOJE(1:4) TO W-CANO
           MOVE W-HOJE(5:2) TO W-CMES
           COMPUTE W-TOTMESES = W-CANO * 12 + W-CMES - 1 - 1
           MOVE 1 TO W-CICLO.
      *----------------------------------------------------------------
      * LACO DAS COMPETENCIAS
      *----------------------------------------------------------------
       PROC-COMP.
           IF W-CICLO > 4
              GO TO PROC-FERIAS.
           DIVIDE W-TOTMESES BY 12 GIVING W-CANO REMAINDER W-CMES
           ADD 1 TO W-CMES
           COMPUTE W-CCOMP = W-CANO * 100 + W-CMES
           PERFORM CALC-DATAS THRU CALC-DATAS-FIM
           PERFORM PROC-FOLHA THRU PROC-FOLHA-FIM
           PERFORM PROC-FUNC THRU PROC-FUNC-FIM
           ADD 1 TO W-CICLO
           ADD 1 TO W-TOTMESES
           GO TO PROC-COMP.
      *----------------------------------------------------------------
      * DATAS DE PAGAMENTO DA COMPETENCIA W-CMES/W-CANO:
      *   LIQUIDO E PENSAO  - 5o DIA UTIL DO MES SEGUINTE
      *   FGTS, GPS E DARF  - DIA 20 DO MES SEGUINTE (ANTECIPA)
      *   ADIANTAMENTO      - DIA 20 DO PROPRIO MES (ANTECIPA)
      *   PEDIDOS VT E VR   - ULTIMO DIA UTIL DO MES ANTERIOR
      *   CONSIGNADO        - 5o DIA UTIL APOS O PAGAMENTO DO LIQUIDO
      * E OS DIAS UTEIS DO MES PARA O CUSTO DE VT E VR.
      *----------------------------------------------------------------
       CALC-DATAS.
           MOVE "U" TO W-TREGRA
           MOVE 05 TO W-TDIA
           PERFORM DATA-REGRA THRU DATA-REGRA-FIM
           MOVE W-DATAPAG TO W-DTSAL
           MOVE "D" TO W-TREGRA
           MOVE 20 TO W-TDIA
           PERFORM DATA-REGRA THRU DATA-REGRA-FIM
           MOVE W-DATAPAG TO W-DT20
           MOVE "C" TO W-TREGRA
           PERFORM DATA-REGRA THRU DATA-REGRA-FIM
           MOVE W-DATAPAG TO W-DTADT
           MOVE "L" TO W-TREGRA
           PERFORM DATA-REGRA THRU DATA-REGRA-FIM
           MOVE W-DATAPAG TO W-DTBEN
           MOVE W-DTSAL(7:2) TO W-PAGDIA
           MOVE W-DTSAL(5:2) TO W-PAGMES
           MOVE W-DTSAL(1:4) TO W-PAGANO
           MOVE ZEROS TO W-NUTIL.
       CALC-DATAS-CONS.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              ADD 1 TO W-NUTIL.
           IF W-NUTIL < 5
              GO TO CALC-DATAS-CONS.
           MOVE W-DATAPAG TO W-DTCONS
           MOVE 01 TO W-PAGDIA
           MOVE W-CMES TO W-PAGMES
           MOVE W-CANO TO W-PAGANO
           MOVE ZEROS TO W-DUTEIS
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM.
       CALC-DATAS-DU.
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              ADD 1 TO W-DUTEIS.
           IF W-PAGDIA < W-PAGULT
              ADD 1 TO W-PAGDIA
              GO TO CALC-DATAS-DU.
      * ADIANTAMENTO JA GERADO PELO FPP036 (LIVRO DE CONTROLE): VALE
      * O GRAVADO EM ARQADIANT; SENAO ESTIMA PELO SALARIO DO CARGO.
           MOVE ZEROS TO W-ADTGER
           IF W-RUNARQ = 1
              MOVE W-CMES TO RUNMES
              MOVE W-CANO TO RUNANO
              MOVE ZEROS TO RUNFIL
              MOVE "ADIANT" TO RUNSTEP
              READ CADRUNCTL
              IF ST-ERRO = "00" AND RUNSTAT = "C"
                 MOVE 1 TO W-ADTGER.
       CALC-DATAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ITENS TIRADOS DA FOLHA DE CADA FILIAL (01 A 99): A FOLHA DA
      * COMPETENCIA (CADPAGRL) OU, SEM ELA, A PREVIA (CADPAGSM); SEM
      * NENHUMA DAS DUAS, A ULTIMA FOLHA GERADA NOS 6 MESES
      * ANTERIORES SERVE DE PROJECAO. FGTS 8% DO BRUTO; GPS COMO NO
      * FPP079 (SEGURADOS + PATRONAL 20% + TERCEIROS + RAT X FAP).
      *----------------------------------------------------------------
       PROC-FOLHA.
           MOVE ZEROS TO W-FILX.
       PROC-FOLHA-FIL.
           ADD 1 TO W-FILX
           IF W-FILX > 99
              GO TO PROC-FOLHA-FIM.
           IF W-FILIALSEL NOT = ZEROS AND W-FILX NOT = W-FILIALSEL
              GO TO PROC-FOLHA-FIL.
           PERFORM ACHA-FONTE THRU ACHA-FONTE-FIM
           IF W-FONTE = ZEROS
              GO TO PROC-FOLHA-FIL.
           MOVE ZEROS TO W-GBRUTO W-GINSS W-GIRRF W-GLIQ W-GRAT
                         W-GPENS.
       PROC-FOLHA-RD.
           READ CADPAGFIL INTO W-LINA
              AT END
                 CLOSE CADPAGFIL
                 GO TO PROC-FOLHA-ACUM.
           IF LA-COD NOT NUMERIC
              GO TO PROC-FOLHA-RD.
           IF LA-NOME(1:9) = "DIFERENCA"
              IF LA-RETVAL NUMERIC
                 MOVE LA-RETVAL TO W-VALR-X
                 ADD W-VALR TO W-GLIQ.
           IF LA-NOME(1:9) = "DIFERENCA"
              GO TO PROC-FOLHA-RD.
           MOVE LA-BRUTO TO W-VAL-X
           ADD W-VAL TO W-GBRUTO
           MOVE LA-INSS TO W-VAL-X
           ADD W-VAL TO W-GINSS
           MOVE LA-IRRF TO W-VAL-X
           ADD W-VAL TO W-GIRRF
           MOVE LA-LIQ TO W-VAL-X
           ADD W-VAL TO W-GLIQ
           MOVE LA-RAT TO W-VAL-X
           ADD W-VAL TO W-GRAT
           IF LA-PENS NUMERIC
              MOVE LA-PENS TO W-VAL-X
              ADD W-VAL TO W-GPENS.
           GO TO PROC-FOLHA-RD.
       PROC-FOLHA-ACUM.
           MOVE 1,0000 TO W-FAP
           IF W-FILARQ = 1
              MOVE W-FILX TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00" AND FILFAP > ZEROS
                 MOVE FILFAP TO W-FAP.
           MOVE W-FILX TO W-CFIL
           MOVE W-CCOMP TO W-ICOMP
           MOVE W-ORIGFOLHA TO W-ORIGEM
           MOVE W-DTSAL TO W-DTPAG
           MOVE 01 TO W-IT
           MOVE W-GLIQ TO W-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 08 TO W-IT
           MOVE W-GPENS TO W-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE W-DT20 TO W-DTPAG
           MOVE 05 TO W-IT
           COMPUTE W-VALOR ROUNDED = W-GBRUTO * 0,08
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 06 TO W-IT
           COMPUTE W-VALOR ROUNDED = W-GINSS + W-GBRUTO * 0,20
                 + W-GBRUTO * W-ALIQTERC + W-GRAT * W-FAP
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 07 TO W-IT
           MOVE W-GIRRF TO W-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO PROC-FOLHA-FIL.
       PROC-FOLHA-FIM.
           EXIT.
      *
      * ABRE EM CADPAGFIL A FOLHA QUE SERVE DE BASE PARA A FILIAL
      * W-FILX NA COMPETENCIA; W-FONTE = 0 QUANDO NAO HA NENHUMA.
       ACHA-FONTE.
           MOVE ZEROS TO W-FONTE
           MOVE W-CMES TO W-NOMEPAG-MM
           MOVE W-CANO TO W-NOMEPAG-AA
           MOVE W-FILX TO W-NOMEPAG-FIL
           MOVE "CADPAGRL" TO W-NOMEPAG-PFX
           MOVE W-NOMEPAG1 TO W-NOMEPAGF
           OPEN INPUT CADPAGFIL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FONTE
              MOVE "FOLHA" TO W-ORIGFOLHA
              GO TO ACHA-FONTE-FIM.
           MOVE "CADPAGSM" TO W-NOMEPAG-PFX
           MOVE W-NOMEPAG1 TO W-NOMEPAGF
           OPEN INPUT CADPAGFIL
           IF ST-ERRO = "00"
              MOVE 2 TO W-FONTE
              MOVE "PREVIA" TO W-ORIGFOLHA
              GO TO ACHA-FONTE-FIM.
           MOVE "CADPAGRL" TO W-NOMEPAG-PFX
           MOVE "PROJECAO" TO W-ORIGFOLHA
           MOVE W-TOTMESES TO W-TOTFONTE
           MOVE ZEROS TO W-VOLTA.
       ACHA-FONTE-ANT.
           ADD 1 TO W-VOLTA
           IF W-VOLTA > 6
              GO TO ACHA-FONTE-FIM.
           SUBTRACT 1 FROM W-TOTFONTE
           DIVIDE W-TOTFONTE BY 12 GIVING W-FONTEANO
                  REMAINDER W-FONTEMES
           ADD 1 TO W-FONTEMES
           MOVE W-FONTEMES TO W-NOMEPAG-MM
           MOVE W-FONTEANO TO W-NOMEPAG-AA
           MOVE W-NOMEPAG1 TO W-NOMEPAGF
           OPEN INPUT CADPAGFIL
           IF ST-ERRO NOT = "00"
              GO TO ACHA-FONTE-ANT.
           MOVE 3 TO W-FONTE.
       ACHA-FONTE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ITENS POR FUNCIONARIO ATIVO: ADIANTAMENTO, PEDIDOS DE VT E
      * VR (CUSTO CHEIO PELOS DIAS UTEIS DO MES) E A PARCELA DO
      * CONSIGNADO A REPASSAR (MESMA REGRA DO DESC-EMPR DO FPPREL).
      *----------------------------------------------------------------
       PROC-FUNC.
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
       PROC-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
           IF FUNCSTAT NOT = "A"
              GO TO PROC-FUNC-RD.
           IF W-FILIALSEL NOT = ZEROS AND FILIAL NOT = W-FILIALSEL
              GO TO PROC-FUNC-RD.
           MOVE FILIAL TO W-CFIL
           MOVE W-CCOMP TO W-ICOMP
           MOVE "CADASTRO" TO W-ORIGEM
           MOVE 02 TO W-IT
           MOVE W-DTADT TO W-DTPAG
           MOVE ZEROS TO W-VALOR
           IF W-ADTGER = 1
              GO TO PROC-FUNC-ADTGER.
           PERFORM CALC-SALMEN THRU CALC-SALMEN-FIM
           COMPUTE W-VALOR ROUNDED = W-SALMEN * 40 / 100
           GO TO PROC-FUNC-ADT.
       PROC-FUNC-ADTGER.
           MOVE "GERADO" TO W-ORIGEM
           IF W-ADTARQ = 1
              MOVE CODFUNC TO ADTCODFUNC
              MOVE W-CMES TO ADTMES
              MOVE W-CANO TO ADTANO
              READ CADADIANT
              IF ST-ERRO = "00"
                 MOVE ADTVALOR TO W-VALOR.
       PROC-FUNC-ADT.
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "CADASTRO" TO W-ORIGEM
           MOVE W-DTBEN TO W-DTPAG
           IF W-VTARQ NOT = 1
              GO TO PROC-FUNC-VR.
           MOVE CODFUNC TO VT-CODFUNC
           READ CADVT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-VR.
           IF VT-OPT NOT = "S" OR VT-STAT NOT = "A"
              GO TO PROC-FUNC-VR.
           MOVE 09 TO W-IT
           COMPUTE W-VALOR = VT-QTDDIA * W-DUTEIS * VT-VALPASS
           PERFORM ACUMULA THRU ACUMULA-FIM.
       PROC-FUNC-VR.
           IF W-VRARQ NOT = 1
              GO TO PROC-FUNC-EMPR.
           MOVE CODFUNC TO VRVA-CODFUNC
           READ CADVRVA
           IF ST-ERRO NOT = "00" OR VRVA-STAT NOT = "A"
              GO TO PROC-FUNC-EMPR.
           MOVE 10 TO W-IT
           COMPUTE W-VALOR = W-DUTEIS * (VRVA-VALVR + VRVA-VALVA)
           PERFORM ACUMULA THRU ACUMULA-FIM.
       PROC-FUNC-EMPR.
           IF W-EMPRARQ NOT = 1
              GO TO PROC-FUNC-RD.
           MOVE CODFUNC TO EMPCODFUNC
           READ CADEMPR
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-RD.
           MOVE EMPVALPARC TO W-VALOR
           IF EMPULTCOMP NOT = W-CCOMP
              IF EMPSTAT NOT = "A" OR EMPSALDO = ZEROS
                 GO TO PROC-FUNC-RD
              ELSE
                 IF W-VALOR > EMPSALDO
                    MOVE EMPSALDO TO W-VALOR.
           MOVE 11 TO W-IT
           MOVE W-DTCONS TO W-DTPAG
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO PROC-FUNC-RD.
       PROC-FUNC-FIM.
           EXIT.
      *
      * SALARIO MENSAL DO CARGO (MESMA CONTA DO FPP036).
       CALC-SALMEN.
           MOVE ZEROS TO W-SALMEN
           IF W-CARARQ NOT = 1
              GO TO CALC-SALMEN-FIM.
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              GO TO CALC-SALMEN-FIM.
           MOVE SALBASE TO W-SALMEN
           IF TIPOSAL = "H"
              COMPUTE W-SALMEN = SALBASE * 220.
           IF TIPOSAL = "D"
              COMPUTE W-SALMEN = SALBASE * 30.
       CALC-SALMEN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FERIAS PROGRAMADAS (ARQFERIAS ATIVAS): PAGAS ATE 2 DIAS ANTES
      * DO INICIO DO GOZO, ANTECIPADAS PARA DIA UTIL. VALOR DO
      * ARQFERPAG (FPP050) QUANDO JA CALCULADO, SENAO ESTIMADO COMO
      * NO FPP018 (SALARIO / 30 X DIAS DE GOZO + 1/3).
      *----------------------------------------------------------------
       PROC-FERIAS.
           IF W-FERARQ NOT = 1
              GO TO PROC-RESC.
           MOVE LOW-VALUES TO FERKEY
           START CADFERIAS KEY IS NOT LESS FERKEY
           IF ST-ERRO NOT = "00"
              GO TO PROC-RESC.
       PROC-FERIAS-RD.
           READ CADFERIAS NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-RESC.
           IF FERSTAT NOT = "A" OR FERDIASGOZ = ZEROS
              GO TO PROC-FERIAS-RD.
           IF FERDATAINIGOZ < W-HOJE
              GO TO PROC-FERIAS-RD.
           MOVE FERCODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR FUNCSTAT NOT = "A"
              GO TO PROC-FERIAS-RD.
           MOVE FERDATAINIGOZ(7:2) TO W-PAGDIA
           MOVE FERDATAINIGOZ(5:2) TO W-PAGMES
           MOVE FERDATAINIGOZ(1:4) TO W-PAGANO
           PERFORM ANT-DIA THRU ANT-DIA-FIM
           PERFORM ANT-DIA THRU ANT-DIA-FIM
           MOVE "A" TO W-REGRA
           PERFORM AJUSTA-UTIL THRU AJUSTA-UTIL-FIM
           MOVE W-DATAPAG TO W-DTPAG
           MOVE FILIAL TO W-CFIL
           MOVE FERDATAINIGOZ(1:6) TO W-ICOMP
           MOVE 03 TO W-IT
           MOVE "CADASTRO" TO W-ORIGEM
           PERFORM CALC-SALMEN THRU CALC-SALMEN-FIM
           COMPUTE W-VALOR = (W-SALMEN / 30) * FERDIASGOZ
           COMPUTE W-VALOR ROUNDED = W-VALOR + W-VALOR / 3
           IF W-FERPAGARQ = 1
              MOVE CODFUNC TO FPGCODFUNC
              MOVE FERDATAINIGOZ(5:2) TO FPGMES
              MOVE FERDATAINIGOZ(1:4) TO FPGANO
              READ CADFERPAG
              IF ST-ERRO = "00"
                 MOVE FPGVALOR TO W-VALOR
                 MOVE "GERADO" TO W-ORIGEM.
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO PROC-FERIAS-RD.
      *----------------------------------------------------------------
      * RESCISOES CONFIRMADAS (FPP008) AINDA NAO PAGAS: PRAZO DE 10
      * DIAS CORRIDOS DO DESLIGAMENTO, ANTECIPADO PARA DIA UTIL; O
      * PRAZO JA VENCIDO ENTRA NA DATA DE HOJE.
      *----------------------------------------------------------------
       PROC-RESC.
           IF W-RESCARQ NOT = 1
              GO TO EMITE.
           MOVE ZEROS TO RSCCODFUNC
           START CADRESC KEY IS NOT LESS RSCCODFUNC
           IF ST-ERRO NOT = "00"
              GO TO EMITE.
       PROC-RESC-RD.
           READ CADRESC NEXT
           IF ST-ERRO NOT = "00"
              GO TO EMITE.
           IF RSCPAGO = "S" OR RSCTOTAL = ZEROS
              GO TO PROC-RESC-RD.
           MOVE RSCCODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO PROC-RESC-RD.
           MOVE RSCDATA(7:2) TO W-PAGDIA
           MOVE RSCDATA(5:2) TO W-PAGMES
           MOVE RSCDATA(1:4) TO W-PAGANO
           MOVE ZEROS TO W-NDIAS.
       PROC-RESC-PRAZO.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           ADD 1 TO W-NDIAS
           IF W-NDIAS < 10
              GO TO PROC-RESC-PRAZO.
           MOVE "A" TO W-REGRA
           PERFORM AJUSTA-UTIL THRU AJUSTA-UTIL-FIM
           MOVE W-DATAPAG TO W-DTPAG
           MOVE FILIAL TO W-CFIL
           MOVE RSCDATA(1:6) TO W-ICOMP
           MOVE 04 TO W-IT
           MOVE "CADASTRO" TO W-ORIGEM
           MOVE RSCTOTAL TO W-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO PROC-RESC-RD.
      *----------------------------------------------------------------
      * SOMA O ITEM NO ARQUIVO DE TRABALHO. PAGAMENTO COM DATA JA
      * PASSADA SO ENTRA SE FOR RESCISAO (PENDENTE, VAI PARA HOJE);
      * DATA ALEM DA JANELA FICA FORA.
      *----------------------------------------------------------------
       ACUMULA.
           IF W-VALOR = ZEROS OR W-DTPAG > W-DTFIM
              GO TO ACUMULA-FIM.
           IF W-FILIALSEL NOT = ZEROS AND W-CFIL NOT = W-FILIALSEL
              GO TO ACUMULA-FIM.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO ACUMULA-FIM.
           IF W-DTPAG < W-HOJE
              IF W-IT = 04
                 MOVE W-HOJE TO W-DTPAG
              ELSE
                 GO TO ACUMULA-FIM.
           MOVE W-DTPAG TO WK-DATA
           MOVE W-CFIL TO WK-FIL
           MOVE W-IT TO WK-IT
           MOVE W-ICOMP TO WK-COMP
           READ CADFCWK
           IF ST-ERRO = "00"
              ADD W-VALOR TO WK-VALOR
              REWRITE REGFCWK
              GO TO ACUMULA-FIM.
           MOVE W-VALOR TO WK-VALOR
           MOVE W-ORIGEM TO WK-ORIGEM
           WRITE REGFCWK
           ADD 1 TO W-QTDITENS.
       ACUMULA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EMISSAO NO SPOOL E NO CSV, NA ORDEM DATA / FILIAL / ITEM.
      *----------------------------------------------------------------
       EMITE.
           IF W-QTDITENS = ZEROS
              MOVE "*** NENHUM PAGAMENTO PREVISTO NA JANELA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "FLUXOCX" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADFCREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFCREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-HOJE TO W-NOMECSV-DT
           MOVE W-NOMECSV1 TO W-NOMECSV
           OPEN OUTPUT CADFCCSV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFCCSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFCREL
              GO TO ROT-FIM.
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO FCX-TINI
           MOVE W-DTFIM(7:2) TO W-DATAED-DD
           MOVE W-DTFIM(5:2) TO W-DATAED-MM
           MOVE W-DTFIM(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO FCX-TFIM
           IF W-FILIALSEL = ZEROS
              MOVE "TODAS" TO FCX-TFIL
           ELSE
              MOVE W-FILIALSEL TO FCX-TFIL.
           WRITE REGFCREL FROM FCX-TIT
           WRITE REGFCREL FROM FCX-SEP
           WRITE REGFCREL FROM FCX-CAB
           WRITE REGFCREL FROM FCX-SEP
           WRITE REGFCCSV FROM CSV-CAB
           MOVE ZEROS TO W-DATAANT W-TOTDIA W-TOTGER
           MOVE 1 TO W-IXT.
       EMITE-ZERA.
           MOVE ZEROS TO TBI-TOT(W-IXT)
           ADD 1 TO W-IXT
           IF W-IXT NOT > 11
              GO TO EMITE-ZERA.
           MOVE LOW-VALUES TO WK-KEY
           START CADFCWK KEY IS NOT LESS WK-KEY INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADFCWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           IF W-DATAANT NOT = ZEROS AND WK-DATA NOT = W-DATAANT
              PERFORM IMP-TOTDIA THRU IMP-TOTDIA-FIM.
           MOVE WK-DATA TO W-DATAANT
           MOVE WK-DATA(7:2) TO W-DATAED-DD
           MOVE WK-DATA(5:2) TO W-DATAED-MM
           MOVE WK-DATA(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO FCX-DATA CSV-DATA
           MOVE WK-FIL TO FCX-FIL CSV-FIL
           MOVE TBI-DESC(WK-IT) TO FCX-DESC CSV-DESC
           MOVE WK-COMP(5:2) TO FCX-CMES CSV-CMES
           MOVE WK-COMP(1:4) TO FCX-CANO CSV-CANO
           MOVE WK-ORIGEM TO FCX-ORIG CSV-ORIG
           MOVE WK-VALOR TO FCX-VALOR CSV-VALOR
           WRITE REGFCREL FROM FCX-DET
           WRITE REGFCCSV FROM CSV-DET
           ADD WK-VALOR TO W-TOTDIA W-TOTGER TBI-TOT(WK-IT)
           GO TO LE-TRAB.
       FIM-EMITE.
           IF W-DATAANT NOT = ZEROS
              PERFORM IMP-TOTDIA THRU IMP-TOTDIA-FIM.
           WRITE REGFCREL FROM FCX-RESUMO
           WRITE REGFCREL FROM FCX-SEP
           MOVE 1 TO W-IXT.
       FIM-EMITE-IT.
           IF TBI-TOT(W-IXT) NOT = ZEROS
              MOVE TBI-DESC(W-IXT) TO FCX-RDESC
              MOVE TBI-TOT(W-IXT) TO FCX-RVALOR
              WRITE REGFCREL FROM FCX-RESIT.
           ADD 1 TO W-IXT
           IF W-IXT NOT > 11
              GO TO FIM-EMITE-IT.
           WRITE REGFCREL FROM FCX-SEP
           MOVE W-TOTGER TO FCX-VTOTGER
           WRITE REGFCREL FROM FCX-TOTGER
           WRITE REGFCREL FROM FCX-NOTA
           CLOSE CADFCREL CADFCCSV
           MOVE "*** PREVISAO GERADA NO SPOOL E EM CSV ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       IMP-TOTDIA.
           MOVE W-TOTDIA TO FCX-VTOTDIA
           WRITE REGFCREL FROM FCX-TOTDIA
           WRITE REGFCREL FROM FCX-SEP
           MOVE ZEROS TO W-TOTDIA.
       IMP-TOTDIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO ITEM PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-CFIL TO W-FILCOD
           MOVE ZEROS TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL PEDIDA NA TELA CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILSEL.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILIALSEL TO W-FILCOD
           MOVE ZEROS TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILSEL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DATA DE PAGAMENTO PELA REGRA W-TREGRA SOBRE A COMPETENCIA
      * W-CMES/W-CANO (MESMAS REGRAS DA AGENDA DE OBRIGACOES):
      *   U = W-TDIA-ESIMO DIA UTIL DO MES SEGUINTE
      *   C = DIA W-TDIA DO PROPRIO MES, ANTECIPADO
      *   D = DIA W-TDIA DO MES SEGUINTE, ANTECIPADO
      *   L = ULTIMO DIA UTIL DO MES ANTERIOR
      *----------------------------------------------------------------
       DATA-REGRA.
           MOVE W-CMES TO W-PAGMES
           MOVE W-CANO TO W-PAGANO
           MOVE "A" TO W-REGRA
           IF W-TREGRA = "C"
              GO TO DATA-REGRA-FIXO.
           IF W-TREGRA = "L"
              SUBTRACT 1 FROM W-PAGMES
              IF W-PAGMES = ZEROS
                 MOVE 12 TO W-PAGMES
                 SUBTRACT 1 FROM W-PAGANO.
           IF W-TREGRA = "L"
              PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
              MOVE W-PAGULT TO W-PAGDIA
              GO TO DATA-REGRA-AJUSTA.
           ADD 1 TO W-PAGMES
           IF W-PAGMES > 12
              MOVE 01 TO W-PAGMES
              ADD 1 TO W-PAGANO.
           IF W-TREGRA = "U"
              MOVE 01 TO W-PAGDIA
              MOVE ZEROS TO W-NUTIL
              GO TO DATA-REGRA-CONTA.
       DATA-REGRA-FIXO.
           MOVE W-TDIA TO W-PAGDIA
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-PAGDIA > W-PAGULT
              MOVE W-PAGULT TO W-PAGDIA.
       DATA-REGRA-AJUSTA.
           PERFORM AJUSTA-UTIL THRU AJUSTA-UTIL-FIM
           GO TO DATA-REGRA-FIM.
       DATA-REGRA-CONTA.
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              ADD 1 TO W-NUTIL.
           IF W-NUTIL NOT < W-TDIA
              GO TO DATA-REGRA-FIM.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           GO TO DATA-REGRA-CONTA.
       DATA-REGRA-FIM.
           EXIT.
      *
      * DESVIA W-PAGDIA/MES/ANO PARA DIA UTIL CONFORME W-REGRA
      * (A=ANTECIPA, P=POSTERGA); RESULTADO EM W-DATAPAG.
       AJUSTA-UTIL.
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              GO TO AJUSTA-UTIL-FIM.
           IF W-REGRA = "P"
              PERFORM PROX-DIA THRU PROX-DIA-FIM
           ELSE
              PERFORM ANT-DIA THRU ANT-DIA-FIM.
           GO TO AJUSTA-UTIL.
       AJUSTA-UTIL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIA UTIL: SEGUNDA A SEXTA QUE NAO CONSTA DO CALENDARIO DE
      * FERIADOS (FPP049). W-UTIL = 1 QUANDO W-PAGDIA/MES/ANO E UTIL.
      *----------------------------------------------------------------
       TESTA-UTIL.
           COMPUTE W-DATAPAG = W-PAGANO * 10000 + W-PAGMES * 100
                 + W-PAGDIA
           MOVE 1 TO W-UTIL
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-ZH < 2
              MOVE ZEROS TO W-UTIL
              GO TO TESTA-UTIL-FIM.
           IF W-FERIARQ = 1
              MOVE W-DATAPAG TO FERIDATA
              READ CADFERIAD
              IF ST-ERRO = "00"
                 MOVE ZEROS TO W-UTIL.
       TESTA-UTIL-FIM.
           EXIT.
      *
       PROX-DIA.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           ADD 1 TO W-PAGDIA
           IF W-PAGDIA NOT > W-PAGULT
              GO TO PROX-DIA-FIM.
           MOVE 01 TO W-PAGDIA
           ADD 1 TO W-PAGMES
           IF W-PAGMES > 12
              MOVE 01 TO W-PAGMES
              ADD 1 TO W-PAGANO.
       PROX-DIA-FIM.
           EXIT.
      *
       ANT-DIA.
           SUBTRACT 1 FROM W-PAGDIA
           IF W-PAGDIA NOT = ZEROS
              GO TO ANT-DIA-FIM.
           SUBTRACT 1 FROM W-PAGMES
           IF W-PAGMES = ZEROS
              MOVE 12 TO W-PAGMES
              SUBTRACT 1 FROM W-PAGANO.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE W-PAGULT TO W-PAGDIA.
       ANT-DIA-FIM.
           EXIT.
      *
      * DIA DA SEMANA POR ZELLER: W-ZH 0=SABADO 1=DOMINGO 2=SEGUNDA...
       CALC-DIASEM.
           MOVE W-PAGANO TO W-ZY
           MOVE W-PAGMES TO W-ZM
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZY.
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZY BY 4 GIVING W-ZT2
           DIVIDE W-ZY BY 100 GIVING W-ZT3
           DIVIDE W-ZY BY 400 GIVING W-ZT4
           COMPUTE W-ZSUM = W-PAGDIA + W-ZT1 + W-ZY + W-ZT2 - W-ZT3
                 + W-ZT4
           DIVIDE W-ZSUM BY 7 GIVING W-TMPA REMAINDER W-ZH.
       CALC-DIASEM-FIM.
           EXIT.
      *
       CALC-ULTDIA.
           MOVE 31 TO W-PAGULT
           IF W-PAGMES = 4 OR W-PAGMES = 6 OR W-PAGMES = 9
              OR W-PAGMES = 11
              MOVE 30 TO W-PAGULT.
           IF W-PAGMES = 2
              MOVE 28 TO W-PAGULT
              DIVIDE W-PAGANO BY 4 GIVING W-TMPA REMAINDER W-REM4
              DIVIDE W-PAGANO BY 100 GIVING W-TMPA REMAINDER W-REM100
              DIVIDE W-PAGANO BY 400 GIVING W-TMPA REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-PAGULT.
       CALC-ULTDIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA O DOCUMENTO NO SPOOL (ARQSPOOL) E MONTA O NOME DO
      * ARQUIVO SPLnnnnnn.DOC.
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
                IF W-CARARQ = 1
                   CLOSE CADCAR.
                IF W-FERIARQ = 1
                   CLOSE CADFERIAD.
                IF W-FILARQ = 1
                   CLOSE CADFILIAL.
                IF W-RUNARQ = 1
                   CLOSE CADRUNCTL.
                IF W-ADTARQ = 1
                   CLOSE CADADIANT.
                IF W-VTARQ = 1
                   CLOSE CADVT.
                IF W-VRARQ = 1
                   CLOSE CADVRVA.
                IF W-EMPRARQ = 1
                   CLOSE CADEMPR.
                IF W-FERARQ = 1
                   CLOSE CADFERIAS.
                IF W-FERPAGARQ = 1
                   CLOSE CADFERPAG.
                IF W-RESCARQ = 1
                   CLOSE CADRESC.
                IF W-WKARQ = 1
                   CLOSE CADFCWK.
                CLOSE CADFUNC.
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
