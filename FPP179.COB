       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP179.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * INDICE DE ABSENTEISMO POR FILIAL E DEPARTAMENTO, NO  *
      * MES E ACUMULADO NO ANO: HORAS PREVISTAS (JORNADA     *
      * CONTRATUAL DE 220 HORAS), HORAS PERDIDAS EM FALTAS   *
      * INJUSTIFICADAS (APONTFALTAS DO ARQAPONT) E EM        *
      * ATESTADOS (ARQATEST) POR CAPITULO DO CID, COM O      *
      * INDICE DO MESMO MES DO ANO ANTERIOR E AS MAIORES     *
      * REINCIDENCIAS DO ANO. RELATORIO NO SPOOL             *
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
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAPONT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS APONTKEY
                      ALTERNATE RECORD KEY IS APONTCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATE-KEY
                      ALTERNATE RECORD KEY IS ATE-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADABSTX ASSIGN TO DISK
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
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODDEP                   PIC 9(03).
          03 DENDEP                   PIC X(25).
          03 NVL                      PIC 9(02).
          03 DEPSTAT                  PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 DEPFILIAL                PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD CADAPONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPONT.DAT".
       01 REGAPONT.
          03 APONTHORAS               PIC 9(03)V99.
          03 APONTDIAS                PIC 9(02).
          03 APONTFALTAS              PIC 9(02).
          03 APONTHEX50               PIC 9(03)V99.
          03 APONTHEX100              PIC 9(03)V99.
          03 APONTHNOT                PIC 9(03)V99.
          03 APONTVENDAS              PIC 9(07)V99.
          03 APONTKEY.
              05 APONTCODFUNC         PIC 9(06).
              05 APONTMES             PIC 9(02).
              05 APONTANO             PIC 9(04).
      *-----------------------------------------------------------------
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
          03 ATE-DATAINI              PIC 9(08).
          03 ATE-DATAFIM              PIC 9(08).
          03 ATE-CID                  PIC X(05).
          03 ATE-MEDICO               PIC X(25).
          03 ATE-CRM                  PIC 9(06).
          03 ATE-STAT                 PIC X(01).
          03 ATE-KEY.
              05 ATE-CODFUNC          PIC 9(06).
              05 ATE-SEQ              PIC 9(02).
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
       FD CADABSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGABSTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
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
          03 W-FILPROG         PIC X(08) VALUE "FPP179".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-APONTARQ      PIC 9(01) VALUE ZEROS.
       01 W-ATESTARQ      PIC 9(01) VALUE ZEROS.
       01 W-MES           PIC 9(02) VALUE ZEROS.
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-ANOANT        PIC 9(04) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-FIL           PIC 9(02) VALUE ZEROS.
       01 W-M             PIC 9(02) VALUE ZEROS.
       01 W-AMES          PIC 9(06) VALUE ZEROS.
       01 W-AADM          PIC 9(06) VALUE ZEROS.
       01 W-ADEM          PIC 9(06) VALUE ZEROS.
       01 W-ATIVO         PIC 9(01) VALUE ZEROS.
       01 W-HRS           PIC 9(05)V99 VALUE ZEROS.
       01 W-IND           PIC 9(03)V99 VALUE ZEROS.
       01 W-INDANT        PIC 9(03)V99 VALUE ZEROS.
       01 W-INDTOT        PIC 9(03)V99 VALUE ZEROS.
       01 W-VAR           PIC S9(03)V99 VALUE ZEROS.
       01 W-QTDFUNC       PIC 9(05) VALUE ZEROS.
      * JORNADA CONTRATUAL: 220 HORAS NO MES COMERCIAL DE 30 DIAS.
       01 W-HSMES         PIC 9(03)V99 VALUE 220,00.
      *----------[ DIAS DE ATESTADO DENTRO DE UM MES ]-----------------
       01 W-MINI          PIC 9(08) VALUE ZEROS.
       01 W-MFIM          PIC 9(08) VALUE ZEROS.
       01 W-DINI          PIC 9(08) VALUE ZEROS.
       01 W-DFIM          PIC 9(08) VALUE ZEROS.
       01 W-ADIAS         PIC 9(03) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 TAB-ULTDIA.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-ULTDIAX REDEFINES TAB-ULTDIA.
          03 TB-ULTDIA    PIC 9(02) OCCURS 12 TIMES.
      *----------[ CAPITULOS DO CID-10 (INICIO DE CADA FAIXA) ]--------
       01 TAB-CID.
          03 FILLER PIC X(38) VALUE
             "A00I    DOENCAS INFECCIOSAS/PARASIT.".
          03 FILLER PIC X(38) VALUE
             "C00II   NEOPLASIAS                   ".
          03 FILLER PIC X(38) VALUE
             "D50III  SANGUE E SISTEMA IMUNITARIO  ".
          03 FILLER PIC X(38) VALUE
             "E00IV   ENDOCRINAS E METABOLICAS     ".
          03 FILLER PIC X(38) VALUE
             "F00V    TRANSTORNOS MENTAIS          ".
          03 FILLER PIC X(38) VALUE
             "G00VI   SISTEMA NERVOSO              ".
          03 FILLER PIC X(38) VALUE
             "H00VII  OLHO E ANEXOS                ".
          03 FILLER PIC X(38) VALUE
             "H60VIII OUVIDO E APOFISE MASTOIDE    ".
          03 FILLER PIC X(38) VALUE
             "I00IX   APARELHO CIRCULATORIO        ".
          03 FILLER PIC X(38) VALUE
             "J00X    APARELHO RESPIRATORIO        ".
          03 FILLER PIC X(38) VALUE
             "K00XI   APARELHO DIGESTIVO           ".
          03 FILLER PIC X(38) VALUE
             "L00XII  PELE E TECIDO SUBCUTANEO     ".
          03 FILLER PIC X(38) VALUE
             "M00XIII OSTEOMUSCULAR                ".
          03 FILLER PIC X(38) VALUE
             "N00XIV  APARELHO GENITURINARIO       ".
          03 FILLER PIC X(38) VALUE
             "O00XV   GRAVIDEZ, PARTO E PUERPERIO  ".
          03 FILLER PIC X(38) VALUE
             "P00XVI  AFECCOES PERINATAIS          ".
          03 FILLER PIC X(38) VALUE
             "Q00XVII MALFORMACOES CONGENITAS      ".
          03 FILLER PIC X(38) VALUE
             "R00XVIIISINTOMAS E ACHADOS ANORMAIS  ".
          03 FILLER PIC X(38) VALUE
             "S00XIX  LESOES E ENVENENAMENTOS      ".
          03 FILLER PIC X(38) VALUE
             "U00XXII CODIGOS ESPECIAIS            ".
          03 FILLER PIC X(38) VALUE
             "V00XX   CAUSAS EXTERNAS              ".
          03 FILLER PIC X(38) VALUE
             "Z00XXI  CONTATO COM SERVICOS DE SAUDE".
          03 FILLER PIC X(38) VALUE
             "   -    SEM CID INFORMADO            ".
       01 TAB-CIDX REDEFINES TAB-CID.
          03 TB-CID       OCCURS 23 TIMES.
             05 TB-CIDINI PIC X(03).
             05 TB-CIDCAP PIC X(05).
             05 TB-CIDDES PIC X(30).
       01 ICID            PIC 9(02) VALUE ZEROS.
       01 W-CAP           PIC 9(02) VALUE ZEROS.
       01 W-CIDHSMES      OCCURS 23 TIMES PIC 9(07)V99 VALUE ZEROS.
       01 W-CIDHSANO      OCCURS 23 TIMES PIC 9(07)V99 VALUE ZEROS.
       01 W-CIDTOTANO     PIC 9(08)V99 VALUE ZEROS.
      *----------[ ACUMULADOS: CHAPA, DEPARTAMENTO, FILIAL, TOTAL ]-----
      *   M = MES DA COMPETENCIA  A = ACUMULADO NO ANO
      *   P = MESMO MES DO ANO ANTERIOR
       01 W-FV.
          03 W-FV-MPREV   PIC 9(07)V99.
          03 W-FV-MFAL    PIC 9(07)V99.
          03 W-FV-MATE    PIC 9(07)V99.
          03 W-FV-APREV   PIC 9(07)V99.
          03 W-FV-AFAL    PIC 9(07)V99.
          03 W-FV-AATE    PIC 9(07)V99.
          03 W-FV-PPREV   PIC 9(07)V99.
          03 W-FV-PFAL    PIC 9(07)V99.
          03 W-FV-PATE    PIC 9(07)V99.
       01 W-TABDEP        OCCURS 999 TIMES.
          03 W-TD-USO     PIC 9(01).
          03 W-TD-FIL     PIC 9(02).
          03 W-TD-VAL.
             05 W-TD-MPREV   PIC 9(07)V99.
             05 W-TD-MFAL    PIC 9(07)V99.
             05 W-TD-MATE    PIC 9(07)V99.
             05 W-TD-APREV   PIC 9(07)V99.
             05 W-TD-AFAL    PIC 9(07)V99.
             05 W-TD-AATE    PIC 9(07)V99.
             05 W-TD-PPREV   PIC 9(07)V99.
             05 W-TD-PFAL    PIC 9(07)V99.
             05 W-TD-PATE    PIC 9(07)V99.
       01 W-TFTEM         OCCURS 99 TIMES PIC 9(01) VALUE ZEROS.
       01 IDEP            PIC 9(04) VALUE ZEROS.
       01 IFIL            PIC 9(03) VALUE ZEROS.
      * LINHA EM IMPRESSAO E SOMAS DA FILIAL E DA EMPRESA.
       01 W-IMP.
          03 W-IM-MPREV   PIC 9(07)V99.
          03 W-IM-MFAL    PIC 9(07)V99.
          03 W-IM-MATE    PIC 9(07)V99.
          03 W-IM-APREV   PIC 9(07)V99.
          03 W-IM-AFAL    PIC 9(07)V99.
          03 W-IM-AATE    PIC 9(07)V99.
          03 W-IM-PPREV   PIC 9(07)V99.
          03 W-IM-PFAL    PIC 9(07)V99.
          03 W-IM-PATE    PIC 9(07)V99.
       01 W-SF.
          03 W-SF-MPREV   PIC 9(07)V99.
          03 W-SF-MFAL    PIC 9(07)V99.
          03 W-SF-MATE    PIC 9(07)V99.
          03 W-SF-APREV   PIC 9(07)V99.
          03 W-SF-AFAL    PIC 9(07)V99.
          03 W-SF-AATE    PIC 9(07)V99.
          03 W-SF-PPREV   PIC 9(07)V99.
          03 W-SF-PFAL    PIC 9(07)V99.
          03 W-SF-PATE    PIC 9(07)V99.
       01 W-ST.
          03 W-ST-MPREV   PIC 9(07)V99.
          03 W-ST-MFAL    PIC 9(07)V99.
          03 W-ST-MATE    PIC 9(07)V99.
          03 W-ST-APREV   PIC 9(07)V99.
          03 W-ST-AFAL    PIC 9(07)V99.
          03 W-ST-AATE    PIC 9(07)V99.
          03 W-ST-PPREV   PIC 9(07)V99.
          03 W-ST-PFAL    PIC 9(07)V99.
          03 W-ST-PATE    PIC 9(07)V99.
      *----------[ MAIORES REINCIDENCIAS NO ANO ]-----------------------
      * OCORRENCIAS = MESES COM FALTA INJUSTIFICADA + ATESTADOS
      * INICIADOS NO ANO ATE A COMPETENCIA.
       01 W-FOCOR         PIC 9(03) VALUE ZEROS.
       01 W-FDFAL         PIC 9(03) VALUE ZEROS.
       01 W-FDATE         PIC 9(03) VALUE ZEROS.
       01 W-QTDTOP        PIC 9(02) VALUE ZEROS.
       01 ITOP            PIC 9(02) VALUE ZEROS.
       01 W-TABTOP        OCCURS 11 TIMES.
          03 W-TT-CHAPA   PIC 9(06).
          03 W-TT-NOME    PIC X(30).
          03 W-TT-DEP     PIC 9(03).
          03 W-TT-OCOR    PIC 9(03).
          03 W-TT-DFAL    PIC 9(03).
          03 W-TT-DATE    PIC 9(03).
       01 W-TOPAUX.
          03 W-TA-CHAPA   PIC 9(06).
          03 W-TA-NOME    PIC X(30).
          03 W-TA-DEP     PIC 9(03).
          03 W-TA-OCOR    PIC 9(03).
          03 W-TA-DFAL    PIC 9(03).
          03 W-TA-DATE    PIC 9(03).
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
       01 ABL-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 ABL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 ABL-TIT.
                03 FILLER      PIC X(40) VALUE
                   "INDICE DE ABSENTEISMO - COMPETENCIA ".
                03 ABL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 ABL-ANO     PIC 9999.
                03 FILLER      PIC X(10) VALUE "  FILIAL: ".
                03 ABL-FILSEL  PIC X(05).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-DH      PIC X(14).
       01 ABL-SEC1.
                03 FILLER      PIC X(50) VALUE
                   "1. POR FILIAL E DEPARTAMENTO (HORAS; INDICE = PERD".
                03 FILLER      PIC X(40) VALUE
                   "IDAS / PREVISTAS)                       ".
       01 ABL-CAB1.
                03 FILLER      PIC X(50) VALUE
                   "FL DEP DENOMINACAO     PER. HS PREVIST. HS FALTAS ".
                03 FILLER      PIC X(48) VALUE
                   "HS ATESTADO  INDICE% ANO ANT.%  VARIACAO".
       01 ABL-FIL.
                03 FILLER      PIC X(08) VALUE "FILIAL ".
                03 ABL-FILCOD  PIC 99.
       01 ABL-LIN.
                03 ABL-LFIL    PIC X(02).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LDEP    PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LDEN    PIC X(15).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LPER    PIC X(04).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LPREV   PIC Z(06)9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LFAL    PIC Z(06)9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-LATE    PIC Z(06)9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-LIND    PIC ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-LANT    PIC X(06).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-LVAR    PIC X(07).
       01 ABL-NUM3        PIC 9(03) VALUE ZEROS.
       01 ABL-NUM2        PIC 9(02) VALUE ZEROS.
       01 ABL-EDIND       PIC ZZ9,99.
       01 ABL-EDVAR       PIC -ZZ9,99.
       01 ABL-SEC2.
                03 FILLER      PIC X(50) VALUE
                   "2. HORAS PERDIDAS EM ATESTADOS POR CAPITULO DO CID".
       01 ABL-CAB2.
                03 FILLER      PIC X(50) VALUE
                   "CAPITULO DESCRICAO                      HS NO MES ".
                03 FILLER      PIC X(23) VALUE
                   "  HS NO ANO   % DO ANO".
       01 ABL-CID.
                03 ABL-CCAP    PIC X(05).
                03 FILLER      PIC X(04) VALUE SPACES.
                03 ABL-CDES    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-CMES    PIC Z(06)9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-CANO    PIC Z(06)9,99.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 ABL-CPERC   PIC ZZ9,99.
       01 ABL-SEC3.
                03 FILLER      PIC X(50) VALUE
                   "3. MAIORES REINCIDENCIAS NO ANO (OCORRENCIAS = MES".
                03 FILLER      PIC X(40) VALUE
                   "ES COM FALTA + ATESTADOS)               ".
       01 ABL-CAB3.
                03 FILLER      PIC X(50) VALUE
                   "    CHAPA  NOME                           DEP  OCO".
                03 FILLER      PIC X(30) VALUE
                   "RR. DIAS FALTA DIAS ATEST.".
       01 ABL-TOP.
                03 ABL-TPOS    PIC Z9.
                03 FILLER      PIC X(02) VALUE "  ".
                03 ABL-TCHAPA  PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-TNOME   PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 ABL-TDEP    PIC 999.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ABL-TOCOR   PIC ZZ9.
                03 FILLER      PIC X(07) VALUE SPACES.
                03 ABL-TDFAL   PIC ZZ9.
                03 FILLER      PIC X(08) VALUE SPACES.
                03 ABL-TDATE   PIC ZZ9.
       01 ABL-NADA.
                03 FILLER      PIC X(40) VALUE
                   "    NENHUMA AUSENCIA NO PERIODO".
       01 ABL-OPER.
                03 FILLER      PIC X(13) VALUE "GERADO POR: ".
                03 ABL-OPERID  PIC X(08).
                03 FILLER      PIC X(23) VALUE
                   "   CHAPAS CONSIDERADAS:".
                03 ABL-QTDFUNC PIC ZZZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** INDICE DE ABSENTEISMO ***".
           05  LINE 08  COLUMN 01
               VALUE  "  COMPETENCIA (MM/AAAA)         :".
           05  LINE 10  COLUMN 01
               VALUE  "  FILIAL (00 = TODAS)           :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO (S/N)        :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MES
               LINE 08  COLUMN 35  PIC 99
               USING  W-MES
               HIGHLIGHT.
           05  LINE 08  COLUMN 37
               VALUE  "/".
           05  TW-ANO
               LINE 08  COLUMN 38  PIC 9999
               USING  W-ANO
               HIGHLIGHT.
           05  TW-FILSEL
               LINE 10  COLUMN 35  PIC 99
               USING  W-FILSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
       INC-001.
                MOVE ZEROS TO W-MES W-ANO W-FILSEL
                MOVE SPACES TO W-OPCAO
                DISPLAY TELAPRINCIPAL.
       INC-COMPET.
                ACCEPT TW-MES
                IF W-MES < 1 OR W-MES > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                ACCEPT TW-ANO
                IF W-ANO < 1900
                   MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                COMPUTE W-ANOANT = W-ANO - 1.
       INC-FILIAL.
                ACCEPT TW-FILSEL
                IF W-FILSEL = ZEROS
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
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
      * APONTAMENTO (FPP010) E ATESTADOS (FPP089) SAO OPCIONAIS: SEM
      * O ARQUIVO A PARCELA CORRESPONDENTE SAI ZERADA.
           MOVE ZEROS TO W-APONTARQ W-ATESTARQ
           OPEN INPUT CADAPONT
           IF ST-ERRO = "00"
              MOVE 1 TO W-APONTARQ.
           OPEN INPUT CADATEST
           IF ST-ERRO = "00"
              MOVE 1 TO W-ATESTARQ.
           MOVE "ABSENT" TO W-SPLTIPO
           MOVE W-MES TO W-SPLMES
           MOVE W-ANO TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADABSTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           DISPLAY (16, 01) "*** APURANDO AS AUSENCIAS - AGUARDE ***"
           MOVE ZEROS TO W-QTDFUNC W-QTDTOP W-CIDTOTANO
           MOVE 1 TO IDEP.
       INC-ZERA.
           MOVE ZEROS TO W-TD-USO(IDEP) W-TD-FIL(IDEP)
           MOVE ZEROS TO W-TD-MPREV(IDEP) W-TD-MFAL(IDEP)
           MOVE ZEROS TO W-TD-MATE(IDEP) W-TD-APREV(IDEP)
           MOVE ZEROS TO W-TD-AFAL(IDEP) W-TD-AATE(IDEP)
           MOVE ZEROS TO W-TD-PPREV(IDEP) W-TD-PFAL(IDEP)
           MOVE ZEROS TO W-TD-PATE(IDEP)
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO INC-ZERA.
      *----------------------------------------------------------------
      * UMA PASSADA NO CADASTRO: CADA CHAPA DA FILIAL PEDIDA SOMA NO
      * SEU DEPARTAMENTO ATUAL AS HORAS DOS MESES EM QUE ESTAVA
      * ADMITIDA, AS FALTAS APONTADAS E OS ATESTADOS ACEITOS.
      *----------------------------------------------------------------
       APU-001.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO IMPRIME.
       APU-RD.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO IMPRIME.
           IF FUNCDEP = ZEROS
              GO TO APU-RD.
           MOVE FILIAL TO W-FIL
           IF W-FIL = ZEROS
              MOVE 1 TO W-FIL.
           IF W-FILSEL NOT = ZEROS AND W-FIL NOT = W-FILSEL
              GO TO APU-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO APU-RD.
           MOVE ZEROS TO W-FV-MPREV W-FV-MFAL W-FV-MATE
           MOVE ZEROS TO W-FV-APREV W-FV-AFAL W-FV-AATE
           MOVE ZEROS TO W-FV-PPREV W-FV-PFAL W-FV-PATE
           MOVE ZEROS TO W-FOCOR W-FDFAL W-FDATE
           MOVE 1 TO W-M.
       APU-MES.
           COMPUTE W-AMES = W-ANO * 100 + W-M
           PERFORM ATIVO-MES THRU ATIVO-MES-FIM
           IF W-ATIVO = 1
              ADD W-HSMES TO W-FV-APREV
              IF W-M = W-MES
                 ADD W-HSMES TO W-FV-MPREV.
           MOVE W-ANO TO APONTANO
           PERFORM LE-FALTAS THRU LE-FALTAS-FIM
           IF W-HRS NOT = ZEROS
              ADD W-HRS TO W-FV-AFAL
              ADD APONTFALTAS TO W-FDFAL
              ADD 1 TO W-FOCOR
              IF W-M = W-MES
                 ADD W-HRS TO W-FV-MFAL.
           ADD 1 TO W-M
           IF W-M NOT > W-MES
              GO TO APU-MES.
      * MESMO MES DO ANO ANTERIOR.
           COMPUTE W-AMES = W-ANOANT * 100 + W-MES
           PERFORM ATIVO-MES THRU ATIVO-MES-FIM
           IF W-ATIVO = 1
              ADD W-HSMES TO W-FV-PPREV.
           MOVE W-MES TO W-M
           MOVE W-ANOANT TO APONTANO
           PERFORM LE-FALTAS THRU LE-FALTAS-FIM
           ADD W-HRS TO W-FV-PFAL
           PERFORM LE-ATEST THRU LE-ATEST-FIM
           IF W-FV-APREV = ZEROS AND W-FV-PPREV = ZEROS
              AND W-FV-AATE = ZEROS AND W-FV-PATE = ZEROS
              GO TO APU-RD.
           ADD 1 TO W-QTDFUNC
           PERFORM SOMA-DEP THRU SOMA-DEP-FIM
           IF W-FOCOR NOT = ZEROS
              PERFORM TOP-INSERE THRU TOP-INSERE-FIM.
           GO TO APU-RD.
      *----------------------------------------------------------------
      * CHAPA ADMITIDA NO MES W-AMES (AAAAMM) E NAO DESLIGADA ANTES.
      *----------------------------------------------------------------
       ATIVO-MES.
           MOVE ZEROS TO W-ATIVO
           COMPUTE W-AADM = DATAADM / 100
           COMPUTE W-ADEM = DATADEM / 100
           IF W-AADM > W-AMES
              GO TO ATIVO-MES-FIM.
           IF FUNCSTAT = "D" AND W-ADEM NOT = ZEROS
              AND W-ADEM < W-AMES
              GO TO ATIVO-MES-FIM.
           MOVE 1 TO W-ATIVO.
       ATIVO-MES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FALTAS INJUSTIFICADAS DO MES W-M (ANO EM APONTANO) EM HORAS.
      *----------------------------------------------------------------
       LE-FALTAS.
           MOVE ZEROS TO W-HRS
           IF W-APONTARQ NOT = 1
              GO TO LE-FALTAS-FIM.
           MOVE CODFUNC TO APONTCODFUNC
           MOVE W-M TO APONTMES
           READ CADAPONT
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO APONTFALTAS
              GO TO LE-FALTAS-FIM.
           COMPUTE W-HRS ROUNDED = APONTFALTAS * W-HSMES / 30.
       LE-FALTAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ATESTADOS DA CHAPA (MENOS OS RECUSADOS): OS DIAS COBERTOS EM
      * CADA MES VIRAM HORAS PELA JORNADA E SOMAM NO CAPITULO DO CID.
      *----------------------------------------------------------------
       LE-ATEST.
           IF W-ATESTARQ NOT = 1
              GO TO LE-ATEST-FIM.
           MOVE CODFUNC TO ATE-CODFUNC
           MOVE ZEROS TO ATE-SEQ
           START CADATEST KEY IS NOT LESS ATE-KEY
           IF ST-ERRO NOT = "00"
              GO TO LE-ATEST-FIM.
       LE-ATEST-RD.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO LE-ATEST-FIM.
           IF ATE-CODFUNC NOT = CODFUNC
              GO TO LE-ATEST-FIM.
           IF ATE-STAT = "R"
              GO TO LE-ATEST-RD.
           PERFORM ACHA-CID THRU ACHA-CID-FIM
           COMPUTE W-AMES = ATE-DATAINI / 100
           IF W-AMES > W-ANO * 100 AND W-AMES NOT > W-ANO * 100 + W-MES
              ADD 1 TO W-FOCOR.
           MOVE 1 TO W-M.
       LE-ATEST-MES.
           COMPUTE W-AMES = W-ANO * 100 + W-M
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           IF W-ADIAS NOT = ZEROS
              COMPUTE W-HRS ROUNDED = W-ADIAS * W-HSMES / 30
              ADD W-HRS TO W-FV-AATE W-CIDHSANO(W-CAP) W-CIDTOTANO
              ADD W-ADIAS TO W-FDATE
              IF W-M = W-MES
                 ADD W-HRS TO W-FV-MATE W-CIDHSMES(W-CAP).
           ADD 1 TO W-M
           IF W-M NOT > W-MES
              GO TO LE-ATEST-MES.
           COMPUTE W-AMES = W-ANOANT * 100 + W-MES
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           IF W-ADIAS NOT = ZEROS
              COMPUTE W-HRS ROUNDED = W-ADIAS * W-HSMES / 30
              ADD W-HRS TO W-FV-PATE.
           GO TO LE-ATEST-RD.
       LE-ATEST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CAPITULO DO CID: ULTIMA FAIXA CUJO INICIO NAO PASSA DOS TRES
      * PRIMEIROS CARACTERES; SEM CID (OU CID INVALIDO) VAI PARA A
      * ULTIMA LINHA DA TABELA.
      *----------------------------------------------------------------
       ACHA-CID.
           MOVE 23 TO W-CAP
           IF ATE-CID = SPACES
              GO TO ACHA-CID-FIM.
           MOVE 1 TO ICID.
       ACHA-CID-LP.
           IF ICID > 22
              GO TO ACHA-CID-FIM.
           IF TB-CIDINI(ICID) > ATE-CID(1:3)
              GO TO ACHA-CID-FIM.
           MOVE ICID TO W-CAP
           ADD 1 TO ICID
           GO TO ACHA-CID-LP.
       ACHA-CID-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIAS DO ATESTADO DENTRO DO MES W-AMES (NO MAXIMO 30, O MES
      * COMERCIAL DA JORNADA).
      *----------------------------------------------------------------
       DIAS-MES.
           MOVE ZEROS TO W-ADIAS
           COMPUTE W-ANOC = W-AMES / 100
           COMPUTE W-MESC = W-AMES - W-ANOC * 100
           MOVE TB-ULTDIA(W-MESC) TO W-DIAC
           IF W-MESC = 2
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              IF W-REM4 = ZEROS
                 MOVE 29 TO W-DIAC.
           COMPUTE W-MINI = W-AMES * 100 + 1
           COMPUTE W-MFIM = W-AMES * 100 + W-DIAC
           IF ATE-DATAFIM < W-MINI OR ATE-DATAINI > W-MFIM
              GO TO DIAS-MES-FIM.
           MOVE ATE-DATAINI TO W-DINI
           IF W-DINI < W-MINI
              MOVE W-MINI TO W-DINI.
           MOVE ATE-DATAFIM TO W-DFIM
           IF W-DFIM > W-MFIM
              MOVE W-MFIM TO W-DFIM.
           COMPUTE W-ADIAS = W-DFIM - W-DINI + 1
           IF W-ADIAS > 30
              MOVE 30 TO W-ADIAS.
       DIAS-MES-FIM.
           EXIT.
      *----------------------------------------------------------------
       SOMA-DEP.
           MOVE FUNCDEP TO IDEP
           IF W-TD-USO(IDEP) = ZEROS
              MOVE 1 TO W-TD-USO(IDEP)
              MOVE W-FIL TO W-TD-FIL(IDEP)
              MOVE 1 TO W-TFTEM(W-FIL).
           ADD W-FV-MPREV TO W-TD-MPREV(IDEP)
           ADD W-FV-MFAL TO W-TD-MFAL(IDEP)
           ADD W-FV-MATE TO W-TD-MATE(IDEP)
           ADD W-FV-APREV TO W-TD-APREV(IDEP)
           ADD W-FV-AFAL TO W-TD-AFAL(IDEP)
           ADD W-FV-AATE TO W-TD-AATE(IDEP)
           ADD W-FV-PPREV TO W-TD-PPREV(IDEP)
           ADD W-FV-PFAL TO W-TD-PFAL(IDEP)
           ADD W-FV-PATE TO W-TD-PATE(IDEP).
       SOMA-DEP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * RANKING DAS DEZ MAIORES REINCIDENCIAS: A CHAPA ENTRA NA
      * POSICAO 11 E SOBE ENQUANTO SUPERAR A ANTERIOR (OCORRENCIAS,
      * DEPOIS DIAS PERDIDOS).
      *----------------------------------------------------------------
       TOP-INSERE.
           COMPUTE ITOP = W-QTDTOP + 1
           MOVE CODFUNC TO W-TT-CHAPA(ITOP)
           MOVE NOME TO W-TT-NOME(ITOP)
           MOVE FUNCDEP TO W-TT-DEP(ITOP)
           MOVE W-FOCOR TO W-TT-OCOR(ITOP)
           MOVE W-FDFAL TO W-TT-DFAL(ITOP)
           MOVE W-FDATE TO W-TT-DATE(ITOP)
           IF W-QTDTOP < 10
              ADD 1 TO W-QTDTOP.
       TOP-SOBE.
           IF ITOP = 1
              GO TO TOP-INSERE-FIM.
           IF W-TT-OCOR(ITOP) < W-TT-OCOR(ITOP - 1)
              GO TO TOP-INSERE-FIM.
           IF W-TT-OCOR(ITOP) = W-TT-OCOR(ITOP - 1)
              AND W-TT-DFAL(ITOP) + W-TT-DATE(ITOP) NOT >
                  W-TT-DFAL(ITOP - 1) + W-TT-DATE(ITOP - 1)
              GO TO TOP-INSERE-FIM.
           MOVE W-TABTOP(ITOP) TO W-TOPAUX
           MOVE W-TABTOP(ITOP - 1) TO W-TABTOP(ITOP)
           MOVE W-TOPAUX TO W-TABTOP(ITOP - 1)
           SUBTRACT 1 FROM ITOP
           GO TO TOP-SOBE.
       TOP-INSERE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * IMPRESSAO: FILIAL POR FILIAL, DEPARTAMENTOS EM ORDEM DE
      * CODIGO, SUBTOTAL DA FILIAL E TOTAL GERAL.
      *----------------------------------------------------------------
       IMPRIME.
           MOVE W-MES TO ABL-MES
           MOVE W-ANO TO ABL-ANO
           IF W-FILSEL = ZEROS
              MOVE "TODAS" TO ABL-FILSEL
           ELSE
              MOVE W-FILSEL TO ABL-NUM2
              MOVE ABL-NUM2 TO ABL-FILSEL.
           MOVE W-SPLDH TO ABL-DH
           WRITE REGABSTX FROM ABL-TIT
           WRITE REGABSTX FROM ABL-SEP
           WRITE REGABSTX FROM ABL-SEC1
           WRITE REGABSTX FROM ABL-CAB1
           WRITE REGABSTX FROM ABL-SEP
           MOVE ZEROS TO W-ST-MPREV W-ST-MFAL W-ST-MATE
           MOVE ZEROS TO W-ST-APREV W-ST-AFAL W-ST-AATE
           MOVE ZEROS TO W-ST-PPREV W-ST-PFAL W-ST-PATE
           MOVE 1 TO IFIL.
       IMP-FIL.
           IF IFIL > 99
              GO TO IMP-TOTAL.
           IF W-TFTEM(IFIL) NOT = 1
              ADD 1 TO IFIL
              GO TO IMP-FIL.
           MOVE IFIL TO ABL-FILCOD
           WRITE REGABSTX FROM ABL-FIL
           MOVE ZEROS TO W-SF-MPREV W-SF-MFAL W-SF-MATE
           MOVE ZEROS TO W-SF-APREV W-SF-AFAL W-SF-AATE
           MOVE ZEROS TO W-SF-PPREV W-SF-PFAL W-SF-PATE
           MOVE 1 TO IDEP.
       IMP-DEP.
           IF W-TD-USO(IDEP) NOT = 1 OR W-TD-FIL(IDEP) NOT = IFIL
              GO TO IMP-DEP-PROX.
           MOVE W-TD-VAL(IDEP) TO W-IMP
           MOVE IFIL TO ABL-NUM2
           MOVE ABL-NUM2 TO ABL-LFIL
           MOVE IDEP TO ABL-NUM3
           MOVE ABL-NUM3 TO ABL-LDEP
           MOVE IDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO = "00"
              MOVE DENDEP TO ABL-LDEN
           ELSE
              MOVE "NAO CADASTRADO" TO ABL-LDEN.
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           ADD W-IM-MPREV TO W-SF-MPREV
           ADD W-IM-MFAL TO W-SF-MFAL
           ADD W-IM-MATE TO W-SF-MATE
           ADD W-IM-APREV TO W-SF-APREV
           ADD W-IM-AFAL TO W-SF-AFAL
           ADD W-IM-AATE TO W-SF-AATE
           ADD W-IM-PPREV TO W-SF-PPREV
           ADD W-IM-PFAL TO W-SF-PFAL
           ADD W-IM-PATE TO W-SF-PATE.
       IMP-DEP-PROX.
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO IMP-DEP.
           MOVE W-SF TO W-IMP
           MOVE SPACES TO ABL-LFIL ABL-LDEP
           MOVE "TOTAL DA FILIAL" TO ABL-LDEN
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           WRITE REGABSTX FROM ABL-BRANCO
           ADD W-SF-MPREV TO W-ST-MPREV
           ADD W-SF-MFAL TO W-ST-MFAL
           ADD W-SF-MATE TO W-ST-MATE
           ADD W-SF-APREV TO W-ST-APREV
           ADD W-SF-AFAL TO W-ST-AFAL
           ADD W-SF-AATE TO W-ST-AATE
           ADD W-SF-PPREV TO W-ST-PPREV
           ADD W-SF-PFAL TO W-ST-PFAL
           ADD W-SF-PATE TO W-ST-PATE
           ADD 1 TO IFIL
           GO TO IMP-FIL.
       IMP-TOTAL.
           WRITE REGABSTX FROM ABL-SEP
           MOVE W-ST TO W-IMP
           MOVE SPACES TO ABL-LFIL ABL-LDEP
           MOVE "TOTAL GERAL" TO ABL-LDEN
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM
           MOVE W-IND TO W-INDTOT
           WRITE REGABSTX FROM ABL-SEP
           PERFORM IMP-CID THRU IMP-CID-FIM
           PERFORM IMP-TOP THRU IMP-TOP-FIM
           WRITE REGABSTX FROM ABL-SEP
           MOVE W-OPERID TO ABL-OPERID
           MOVE W-QTDFUNC TO ABL-QTDFUNC
           WRITE REGABSTX FROM ABL-OPER
           CLOSE CADABSTX
           DISPLAY (16, 01) LIMPA
           MOVE W-INDTOT TO ABL-EDIND
           DISPLAY (16, 01) "INDICE DO MES (TOTAL) : " ABL-EDIND " %"
           MOVE "*** RELATORIO GRAVADO NO SPOOL (ABSENT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM3.
      *----------------------------------------------------------------
      * DUAS LINHAS POR GRUPO: "MES" COM O INDICE DO MESMO MES DO ANO
      * ANTERIOR E A VARIACAO, E "ANO" COM O ACUMULADO ATE O MES.
      * DEIXA EM W-IND O INDICE DO MES.
      *----------------------------------------------------------------
       IMP-BLOCO.
           MOVE "MES" TO ABL-LPER
           MOVE W-IM-MPREV TO ABL-LPREV
           MOVE W-IM-MFAL TO ABL-LFAL
           MOVE W-IM-MATE TO ABL-LATE
           MOVE ZEROS TO W-IND W-INDANT
           IF W-IM-MPREV NOT = ZEROS
              COMPUTE W-IND ROUNDED = (W-IM-MFAL + W-IM-MATE) * 100
                                    / W-IM-MPREV.
           MOVE W-IND TO ABL-LIND
           MOVE SPACES TO ABL-LANT ABL-LVAR
           IF W-IM-PPREV NOT = ZEROS
              COMPUTE W-INDANT ROUNDED = (W-IM-PFAL + W-IM-PATE) * 100
                                       / W-IM-PPREV
              MOVE W-INDANT TO ABL-EDIND
              MOVE ABL-EDIND TO ABL-LANT
              COMPUTE W-VAR = W-IND - W-INDANT
              MOVE W-VAR TO ABL-EDVAR
              MOVE ABL-EDVAR TO ABL-LVAR.
           WRITE REGABSTX FROM ABL-LIN
           MOVE SPACES TO ABL-LFIL ABL-LDEP ABL-LDEN ABL-LANT ABL-LVAR
           MOVE "ANO" TO ABL-LPER
           MOVE W-IM-APREV TO ABL-LPREV
           MOVE W-IM-AFAL TO ABL-LFAL
           MOVE W-IM-AATE TO ABL-LATE
           MOVE ZEROS TO W-INDANT
           IF W-IM-APREV NOT = ZEROS
              COMPUTE W-INDANT ROUNDED = (W-IM-AFAL + W-IM-AATE) * 100
                                       / W-IM-APREV.
           MOVE W-INDANT TO ABL-LIND
           WRITE REGABSTX FROM ABL-LIN.
       IMP-BLOCO-FIM.
           EXIT.
      *----------------------------------------------------------------
       IMP-CID.
           WRITE REGABSTX FROM ABL-BRANCO
           WRITE REGABSTX FROM ABL-SEC2
           WRITE REGABSTX FROM ABL-CAB2
           WRITE REGABSTX FROM ABL-SEP
           MOVE 1 TO ICID.
       IMP-CID-LP.
           IF ICID > 23
              GO TO IMP-CID-FIM.
           IF W-CIDHSANO(ICID) = ZEROS
              ADD 1 TO ICID
              GO TO IMP-CID-LP.
           MOVE TB-CIDCAP(ICID) TO ABL-CCAP
           MOVE TB-CIDDES(ICID) TO ABL-CDES
           MOVE W-CIDHSMES(ICID) TO ABL-CMES
           MOVE W-CIDHSANO(ICID) TO ABL-CANO
           MOVE ZEROS TO W-IND
           IF W-CIDTOTANO NOT = ZEROS
              COMPUTE W-IND ROUNDED = W-CIDHSANO(ICID) * 100
                                    / W-CIDTOTANO.
           MOVE W-IND TO ABL-CPERC
           WRITE REGABSTX FROM ABL-CID
           ADD 1 TO ICID
           GO TO IMP-CID-LP.
       IMP-CID-FIM.
           EXIT.
      *----------------------------------------------------------------
       IMP-TOP.
           WRITE REGABSTX FROM ABL-BRANCO
           WRITE REGABSTX FROM ABL-SEC3
           WRITE REGABSTX FROM ABL-CAB3
           WRITE REGABSTX FROM ABL-SEP
           IF W-QTDTOP = ZEROS
              WRITE REGABSTX FROM ABL-NADA
              GO TO IMP-TOP-FIM.
           MOVE 1 TO ITOP.
       IMP-TOP-LP.
           IF ITOP > W-QTDTOP
              GO TO IMP-TOP-FIM.
           MOVE ITOP TO ABL-TPOS
           MOVE W-TT-CHAPA(ITOP) TO ABL-TCHAPA
           MOVE W-TT-NOME(ITOP) TO ABL-TNOME
           MOVE W-TT-DEP(ITOP) TO ABL-TDEP
           MOVE W-TT-OCOR(ITOP) TO ABL-TOCOR
           MOVE W-TT-DFAL(ITOP) TO ABL-TDFAL
           MOVE W-TT-DATE(ITOP) TO ABL-TDATE
           WRITE REGABSTX FROM ABL-TOP
           ADD 1 TO ITOP
           GO TO IMP-TOP-LP.
       IMP-TOP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FIL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL PEDIDA NA TELA CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILSEL.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILSEL TO W-FILCOD
           MOVE ZEROS TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILSEL-FIM.
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
       ROT-FIM3.
           IF W-APONTARQ = 1
              CLOSE CADAPONT.
           IF W-ATESTARQ = 1
              CLOSE CADATEST.
           CLOSE CADFUNC CADDEP.
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
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
