       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP195.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * EQUIPE DO GESTOR: O OPERADOR LIGADO A UMA CHAPA DE   *
      * GESTOR (CADOPER) VE OS FUNCIONARIOS DO DEPARTAMENTO  *
      * DO QUAL E RESPONSAVEL (RESPFUNC NO CADDEP), COM A    *
      * SITUACAO ATUAL, O PRAZO E O GOZO PROGRAMADO DAS      *
      * FERIAS, O FIM DA EXPERIENCIA, O VENCIMENTO DO ASO E  *
      * DAS CERTIFICACOES, AS MEDIDAS DISCIPLINARES ATIVAS E *
      * AS FALTAS DO MES. EM VIDEO OU NO SPOOL ("EQUIPE")    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPFIL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPF-OPERID
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
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADASO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ASO-KEY
                      ALTERNATE RECORD KEY IS ASO-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCERTFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CFU-KEY
                      ALTERNATE RECORD KEY IS CFU-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDISC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DSC-KEY
                      ALTERNATE RECORD KEY IS DSC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAPONT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS APONTKEY
                      ALTERNATE RECORD KEY IS APONTCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEQPREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADOPFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPFIL.DAT".
       01 REGOPFIL.
          03 OPF-OPERID               PIC X(08).
          03 OPF-FILIAIS.
              05 OPF-FIL01            PIC 9(02).
              05 OPF-FIL02            PIC 9(02).
              05 OPF-FIL03            PIC 9(02).
              05 OPF-FIL04            PIC 9(02).
              05 OPF-FIL05            PIC 9(02).
              05 OPF-FIL06            PIC 9(02).
              05 OPF-FIL07            PIC 9(02).
              05 OPF-FIL08            PIC 9(02).
              05 OPF-FIL09            PIC 9(02).
              05 OPF-FIL10            PIC 9(02).
          03 OPF-TABFIL REDEFINES OPF-FILIAIS.
              05 OPF-FIL              PIC 9(02) OCCURS 10 TIMES.
          03 OPF-CHAPA                PIC 9(06).
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
       FD CADREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CODFUNC              PIC 9(06).
          03 RDM-CODANT               PIC 9(06).
          03 RDM-ORIGANT              PIC X(01).
          03 RDM-ADMANT               PIC 9(08).
          03 RDM-DEMANT               PIC 9(08).
          03 RDM-MOTANT               PIC X(01).
          03 RDM-CARANT               PIC 9(03).
          03 RDM-EXPER                PIC X(01).
          03 RDM-AVISO90              PIC X(01).
          03 RDM-DATAREG              PIC 9(08).
      *-----------------------------------------------------------------
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
          03 ASO-TIPO                 PIC X(01).
          03 ASO-DATA                 PIC 9(08).
          03 ASO-RESULT               PIC X(01).
          03 ASO-MEDICO               PIC X(25).
          03 ASO-CRM                  PIC 9(06).
          03 ASO-KEY.
              05 ASO-CODFUNC          PIC 9(06).
              05 ASO-SEQ              PIC 9(02).
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
       FD CADCERTFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERTFUN.DAT".
       01 REGCERTFUN.
          03 CFU-CERT                 PIC 9(03).
          03 CFU-DATAOBT              PIC 9(08).
          03 CFU-DATAVAL              PIC 9(08).
          03 CFU-KEY.
              05 CFU-CODFUNC          PIC 9(06).
              05 CFU-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
          03 DSC-TIPO                 PIC X(01).
          03 DSC-DATA                 PIC 9(08).
          03 DSC-MOTIVO               PIC 9(02).
          03 DSC-DIAS                 PIC 9(02).
          03 DSC-STAT                 PIC X(01).
          03 DSC-KEY.
              05 DSC-CODFUNC          PIC 9(06).
              05 DSC-SEQ              PIC 9(02).
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
       FD CADEQPREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGEQPREL   PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-CHAPAGES      PIC 9(06) VALUE ZEROS.
       01 W-NOMEGES       PIC X(30) VALUE SPACES.
       01 W-DEPSEL        PIC 9(03) VALUE ZEROS.
       01 W-DENSEL        PIC X(25) VALUE SPACES.
       01 W-QTDDEP        PIC 9(03) VALUE ZEROS.
       01 W-SAIDA         PIC X(01) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-INTHOJE       PIC 9(07) VALUE ZEROS.
       01 W-INTADM        PIC 9(07) VALUE ZEROS.
       01 W-INTAUX        PIC 9(07) VALUE ZEROS.
       01 W-DIAS          PIC S9(07) VALUE ZEROS.
      * ARQUIVOS OPCIONAIS: SEM ELES A COLUNA SAI EM BRANCO.
       01 W-FERARQ        PIC 9(01) VALUE ZEROS.
       01 W-RDMARQ        PIC 9(01) VALUE ZEROS.
       01 W-ASOARQ        PIC 9(01) VALUE ZEROS.
       01 W-CARARQ        PIC 9(01) VALUE ZEROS.
       01 W-CERTARQ       PIC 9(01) VALUE ZEROS.
       01 W-DISCARQ       PIC 9(01) VALUE ZEROS.
       01 W-APONTARQ      PIC 9(01) VALUE ZEROS.
      * SITUACAO DA CHAPA.
       01 W-SITTXT        PIC X(14) VALUE SPACES.
       01 W-EMFER         PIC 9(01) VALUE ZEROS.
       01 W-FERFIM        PIC 9(08) VALUE ZEROS.
       01 W-FERVENC       PIC 9(08) VALUE ZEROS.
       01 W-FERGOZ        PIC 9(08) VALUE ZEROS.
       01 W-EXPFIM        PIC 9(08) VALUE ZEROS.
       01 W-ULTEXAME      PIC 9(08) VALUE ZEROS.
       01 W-ASOVENC       PIC 9(08) VALUE ZEROS.
       01 W-CERTVENC      PIC 9(08) VALUE ZEROS.
       01 W-QTDMD         PIC 9(02) VALUE ZEROS.
       01 W-FALTAS        PIC 9(02) VALUE ZEROS.
      * PRAZO DE CONCESSAO DAS FERIAS (COMO NO FPP017).
       01 W-VENCTO        PIC 9(08) VALUE ZEROS.
       01 W-VENCANO       PIC 9(04) VALUE ZEROS.
       01 W-VENCMES       PIC 9(02) VALUE ZEROS.
       01 W-VENCDIA       PIC 9(02) VALUE ZEROS.
       01 W-VENCTOT       PIC 9(06) VALUE ZEROS.
      *----------[ VALIDADE DO ASO EM MESES POR GRAU DE RISCO ]---------
       01 TAB-VALID.
          03 FILLER PIC 9(02) VALUE 24.
          03 FILLER PIC 9(02) VALUE 12.
          03 FILLER PIC 9(02) VALUE 06.
       01 TAB-VALIDX REDEFINES TAB-VALID.
          03 TB-VALID-MES PIC 9(02) OCCURS 3 TIMES.
       01 W-VALMESES      PIC 9(02) VALUE ZEROS.
      * MAIOR VALIDADE DE CADA CERTIFICACAO DA CHAPA; A RENOVACAO
      * SUBSTITUI A OBTENCAO ANTERIOR.
       01 W-TABCERT.
          03 W-TC         OCCURS 20 TIMES.
             05 W-TC-CERT PIC 9(03).
             05 W-TC-VAL  PIC 9(08).
       01 W-QTDTC         PIC 9(02) VALUE ZEROS.
       01 IXC             PIC 9(02) VALUE ZEROS.
      * DATA AAAAMMDD EDITADA COMO DD/MM/AA.
       01 W-DTIN.
          03 W-DTIN-AA    PIC 9(04).
          03 W-DTIN-MM    PIC 9(02).
          03 W-DTIN-DD    PIC 9(02).
       01 W-DTOUT.
          03 W-DTOUT-DD   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTOUT-MM   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTOUT-AA   PIC 9(02).
       01 W-DTFMT         PIC X(08) VALUE SPACES.
      * PAGINACAO DO VIDEO: 8 FUNCIONARIOS (2 LINHAS CADA) POR TELA.
       01 CONLIN          PIC 9(02) VALUE ZEROS.
       01 LIN             PIC 9(02) VALUE ZEROS.
      * TOTAIS DA EQUIPE.
       01 W-QTDFUN        PIC 9(04) VALUE ZEROS.
       01 W-QTDFER        PIC 9(04) VALUE ZEROS.
       01 W-QTDAFAST      PIC 9(04) VALUE ZEROS.
       01 W-QTDEXP        PIC 9(04) VALUE ZEROS.
       01 W-QTDASOV       PIC 9(04) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP195".
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
      *----------[ LINHAS DA CONSULTA / RELATORIO ]---------------------
       01 EQP-SEP.
                03 FILLER      PIC X(78) VALUE ALL "-".
       01 EQP-TIT.
                03 FILLER      PIC X(20) VALUE "EQUIPE DO DEPTO.:   ".
                03 ET-DEP      PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 ET-DEN      PIC X(25).
                03 FILLER      PIC X(09) VALUE " GESTOR: ".
                03 ET-GES      PIC 9(06).
                03 FILLER      PIC X(05) VALUE "  EM ".
                03 ET-DATA     PIC X(08).
       01 EQP-CAB1.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                           SITUAC".
                03 FILLER      PIC X(27) VALUE
                   "AO                   FALTAS".
       01 EQP-CAB2.
                03 FILLER      PIC X(44) VALUE
                   "FER=PRAZO DE GOZO  GOZO=INICIO PROGRAMADO  E".
                03 FILLER      PIC X(20) VALUE
                   "XP=FIM EXPERIENCIA  ".
       01 EQP-CAB3.
                03 FILLER      PIC X(44) VALUE
                   "ASO/CERT=VENCIMENTO  MD=MEDIDAS DISCIPLINARE".
                03 FILLER      PIC X(20) VALUE
                   "S ATIVAS  *=VENCIDO ".
       01 EQP-LIN1.
                03 EL1-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 EL1-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 EL1-SIT     PIC X(26).
                03 FILLER      PIC X(08) VALUE " FALTAS:".
                03 EL1-FALT    PIC Z9.
       01 EQP-LIN2.
                03 FILLER      PIC X(06) VALUE "  FER:".
                03 EL2-FERV    PIC X(08).
                03 EL2-FERF    PIC X(01).
                03 FILLER      PIC X(06) VALUE " GOZO:".
                03 EL2-GOZ     PIC X(08).
                03 FILLER      PIC X(05) VALUE " EXP:".
                03 EL2-EXP     PIC X(08).
                03 FILLER      PIC X(05) VALUE " ASO:".
                03 EL2-ASO     PIC X(08).
                03 EL2-ASOF    PIC X(01).
                03 FILLER      PIC X(06) VALUE " CERT:".
                03 EL2-CERT    PIC X(08).
                03 EL2-CERTF   PIC X(01).
                03 FILLER      PIC X(04) VALUE " MD:".
                03 EL2-MD      PIC Z9.
       01 EQP-TOT.
                03 FILLER      PIC X(08) VALUE "EQUIPE: ".
                03 ETT-FUN     PIC ZZZ9.
                03 FILLER      PIC X(13) VALUE "  EM FERIAS: ".
                03 ETT-FER     PIC ZZZ9.
                03 FILLER      PIC X(13) VALUE "  AFASTADOS: ".
                03 ETT-AFAST   PIC ZZZ9.
                03 FILLER      PIC X(08) VALUE "  EXPER:".
                03 ETT-EXP     PIC ZZZ9.
                03 FILLER      PIC X(15) VALUE "  ASO VENCIDO: ".
                03 ETT-ASOV    PIC ZZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** EQUIPE DO GESTOR DE DEPARTAMENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  CHAPA DO GESTOR         :".
           05  LINE 08  COLUMN 01
               VALUE  "  DEPARTAMENTO            :".
           05  LINE 10  COLUMN 01
               VALUE  "  SAIDA (V=VIDEO I=SPOOL) :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA (S/N)          :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CHAPAGES
               LINE 06  COLUMN 29  PIC 9(06)
               FROM   W-CHAPAGES.
           05  TW-NOMEGES
               LINE 06  COLUMN 36  PIC X(30)
               FROM   W-NOMEGES.
           05  TW-DEPSEL
               LINE 08  COLUMN 29  PIC 999
               USING  W-DEPSEL
               HIGHLIGHT.
           05  TW-SAIDA
               LINE 10  COLUMN 29  PIC X(01)
               USING  W-SAIDA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INTHOJE = FUNCTION INTEGER-OF-DATE(W-HOJEN).
      * CHAPA DO GESTOR LIGADA AO OPERADOR NO CADOPER (ARQOPFIL).
           MOVE ZEROS TO W-CHAPAGES
           OPEN INPUT CADOPFIL
           IF ST-ERRO = "00"
              MOVE W-OPERID TO OPF-OPERID
              READ CADOPFIL
              IF ST-ERRO = "00"
                 MOVE OPF-CHAPA TO W-CHAPAGES
              END-IF
              CLOSE CADOPFIL.
           IF W-CHAPAGES = ZEROS
              MOVE "* OPERADOR SEM CHAPA DE GESTOR (CADOPER) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
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
           MOVE W-CHAPAGES TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO W-NOMEGES
           ELSE
              MOVE "*** CHAPA NAO CADASTRADA ***" TO W-NOMEGES.
           PERFORM BUSCA-DEP THRU BUSCA-DEP-FIM
           IF W-QTDDEP = ZEROS
              MOVE "* GESTOR NAO E RESPONSAVEL POR DEPARTAMENTO *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADDEP
              GO TO ROT-FIM2.
      * ARQUIVOS OPCIONAIS.
           MOVE ZEROS TO W-FERARQ W-RDMARQ W-ASOARQ W-CARARQ
           MOVE ZEROS TO W-CERTARQ W-DISCARQ W-APONTARQ
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERARQ.
           OPEN INPUT CADREADM
           IF ST-ERRO = "00"
              MOVE 1 TO W-RDMARQ.
           OPEN INPUT CADASO
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASOARQ.
           OPEN INPUT CADCAR
           IF ST-ERRO = "00"
              MOVE 1 TO W-CARARQ.
           OPEN INPUT CADCERTFUN
           IF ST-ERRO = "00"
              MOVE 1 TO W-CERTARQ.
           OPEN INPUT CADDISC
           IF ST-ERRO = "00"
              MOVE 1 TO W-DISCARQ.
           OPEN INPUT CADAPONT
           IF ST-ERRO = "00"
              MOVE 1 TO W-APONTARQ.
       INC-001.
                MOVE "V" TO W-SAIDA
                MOVE SPACES TO W-OPCAO
                DISPLAY TELAPRINCIPAL
                IF W-QTDDEP > 1
                   DISPLAY (09, 29) "(GESTOR DE " W-QTDDEP
                           " DEPARTAMENTOS)".
       INC-DEP.
                ACCEPT TW-DEPSEL
                MOVE W-DEPSEL TO CODDEP
                READ CADDEP
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DEP.
                IF RESPFUNC NOT = W-CHAPAGES
                   MOVE "*** DEPARTAMENTO DE OUTRO GESTOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DEP.
                MOVE DENDEP TO W-DENSEL
                DISPLAY (08, 34) W-DENSEL.
       INC-SAIDA.
                ACCEPT TW-SAIDA
                IF W-SAIDA = "v"
                   MOVE "V" TO W-SAIDA.
                IF W-SAIDA = "i"
                   MOVE "I" TO W-SAIDA.
                IF W-SAIDA NOT = "V" AND "I"
                   MOVE "*** DIGITE V=VIDEO OU I=SPOOL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SAIDA.
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
       INC-OP0.
           MOVE ZEROS TO W-QTDFUN W-QTDFER W-QTDAFAST W-QTDEXP
           MOVE ZEROS TO W-QTDASOV
           MOVE W-DEPSEL TO ET-DEP
           MOVE W-DENSEL TO ET-DEN
           MOVE W-CHAPAGES TO ET-GES
           MOVE W-HOJEN TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO ET-DATA
           IF W-SAIDA = "V"
              PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM
              GO TO PROC-FUNC.
           MOVE "EQUIPE" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADEQPREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (14, 01) "*** GERANDO O RELATORIO - AGUARDE ***"
           WRITE REGEQPREL FROM EQP-TIT
           WRITE REGEQPREL FROM EQP-SEP
           WRITE REGEQPREL FROM EQP-CAB2
           WRITE REGEQPREL FROM EQP-CAB3
           WRITE REGEQPREL FROM EQP-CAB1
           WRITE REGEQPREL FROM EQP-SEP.
      *----------------------------------------------------------------
      * FUNCIONARIOS NAO DESLIGADOS DO DEPARTAMENTO, NAS FILIAIS
      * PERMITIDAS AO OPERADOR.
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
           IF FUNCDEP NOT = W-DEPSEL OR FUNCSTAT = "D"
              GO TO PROC-FUNC-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO PROC-FUNC-RD.
           PERFORM MONTA-FUNC THRU MONTA-FUNC-FIM
           ADD 1 TO W-QTDFUN
           IF W-SAIDA = "I"
              WRITE REGEQPREL FROM EQP-LIN1
              WRITE REGEQPREL FROM EQP-LIN2
              GO TO PROC-FUNC-RD.
           IF CONLIN > 8
              PERFORM ROT-SOL THRU ROT-SOL-FIM
              IF W-OPCAO = "N"
                 GO TO ROT-FIM.
           COMPUTE LIN = CONLIN * 2 + 4
           DISPLAY (LIN, 01) EQP-LIN1
           ADD 1 TO LIN
           DISPLAY (LIN, 01) EQP-LIN2
           ADD 1 TO CONLIN
           GO TO PROC-FUNC-RD.
       PROC-FUNC-FIM.
           MOVE W-QTDFUN TO ETT-FUN
           MOVE W-QTDFER TO ETT-FER
           MOVE W-QTDAFAST TO ETT-AFAST
           MOVE W-QTDEXP TO ETT-EXP
           MOVE W-QTDASOV TO ETT-ASOV
           IF W-SAIDA = "V"
              GO TO PROC-FUNC-FIMV.
           WRITE REGEQPREL FROM EQP-SEP
           WRITE REGEQPREL FROM EQP-TOT
           CLOSE CADEQPREL
           DISPLAY (14, 01) LIMPA
           MOVE "*** RELATORIO GRAVADO NO SPOOL (EQUIPE) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       PROC-FUNC-FIMV.
           IF W-QTDFUN = ZEROS
              DISPLAY (06, 01)
                      "*** NENHUM FUNCIONARIO NO DEPARTAMENTO ***".
           DISPLAY (22, 01) EQP-TOT
           DISPLAY (23, 13) " *** FIM DA EQUIPE - TECLE ENTER : . ***"
           MOVE SPACES TO W-OPCAO
           ACCEPT  (23, 48) W-OPCAO WITH UPDATE
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CABECALHO DA TELA DE CONSULTA.
      *----------------------------------------------------------------
       MOSTRA-CAB.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) EQP-TIT
           DISPLAY (02, 01) EQP-CAB2
           DISPLAY (03, 01) EQP-CAB3
           DISPLAY (04, 01) EQP-CAB1
           DISPLAY (05, 01) EQP-SEP
           MOVE 1 TO CONLIN.
       MOSTRA-CAB-FIM.
           EXIT.
      *
       ROT-SOL.
           DISPLAY (23, 13) " *** CONTINUA CONSULTA : . ***"
           MOVE "S" TO W-OPCAO
           ACCEPT  (23, 38) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "N" TO W-OPCAO
              GO TO ROT-SOL-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-SOL.
           PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM.
       ROT-SOL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DEPARTAMENTOS ATIVOS SOB A RESPONSABILIDADE DO GESTOR; O
      * PRIMEIRO VEM SUGERIDO NA TELA.
      *----------------------------------------------------------------
       BUSCA-DEP.
           MOVE ZEROS TO W-QTDDEP W-DEPSEL
           MOVE ZEROS TO CODDEP
           START CADDEP KEY IS NOT LESS CODDEP
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-DEP-FIM.
       BUSCA-DEP-RD.
           READ CADDEP NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-DEP-FIM.
           IF RESPFUNC NOT = W-CHAPAGES OR DEPSTAT NOT = "A"
              GO TO BUSCA-DEP-RD.
           ADD 1 TO W-QTDDEP
           IF W-DEPSEL = ZEROS
              MOVE CODDEP TO W-DEPSEL.
           GO TO BUSCA-DEP-RD.
       BUSCA-DEP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MONTA AS DUAS LINHAS DA CHAPA.
      *----------------------------------------------------------------
       MONTA-FUNC.
           MOVE ZEROS TO W-EMFER W-FERFIM W-FERVENC W-FERGOZ W-EXPFIM
           MOVE ZEROS TO W-ULTEXAME W-ASOVENC W-CERTVENC W-QTDMD
           MOVE ZEROS TO W-FALTAS
           PERFORM MONTA-FER THRU MONTA-FER-FIM
           PERFORM MONTA-EXP THRU MONTA-EXP-FIM
           PERFORM MONTA-ASO THRU MONTA-ASO-FIM
           PERFORM MONTA-CERT THRU MONTA-CERT-FIM
           PERFORM MONTA-DISC THRU MONTA-DISC-FIM
           PERFORM MONTA-FALTA THRU MONTA-FALTA-FIM
           PERFORM MONTA-SIT THRU MONTA-SIT-FIM
           MOVE CODFUNC TO EL1-COD
           MOVE NOME TO EL1-NOME
           MOVE W-FALTAS TO EL1-FALT
           MOVE W-FERVENC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO EL2-FERV
           MOVE SPACE TO EL2-FERF
           IF W-FERVENC NOT = ZEROS AND W-FERVENC < W-HOJEN
              MOVE "*" TO EL2-FERF.
           MOVE W-FERGOZ TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO EL2-GOZ
           MOVE W-EXPFIM TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO EL2-EXP
           MOVE W-ASOVENC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO EL2-ASO
           MOVE SPACE TO EL2-ASOF
           IF W-ASOARQ = 1 AND W-ULTEXAME = ZEROS
              MOVE "SEM ASO" TO EL2-ASO.
           IF W-ASOARQ = 1 AND W-ASOVENC < W-HOJEN
              MOVE "*" TO EL2-ASOF.
           MOVE W-CERTVENC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTFMT TO EL2-CERT
           MOVE SPACE TO EL2-CERTF
           IF W-CERTVENC NOT = ZEROS AND W-CERTVENC < W-HOJEN
              MOVE "*" TO EL2-CERTF.
           MOVE W-QTDMD TO EL2-MD.
       MONTA-FUNC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FERIAS: GOZO EM CURSO HOJE, MENOR PRAZO DE CONCESSAO DOS
      * PERIODOS NAO GOZADOS (ADMISSAO + FERSEQ + 1 ANOS, COMO NO
      * FPP017) E O PROXIMO INICIO DE GOZO PROGRAMADO.
      *----------------------------------------------------------------
       MONTA-FER.
           IF W-FERARQ NOT = 1
              GO TO MONTA-FER-FIM.
           MOVE CODFUNC TO FERCODFUNC
           MOVE ZEROS TO FERSEQ
           START CADFERIAS KEY IS NOT LESS FERKEY
           IF ST-ERRO NOT = "00"
              GO TO MONTA-FER-FIM.
       MONTA-FER-RD.
           READ CADFERIAS NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-FER-FIM.
           IF FERCODFUNC NOT = CODFUNC
              GO TO MONTA-FER-FIM.
           IF FERDIASGOZ NOT = ZEROS AND FERDATAINIGOZ NOT = ZEROS
              AND FERDATAINIGOZ NOT > W-HOJEN
              COMPUTE W-INTAUX = FUNCTION INTEGER-OF-DATE(FERDATAINIGOZ)
                               + FERDIASGOZ - 1
              IF W-INTAUX NOT < W-INTHOJE
                 MOVE 1 TO W-EMFER
                 COMPUTE W-FERFIM = FUNCTION DATE-OF-INTEGER(W-INTAUX).
           IF FERSTAT = "G"
              GO TO MONTA-FER-RD.
           IF FERDATAINIGOZ > W-HOJEN
              IF W-FERGOZ = ZEROS OR FERDATAINIGOZ < W-FERGOZ
                 MOVE FERDATAINIGOZ TO W-FERGOZ.
           IF FERDATAADM = ZEROS
              GO TO MONTA-FER-RD.
           MOVE FERDATAADM TO W-VENCTO
           MOVE FERDATAADM(1:4) TO W-VENCANO
           ADD FERSEQ TO W-VENCANO
           ADD 1 TO W-VENCANO
           MOVE W-VENCANO TO W-VENCTO(1:4)
           IF W-FERVENC = ZEROS OR W-VENCTO < W-FERVENC
              MOVE W-VENCTO TO W-FERVENC.
           GO TO MONTA-FER-RD.
       MONTA-FER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FIM DO PERIODO DE EXPERIENCIA EM CURSO (45+45 DIAS, FPP027);
      * READMITIDO NO MESMO CARGO NAO TEM EXPERIENCIA.
      *----------------------------------------------------------------
       MONTA-EXP.
           IF DATAADM = ZEROS OR DATAADM > W-HOJEN
              GO TO MONTA-EXP-FIM.
           COMPUTE W-INTADM = FUNCTION INTEGER-OF-DATE(DATAADM)
           COMPUTE W-DIAS = W-INTHOJE - W-INTADM
           IF W-DIAS > 89
              GO TO MONTA-EXP-FIM.
           IF W-RDMARQ = 1
              MOVE CODFUNC TO RDM-CODFUNC
              READ CADREADM
              IF ST-ERRO = "00" AND RDM-EXPER = "N"
                 GO TO MONTA-EXP-FIM.
           IF W-DIAS > 44
              COMPUTE W-INTAUX = W-INTADM + 89
           ELSE
              COMPUTE W-INTAUX = W-INTADM + 44.
           COMPUTE W-EXPFIM = FUNCTION DATE-OF-INTEGER(W-INTAUX)
           ADD 1 TO W-QTDEXP.
       MONTA-EXP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VENCIMENTO DO ASO: ULTIMO EXAME APTO MAIS A VALIDADE PELO GRAU
      * DE RISCO DO CARGO (COMO NO FPP101).
      *----------------------------------------------------------------
       MONTA-ASO.
           IF W-ASOARQ NOT = 1
              GO TO MONTA-ASO-FIM.
           MOVE CODFUNC TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS ASO-KEY
           IF ST-ERRO NOT = "00"
              GO TO MONTA-ASO-VENC.
       MONTA-ASO-RD.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-ASO-VENC.
           IF ASO-CODFUNC NOT = CODFUNC
              GO TO MONTA-ASO-VENC.
           IF ASO-TIPO = "D" OR ASO-RESULT NOT = "A"
              GO TO MONTA-ASO-RD.
           IF ASO-DATA > W-ULTEXAME
              MOVE ASO-DATA TO W-ULTEXAME.
           GO TO MONTA-ASO-RD.
       MONTA-ASO-VENC.
           IF W-ULTEXAME = ZEROS
              ADD 1 TO W-QTDASOV
              GO TO MONTA-ASO-FIM.
           MOVE 12 TO W-VALMESES
           IF W-CARARQ = 1
              MOVE FUNCCAR TO CODCAR
              READ CADCAR
              IF ST-ERRO = "00"
                 IF GRAURISCO NOT < 1 AND GRAURISCO NOT > 3
                    MOVE TB-VALID-MES(GRAURISCO) TO W-VALMESES.
           MOVE W-ULTEXAME(1:4) TO W-VENCANO
           MOVE W-ULTEXAME(5:2) TO W-VENCMES
           MOVE W-ULTEXAME(7:2) TO W-VENCDIA
           COMPUTE W-VENCTOT = W-VENCANO * 12 + W-VENCMES
                 + W-VALMESES
           COMPUTE W-VENCANO = (W-VENCTOT - 1) / 12
           COMPUTE W-VENCMES = W-VENCTOT - W-VENCANO * 12
           COMPUTE W-ASOVENC = W-VENCANO * 10000 + W-VENCMES * 100
                 + W-VENCDIA
           IF W-ASOVENC < W-HOJEN
              ADD 1 TO W-QTDASOV.
       MONTA-ASO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CERTIFICACOES: A QUE VENCE PRIMEIRO, CONSIDERANDO PARA CADA
      * CERTIFICACAO A MAIOR VALIDADE OBTIDA (ATE 20 POR CHAPA).
      *----------------------------------------------------------------
       MONTA-CERT.
           MOVE ZEROS TO W-QTDTC
           IF W-CERTARQ NOT = 1
              GO TO MONTA-CERT-FIM.
           MOVE CODFUNC TO CFU-CODFUNC
           MOVE ZEROS TO CFU-SEQ
           START CADCERTFUN KEY IS NOT LESS CFU-KEY
           IF ST-ERRO NOT = "00"
              GO TO MONTA-CERT-FIM.
       MONTA-CERT-RD.
           READ CADCERTFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-CERT-MIN.
           IF CFU-CODFUNC NOT = CODFUNC
              GO TO MONTA-CERT-MIN.
           IF CFU-DATAVAL = ZEROS
              GO TO MONTA-CERT-RD.
           MOVE 1 TO IXC.
       MONTA-CERT-PROC.
           IF IXC > W-QTDTC
              IF W-QTDTC < 20
                 ADD 1 TO W-QTDTC
                 MOVE CFU-CERT TO W-TC-CERT(W-QTDTC)
                 MOVE CFU-DATAVAL TO W-TC-VAL(W-QTDTC)
              END-IF
              GO TO MONTA-CERT-RD.
           IF W-TC-CERT(IXC) = CFU-CERT
              IF CFU-DATAVAL > W-TC-VAL(IXC)
                 MOVE CFU-DATAVAL TO W-TC-VAL(IXC)
              END-IF
              GO TO MONTA-CERT-RD.
           ADD 1 TO IXC
           GO TO MONTA-CERT-PROC.
       MONTA-CERT-MIN.
           MOVE 1 TO IXC.
       MONTA-CERT-MIN-LP.
           IF IXC > W-QTDTC
              GO TO MONTA-CERT-FIM.
           IF W-CERTVENC = ZEROS OR W-TC-VAL(IXC) < W-CERTVENC
              MOVE W-TC-VAL(IXC) TO W-CERTVENC.
           ADD 1 TO IXC
           GO TO MONTA-CERT-MIN-LP.
       MONTA-CERT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MEDIDAS DISCIPLINARES ATIVAS (FPP110, STATUS "A").
      *----------------------------------------------------------------
       MONTA-DISC.
           IF W-DISCARQ NOT = 1
              GO TO MONTA-DISC-FIM.
           MOVE CODFUNC TO DSC-CODFUNC
           MOVE ZEROS TO DSC-SEQ
           START CADDISC KEY IS NOT LESS DSC-KEY
           IF ST-ERRO NOT = "00"
              GO TO MONTA-DISC-FIM.
       MONTA-DISC-RD.
           READ CADDISC NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-DISC-FIM.
           IF DSC-CODFUNC NOT = CODFUNC
              GO TO MONTA-DISC-FIM.
           IF DSC-STAT = "A" AND W-QTDMD < 99
              ADD 1 TO W-QTDMD.
           GO TO MONTA-DISC-RD.
       MONTA-DISC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FALTAS DO MES CORRENTE NO APONTAMENTO (ARQAPONT).
      *----------------------------------------------------------------
       MONTA-FALTA.
           IF W-APONTARQ NOT = 1
              GO TO MONTA-FALTA-FIM.
           MOVE CODFUNC TO APONTCODFUNC
           MOVE W-HOJE-MM TO APONTMES
           MOVE W-HOJE-AA TO APONTANO
           READ CADAPONT
           IF ST-ERRO = "00"
              MOVE APONTFALTAS TO W-FALTAS.
       MONTA-FALTA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SITUACAO: AFASTAMENTO DO CADFUNC (TIPOAFAST, COM O RETORNO
      * PREVISTO), FERIAS EM GOZO OU ATIVO.
      *----------------------------------------------------------------
       MONTA-SIT.
           MOVE SPACES TO EL1-SIT
           IF FUNCSTAT = "S"
              GO TO MONTA-SIT-AFAST.
           IF W-EMFER = 1
              MOVE W-FERFIM TO W-DTIN
              PERFORM FMT-DATA THRU FMT-DATA-FIM
              STRING "EM FERIAS ATE " W-DTFMT DELIMITED BY SIZE
                     INTO EL1-SIT
              ADD 1 TO W-QTDFER
              GO TO MONTA-SIT-FIM.
           MOVE "ATIVO" TO EL1-SIT
           GO TO MONTA-SIT-FIM.
       MONTA-SIT-AFAST.
           ADD 1 TO W-QTDAFAST
           MOVE "AFASTADO" TO W-SITTXT
           IF TIPOAFAST = "M"
              MOVE "LIC.MATERN." TO W-SITTXT.
           IF TIPOAFAST = "D"
              MOVE "DOENCA/INSS" TO W-SITTXT.
           IF TIPOAFAST = "L"
              MOVE "LIC.N.REMUN." TO W-SITTXT.
           IF DATAPREVRET = ZEROS
              MOVE W-SITTXT TO EL1-SIT
              GO TO MONTA-SIT-FIM.
           MOVE DATAPREVRET TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           STRING W-SITTXT DELIMITED BY SPACE
                  " RET." W-DTFMT DELIMITED BY SIZE
                  INTO EL1-SIT.
       MONTA-SIT-FIM.
           EXIT.
      *
       FMT-DATA.
           MOVE SPACES TO W-DTFMT
           IF W-DTIN = ZEROS
              GO TO FMT-DATA-FIM.
           MOVE W-DTIN-DD TO W-DTOUT-DD
           MOVE W-DTIN-MM TO W-DTOUT-MM
           MOVE W-DTIN-AA TO W-DTOUT-AA
           MOVE W-DTOUT TO W-DTFMT.
       FMT-DATA-FIM.
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
           IF W-FERARQ = 1
              CLOSE CADFERIAS.
           IF W-RDMARQ = 1
              CLOSE CADREADM.
           IF W-ASOARQ = 1
              CLOSE CADASO.
           IF W-CARARQ = 1
              CLOSE CADCAR.
           IF W-CERTARQ = 1
              CLOSE CADCERTFUN.
           IF W-DISCARQ = 1
              CLOSE CADDISC.
           IF W-APONTARQ = 1
              CLOSE CADAPONT.
           CLOSE CADFUNC CADDEP.
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
