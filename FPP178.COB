       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP178.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * LOTE NOTURNO DAS ALTERACOES PROGRAMADAS (FPP177):    *
      * APLICA NO CADFUNC AS ALTERACOES APROVADAS CUJA DATA  *
      * DE VIGENCIA CHEGOU, GRAVANDO O ARQMOVHIST, O CADLOG  *
      * E, NA TROCA DE FILIAL, O ARQTRANSF E OS EVENTOS      *
      * ESOCIAL COMO O FPP171. A ALTERACAO QUE NAO PODE SER  *
      * APLICADA FICA "N" COM O MOTIVO. O RELATORIO NO SPOOL *
      * LISTA AS EFETIVADAS, AS RECUSADAS E AS VENCIDAS      *
      * AINDA SEM APROVACAO                                  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FUT-KEY
                      ALTERNATE RECORD KEY IS FUT-DATAEF
                      WITH DUPLICATES
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
           SELECT CADGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRD-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCOMPET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPTKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADMOVH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MHKEY
                      ALTERNATE RECORD KEY IS MHCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESONP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ENP-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADFUTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * ALTERACOES PROGRAMADAS (LAYOUT DO FPP177).
      *-----------------------------------------------------------------
       FD CADFUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUTMOV.DAT".
       01 REGFUT.
          03 FUT-DATAEF               PIC 9(08).
          03 FUT-CARNOV               PIC 9(03).
          03 FUT-DEPNOV               PIC 9(03).
          03 FUT-NVLNOV               PIC 9(02).
          03 FUT-FILNOV               PIC 9(02).
          03 FUT-REGNOV               PIC X(01).
          03 FUT-STAT                 PIC X(01).
          03 FUT-OPER                 PIC X(08).
          03 FUT-DATAREG              PIC 9(08).
          03 FUT-APROV                PIC X(08).
          03 FUT-PNDSEQ               PIC 9(06).
          03 FUT-DATAPROC             PIC 9(08).
          03 FUT-MOTIVO               PIC X(40).
          03 FUT-KEY.
              05 FUT-CODFUNC          PIC 9(06).
              05 FUT-SEQ              PIC 9(03).
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
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-TIPO                 PIC X(01).
          03 GRD-VALOR                PIC 9(06)V99.
          03 GRD-STAT                 PIC X(01).
          03 GRD-KEY.
              05 GRD-CARGO            PIC 9(03).
              05 GRD-NIVEL            PIC 9(02).
      *-----------------------------------------------------------------
       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
          03 CPTSTAT                  PIC X(01).
          03 CPTKEY.
              05 CPTMES               PIC 9(02).
              05 CPTANO               PIC 9(04).
              05 CPTFIL               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADMOVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVHIST.DAT".
       01 REGMOVH.
          03 MHDATAEF                 PIC 9(08).
          03 MHDEPANT                 PIC 9(03).
          03 MHDEPNOV                 PIC 9(03).
          03 MHCARANT                 PIC 9(03).
          03 MHCARNOV                 PIC 9(03).
          03 MHNVLANT                 PIC 9(02).
          03 MHNVLNOV                 PIC 9(02).
          03 MHKEY.
              05 MHCODFUNC            PIC 9(06).
              05 MHSEQ                PIC 9(03).
      *-----------------------------------------------------------------
      * TRANSFERENCIAS ENTRE FILIAIS (LAYOUT DO FPP171).
      *-----------------------------------------------------------------
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
          03 TRF-DATAEF               PIC 9(08).
          03 TRF-FILANT               PIC 9(02).
          03 TRF-FILNOV               PIC 9(02).
          03 TRF-DEPANT               PIC 9(03).
          03 TRF-DEPNOV               PIC 9(03).
          03 TRF-DIASANT              PIC 9(02).
          03 TRF-ESOEVT               PIC X(01).
          03 TRF-OPER                 PIC X(08).
          03 TRF-DATAREG              PIC 9(08).
          03 TRF-KEY.
              05 TRF-CODFUNC          PIC 9(06).
              05 TRF-ANO              PIC 9(04).
              05 TRF-MES              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADESONP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESONP.DAT".
       01 REGESONP.
          03 ENP-STAT                 PIC X(01).
          03 ENP-GERDATA              PIC 9(08).
          03 ENP-DATAFIM              PIC 9(08).
          03 ENP-MOTIVO               PIC X(01).
          03 ENP-FECHADO              PIC X(01).
          03 ENP-REGIME               PIC X(01).
          03 ENP-KEY.
              05 ENP-CODFUNC          PIC 9(06).
              05 ENP-TIPO             PIC X(01).
              05 ENP-DATA             PIC 9(08).
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
       FD CADTRFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGTRFTX    PIC X(140).
      *-----------------------------------------------------------------
       FD CADFUTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGFUTTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE "FPP178".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJEX REDEFINES W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-CPTARQ        PIC 9(01) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-TRANSF        PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-FUTANTES      PIC X(107) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-QTDEFET       PIC 9(05) VALUE ZEROS.
       01 W-QTDRECU       PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND       PIC 9(05) VALUE ZEROS.
       01 W-QTDDEP        PIC 9(04) VALUE ZEROS.
      *----------[ SITUACAO ANTERIOR E RESULTANTE DA CHAPA ]------------
       01 W-CODFUNC       PIC 9(06) VALUE ZEROS.
       01 W-DATAEF        PIC 9(08) VALUE ZEROS.
       01 W-CARANT        PIC 9(03) VALUE ZEROS.
       01 W-DEPANT        PIC 9(03) VALUE ZEROS.
       01 W-NVLANT        PIC 9(02) VALUE ZEROS.
       01 W-FILANT        PIC 9(02) VALUE ZEROS.
       01 W-CARRES        PIC 9(03) VALUE ZEROS.
       01 W-DEPRES        PIC 9(03) VALUE ZEROS.
       01 W-NVLRES        PIC 9(02) VALUE ZEROS.
       01 W-FILRES        PIC 9(02) VALUE ZEROS.
       01 W-REGRES        PIC X(01) VALUE SPACES.
      *----------[ TRANSFERENCIA ENTRE FILIAIS (COMO NO FPP171) ]-------
       01 W-FILNOV        PIC 9(02) VALUE ZEROS.
       01 W-DEPNOV        PIC 9(03) VALUE ZEROS.
       01 W-DIASANT       PIC 9(02) VALUE ZEROS.
       01 W-CNPJANT       PIC 9(14) VALUE ZEROS.
       01 W-CNPJNOV       PIC 9(14) VALUE ZEROS.
       01 W-ESOEVT        PIC X(01) VALUE SPACES.
       01 W-DTDESL        PIC 9(08) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 TAB-ULTDIA.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-ULTDIAX REDEFINES TAB-ULTDIA.
          03 TB-ULTDIA    PIC 9(02) OCCURS 12 TIMES.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADTRFRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *----------[ EVENTOS EM LAYOUT TIPO ESOCIAL (DELIMITADO) ]--------
       01 LIN2206.
                03 FILLER         PIC X(06) VALUE "S2206;".
                03 L26-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-DATAALT    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-DEP        PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-CARGO      PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-NVL        PIC 9(02).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-SALBASE    PIC 9(06)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-REGIME     PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-NOME       PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-CNPJ       PIC 9(14).
       01 LIN2299.
                03 FILLER         PIC X(06) VALUE "S2299;".
                03 L29-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L29-DATADEM    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L29-MOTIVO     PIC X(02) VALUE "11".
                03 FILLER         PIC X(01) VALUE ";".
                03 L29-NOME       PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 L29-CNPJANT    PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L29-CNPJNOV    PIC 9(14).
       01 LIN2200.
                03 FILLER         PIC X(06) VALUE "S2200;".
                03 L22-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-PIS        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-CTPS       PIC X(12).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-DATAADM    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-CARGO      PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-SALBASE    PIC 9(06)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-NOME       PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-CNPJNOV    PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-CNPJANT    PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L22-DATATRF    PIC 9(08).
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
       01 FTL-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 FTL-TIT.
                03 FILLER      PIC X(50) VALUE
                   "ALTERACOES PROGRAMADAS - APLICACAO NA DATA DE VIGE".
                03 FILLER      PIC X(15) VALUE "NCIA           ".
                03 FTL-DH      PIC X(14).
       01 FTL-CAB.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                      VIGENCIA   ".
                03 FILLER      PIC X(40) VALUE
                   "CAR DEP NV FI R SITUACAO   SOLIC.   APRO".
                03 FILLER      PIC X(03) VALUE "V. ".
       01 FTL-ITEM.
                03 FTL-CHAPA   PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-NOME    PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-DIA     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 FTL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 FTL-ANO     PIC 9999.
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-CAR     PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-DEP     PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-NVL     PIC X(02).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-FIL     PIC X(02).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-REG     PIC X(01).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-SIT     PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-OPER    PIC X(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 FTL-APROV   PIC X(08).
       01 FTL-NUM3        PIC 9(03) VALUE ZEROS.
       01 FTL-NUM2        PIC 9(02) VALUE ZEROS.
       01 FTL-DET.
                03 FILLER      PIC X(07) VALUE SPACES.
                03 FILLER      PIC X(08) VALUE "MOTIVO: ".
                03 FTL-MOTIVO  PIC X(40).
       01 FTL-TOTAL.
                03 FILLER      PIC X(12) VALUE "EFETIVADAS: ".
                03 FTL-QTDEFET PIC ZZZZ9.
                03 FILLER      PIC X(18) VALUE "  NAO APLICADAS: ".
                03 FTL-QTDRECU PIC ZZZZ9.
                03 FILLER      PIC X(26) VALUE
                   "  VENCIDAS SEM APROVACAO: ".
                03 FTL-QTDPEND PIC ZZZZ9.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP178".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQFUNC   ARQMOVHISTARQFUTMOV ARQTRANSF ".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
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
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ALTERACOES PROGRAMADAS - APLICACAO ".
           05  LINE 02  COLUMN 43
               VALUE  "NA DATA DE VIGENCIA ***".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAPRINCIPAL.
       INC-OP0.
      * INTERTRAVAMENTO DE JOBS (FPP122): NAO RODA JUNTO COM OUTRO
      * LOTE QUE ATUALIZE OS MESMOS ARQUIVOS.
           MOVE "I" TO W-JOBFUNC
           MOVE W-OPERID TO W-JOBOPER
           CALL "FPP122.COB" USING W-JOBPARM
           IF W-JOBRC NOT = "S"
              MOVE W-JOBMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE 1 TO W-JOBREG.
           OPEN I-O CADFUT
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA ALTERACAO PROGRAMADA (ARQFUTMOV) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUT
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUT CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUT CADFUNC CADDEP
              GO TO ROT-FIM2.
      * FILIAIS, GRADE SALARIAL E COMPETENCIAS SAO OPCIONAIS; SEM O
      * ARQUIVO DE FILIAIS A TROCA DE FILIAL NAO E APLICADA.
           MOVE ZEROS TO W-FILARQ W-GRADEARQ W-CPTARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           OPEN INPUT CADCOMPET
           IF ST-ERRO = "00"
              MOVE 1 TO W-CPTARQ.
       INC-OP1.
           OPEN I-O CADMOVH
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMOVH
                 CLOSE CADMOVH
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O CADTRANSF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRANSF
                 CLOSE CADTRANSF
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRANSF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMOVH
                 GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O CADESONP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESONP
                 CLOSE CADESONP
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESONP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMOVH CADTRANSF
                 GO TO ROT-FIM.
       INC-SPL.
           MOVE "FUTMOV" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADFUTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           DISPLAY (12, 01) "*** APLICANDO AS ALTERACOES - AGUARDE ***"
           MOVE W-SPLDH TO FTL-DH
           WRITE REGFUTTX FROM FTL-TIT
           WRITE REGFUTTX FROM FTL-SEP
           WRITE REGFUTTX FROM FTL-CAB
           WRITE REGFUTTX FROM FTL-SEP.
      *----------------------------------------------------------------
      * PERCORRE AS ALTERACOES PELA DATA DE VIGENCIA ATE HOJE. "A"
      * E APLICADA OU RECUSADA; "P" VENCIDA SO E LISTADA (CONTINUA
      * AGUARDANDO O FPP054).
      *----------------------------------------------------------------
       PROC-001.
           MOVE ZEROS TO FUT-DATAEF
           START CADFUT KEY IS NOT LESS FUT-DATAEF
           IF ST-ERRO NOT = "00"
              GO TO PROC-FIM.
       PROC-RD.
           READ CADFUT NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FIM.
           IF FUT-DATAEF > W-HOJE
              GO TO PROC-FIM.
           IF FUT-STAT = "P"
              ADD 1 TO W-QTDPEND
              MOVE "SEM APROV." TO FTL-SIT
              MOVE "AGUARDANDO APROVACAO (FPP054)" TO W-MOTIVO
              PERFORM IMPRIME THRU IMPRIME-FIM
              GO TO PROC-RD.
           IF FUT-STAT NOT = "A"
              GO TO PROC-RD.
           MOVE REGFUT TO W-FUTANTES
           MOVE SPACES TO W-MOTIVO
           PERFORM VALIDA THRU VALIDA-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROC-RECUSA.
           PERFORM APLICA THRU APLICA-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROC-RECUSA.
           MOVE "E" TO FUT-STAT
           MOVE W-HOJE TO FUT-DATAPROC
           MOVE SPACES TO FUT-MOTIVO
           ADD 1 TO W-QTDEFET
           MOVE "EFETIVADA" TO FTL-SIT
           GO TO PROC-GRAVA.
       PROC-RECUSA.
           MOVE "N" TO FUT-STAT
           MOVE W-HOJE TO FUT-DATAPROC
           MOVE W-MOTIVO TO FUT-MOTIVO
           ADD 1 TO W-QTDRECU
           MOVE "NAO APLIC." TO FTL-SIT.
       PROC-GRAVA.
           REWRITE REGFUT
           MOVE "CADFUTMOV" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE FUT-KEY TO LOG-CHAVE
           MOVE W-FUTANTES TO LOG-ANTES
           MOVE REGFUT TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-RD.
       PROC-FIM.
           WRITE REGFUTTX FROM FTL-SEP
           MOVE W-QTDEFET TO FTL-QTDEFET
           MOVE W-QTDRECU TO FTL-QTDRECU
           MOVE W-QTDPEND TO FTL-QTDPEND
           WRITE REGFUTTX FROM FTL-TOTAL
           CLOSE CADFUTTX
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) "EFETIVADAS             : " W-QTDEFET
           DISPLAY (15, 01) "NAO APLICADAS          : " W-QTDRECU
           DISPLAY (16, 01) "VENCIDAS SEM APROVACAO : " W-QTDPEND
           MOVE "*** RELATORIO GRAVADO NO SPOOL (FUTMOV) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM3.
      *----------------------------------------------------------------
      * CONFERE A ALTERACAO CONTRA O CADASTRO DE HOJE. QUALQUER
      * IMPEDIMENTO VOLTA EM W-MOTIVO E A ALTERACAO NAO E APLICADA.
      *----------------------------------------------------------------
       VALIDA.
           MOVE FUT-CODFUNC TO W-CODFUNC CODFUNC
           MOVE FUT-DATAEF TO W-DATAEF
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
              GO TO VALIDA-FIM.
           IF FUNCSTAT = "D"
              MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO
              GO TO VALIDA-FIM.
           MOVE FUNCCAR TO W-CARANT W-CARRES
           MOVE FUNCDEP TO W-DEPANT W-DEPRES
           MOVE NVLSAL TO W-NVLANT W-NVLRES
           MOVE FILIAL TO W-FILANT W-FILRES
           MOVE TIPOREGIME TO W-REGRES
           IF FUT-CARNOV NOT = ZEROS
              MOVE FUT-CARNOV TO W-CARRES.
           IF FUT-DEPNOV NOT = ZEROS
              MOVE FUT-DEPNOV TO W-DEPRES.
           IF FUT-NVLNOV NOT = 99
              MOVE FUT-NVLNOV TO W-NVLRES.
           IF FUT-FILNOV NOT = ZEROS
              MOVE FUT-FILNOV TO W-FILRES.
           IF FUT-REGNOV NOT = SPACE
              MOVE FUT-REGNOV TO W-REGRES.
           MOVE ZEROS TO W-TRANSF
           IF W-FILRES NOT = W-FILANT
              MOVE 1 TO W-TRANSF.
           IF W-CARRES = W-CARANT AND W-DEPRES = W-DEPANT
              AND W-NVLRES = W-NVLANT AND W-TRANSF = ZEROS
              AND W-REGRES = TIPOREGIME
              MOVE "CADASTRO JA ESTA COM OS VALORES NOVOS" TO W-MOTIVO
              GO TO VALIDA-FIM.
       VALIDA-CAR.
           IF W-CARRES = W-CARANT
              GO TO VALIDA-DEP.
           MOVE W-CARRES TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "CARGO NAO CADASTRADO" TO W-MOTIVO
              GO TO VALIDA-FIM.
       VALIDA-DEP.
           IF W-DEPRES = W-DEPANT AND W-TRANSF = ZEROS
              GO TO VALIDA-GRADE.
           MOVE W-DEPRES TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00" OR DEPSTAT NOT = "A"
              MOVE "DEPARTAMENTO INEXISTENTE OU INATIVO" TO W-MOTIVO
              GO TO VALIDA-FIM.
           IF DEPFILIAL NOT = W-FILRES
              MOVE "DEPTO NAO PERTENCE A FILIAL DE DESTINO" TO W-MOTIVO
              GO TO VALIDA-FIM.
           IF W-DEPRES = W-DEPANT OR LIMFUNC = ZEROS
              GO TO VALIDA-GRADE.
           PERFORM CONTA-DEP THRU CONTA-DEP-FIM
           IF W-QTDDEP + 1 > LIMFUNC
              MOVE "LIMITE DE FUNCIONARIOS DO DEPTO ATINGIDO"
                                                          TO W-MOTIVO
              GO TO VALIDA-FIM.
       VALIDA-GRADE.
           IF W-CARRES = W-CARANT AND W-NVLRES = W-NVLANT
              GO TO VALIDA-FIL.
           PERFORM VERIF-GRADE THRU VERIF-GRADE-FIM
           IF W-ACHOU = 9
              MOVE "NIVEL FORA DA GRADE DO CARGO (FPP082)" TO W-MOTIVO
              GO TO VALIDA-FIM.
      * TROCA DE FILIAL: AS MESMAS REGRAS DA TRANSFERENCIA DO FPP171.
       VALIDA-FIL.
           IF W-TRANSF = ZEROS
              GO TO VALIDA-FIM.
           IF W-FILARQ NOT = 1
              MOVE "ARQUIVO DE FILIAIS AUSENTE (FPP057)" TO W-MOTIVO
              GO TO VALIDA-FIM.
           MOVE ZEROS TO W-CNPJANT
           MOVE W-FILANT TO FILCOD
           READ CADFILIAL
           IF ST-ERRO = "00"
              MOVE FILCNPJ TO W-CNPJANT.
           MOVE W-FILRES TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00" OR FILSTAT NOT = "A"
              MOVE "FILIAL INEXISTENTE OU INATIVA" TO W-MOTIVO
              GO TO VALIDA-FIM.
           MOVE FILCNPJ TO W-CNPJNOV
           IF W-CPTARQ NOT = 1
              GO TO VALIDA-TRF.
           MOVE W-DATAEF(5:2) TO CPTMES
           MOVE W-DATAEF(1:4) TO CPTANO
           MOVE W-FILANT TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO = "00" AND CPTSTAT = "F"
              MOVE "COMPETENCIA FECHADA NA FILIAL DE ORIGEM" TO W-MOTIVO
              GO TO VALIDA-FIM.
           MOVE W-FILRES TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO = "00" AND CPTSTAT = "F"
              MOVE "COMPETENCIA FECHADA NA FILIAL DE DESTINO"
                                                          TO W-MOTIVO
              GO TO VALIDA-FIM.
       VALIDA-TRF.
           MOVE W-CODFUNC TO TRF-CODFUNC
           MOVE W-DATAEF(1:4) TO TRF-ANO
           MOVE W-DATAEF(5:2) TO TRF-MES
           READ CADTRANSF
           IF ST-ERRO = "00"
              MOVE "JA HOUVE TRANSFERENCIA DA CHAPA NO MES" TO W-MOTIVO.
       VALIDA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * APLICA A ALTERACAO NO CADFUNC (RELIDO, POIS A CONTAGEM DO
      * DEPARTAMENTO PERCORRE O ARQUIVO), O HISTORICO E O CADLOG; NA
      * TROCA DE FILIAL GRAVA TAMBEM O ARQTRANSF E OS EVENTOS.
      *----------------------------------------------------------------
       APLICA.
           MOVE W-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
              GO TO APLICA-FIM.
           MOVE REGFUNC TO W-REGANTES
           MOVE W-CARRES TO FUNCCAR
           MOVE W-DEPRES TO FUNCDEP
           MOVE W-NVLRES TO NVLSAL
           MOVE W-FILRES TO FILIAL
           MOVE W-REGRES TO TIPOREGIME
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADFUNC" TO W-MOTIVO
              GO TO APLICA-FIM.
           PERFORM GRAVA-MOVHIST THRU GRAVA-MOVHIST-FIM
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE CODFUNC TO LOG-CHAVE
           MOVE W-REGANTES TO LOG-ANTES
           MOVE REGFUNC TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-TRANSF = ZEROS
              GO TO APLICA-FIM.
           MOVE W-FILRES TO W-FILNOV
           MOVE W-DEPRES TO W-DEPNOV
      * DIAS DO MES COMERCIAL ATE A VESPERA DA DATA EFETIVA.
           MOVE W-DATAEF(7:2) TO W-DIAC
           COMPUTE W-DIASANT = W-DIAC - 1
           IF W-DIASANT > 30
              MOVE 30 TO W-DIASANT.
           IF W-CNPJANT(1:8) = W-CNPJNOV(1:8)
              MOVE "A" TO W-ESOEVT
           ELSE
              MOVE "S" TO W-ESOEVT.
           MOVE W-DATAEF TO TRF-DATAEF
           MOVE W-FILANT TO TRF-FILANT
           MOVE W-FILNOV TO TRF-FILNOV
           MOVE W-DEPANT TO TRF-DEPANT
           MOVE W-DEPNOV TO TRF-DEPNOV
           MOVE W-DIASANT TO TRF-DIASANT
           MOVE W-ESOEVT TO TRF-ESOEVT
           MOVE W-OPERID TO TRF-OPER
           MOVE W-HOJE TO TRF-DATAREG
           MOVE W-CODFUNC TO TRF-CODFUNC
           MOVE W-DATAEF(1:4) TO TRF-ANO
           MOVE W-DATAEF(5:2) TO TRF-MES
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00"
              GO TO APLICA-FIM.
           MOVE "CADTRANSF" TO LOG-ARQUIVO
           MOVE "I" TO LOG-ACAO
           MOVE W-CODFUNC TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES
           MOVE REGTRANSF TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM GERA-EVENTOS THRU GERA-EVENTOS-FIM.
       APLICA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CHAPAS ATIVAS JA LOTADAS NO DEPARTAMENTO DE DESTINO.
      *----------------------------------------------------------------
       CONTA-DEP.
           MOVE ZEROS TO W-QTDDEP
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO CONTA-DEP-FIM.
       CONTA-DEP-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO CONTA-DEP-FIM.
           IF FUNCDEP = W-DEPRES AND FUNCSTAT NOT = "D"
              AND CODFUNC NOT = W-CODFUNC
              ADD 1 TO W-QTDDEP.
           GO TO CONTA-DEP-LP.
       CONTA-DEP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRADE SALARIAL DO CARGO RESULTANTE (MESMA REGRA DO FPP177).
      *----------------------------------------------------------------
       VERIF-GRADE.
           MOVE ZEROS TO W-ACHOU
           IF W-GRADEARQ NOT = 1
              GO TO VERIF-GRADE-FIM.
           MOVE W-CARRES TO GRD-CARGO
           MOVE W-NVLRES TO GRD-NIVEL
           READ CADGRADE
           IF ST-ERRO = "00" AND GRD-STAT = "A"
              GO TO VERIF-GRADE-FIM.
           MOVE W-CARRES TO GRD-CARGO
           MOVE ZEROS TO GRD-NIVEL
           START CADGRADE KEY IS NOT LESS GRD-KEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           READ CADGRADE NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           IF GRD-CARGO = W-CARRES
              MOVE 9 TO W-ACHOU.
       VERIF-GRADE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHA DO RELATORIO: CAMPOS QUE NAO MUDAM SAEM EM BRANCO.
      *----------------------------------------------------------------
       IMPRIME.
           MOVE FUT-CODFUNC TO FTL-CHAPA CODFUNC
           MOVE SPACES TO FTL-NOME
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO FTL-NOME.
           MOVE FUT-DATAEF(7:2) TO FTL-DIA
           MOVE FUT-DATAEF(5:2) TO FTL-MES
           MOVE FUT-DATAEF(1:4) TO FTL-ANO
           MOVE SPACES TO FTL-CAR FTL-DEP FTL-NVL FTL-FIL
           IF FUT-CARNOV NOT = ZEROS
              MOVE FUT-CARNOV TO FTL-NUM3
              MOVE FTL-NUM3 TO FTL-CAR.
           IF FUT-DEPNOV NOT = ZEROS
              MOVE FUT-DEPNOV TO FTL-NUM3
              MOVE FTL-NUM3 TO FTL-DEP.
           IF FUT-NVLNOV NOT = 99
              MOVE FUT-NVLNOV TO FTL-NUM2
              MOVE FTL-NUM2 TO FTL-NVL.
           IF FUT-FILNOV NOT = ZEROS
              MOVE FUT-FILNOV TO FTL-NUM2
              MOVE FTL-NUM2 TO FTL-FIL.
           MOVE FUT-REGNOV TO FTL-REG
           MOVE FUT-OPER TO FTL-OPER
           MOVE FUT-APROV TO FTL-APROV
           WRITE REGFUTTX FROM FTL-ITEM
           IF FUT-STAT = "E"
              GO TO IMPRIME-FIM.
           MOVE W-MOTIVO TO FTL-MOTIVO
           WRITE REGFUTTX FROM FTL-DET.
       IMPRIME-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HISTORICO DE MOVIMENTACAO (MESMA CONVENCAO DO FPP119).
      *----------------------------------------------------------------
       GRAVA-MOVHIST.
           MOVE CODFUNC TO MHCODFUNC
           MOVE ZEROS TO MHSEQ.
       GRAVA-MOVHIST-SEQ.
           ADD 1 TO MHSEQ
           IF MHSEQ = ZEROS
              GO TO GRAVA-MOVHIST-FIM.
           READ CADMOVH
           IF ST-ERRO = "00"
              GO TO GRAVA-MOVHIST-SEQ.
           MOVE W-DATAEF TO MHDATAEF
           MOVE W-DEPANT TO MHDEPANT
           MOVE FUNCDEP TO MHDEPNOV
           MOVE W-CARANT TO MHCARANT
           MOVE FUNCCAR TO MHCARNOV
           MOVE W-NVLANT TO MHNVLANT
           MOVE NVLSAL TO MHNVLNOV
           WRITE REGMOVH.
       GRAVA-MOVHIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EVENTOS ESOCIAL DA TRANSFERENCIA NO ARQUIVO DO DIA
      * (CADTRFRLddmmaaaa.TXT), NO MESMO LAYOUT DO FPP171.
      *----------------------------------------------------------------
       GERA-EVENTOS.
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN EXTEND CADTRFTX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADTRFTX
              IF ST-ERRO NOT = "00"
                 GO TO GERA-EVENTOS-FIM.
           MOVE ZEROS TO L26-SALBASE
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO = "00"
              MOVE SALBASE TO L26-SALBASE.
           IF W-ESOEVT = "S"
              GO TO GERA-EVENTOS-SUC.
           MOVE CPF TO L26-CPF
           MOVE W-DATAEF TO L26-DATAALT
           MOVE FUNCDEP TO L26-DEP
           MOVE FUNCCAR TO L26-CARGO
           MOVE NVLSAL TO L26-NVL
           MOVE TIPOREGIME TO L26-REGIME
           MOVE NOME TO L26-NOME
           MOVE W-CNPJNOV TO L26-CNPJ
           WRITE REGTRFTX FROM LIN2206
           GO TO GERA-EVENTOS-ENP.
       GERA-EVENTOS-SUC.
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           MOVE CPF TO L29-CPF
           MOVE W-DTDESL TO L29-DATADEM
           MOVE NOME TO L29-NOME
           MOVE W-CNPJANT TO L29-CNPJANT
           MOVE W-CNPJNOV TO L29-CNPJNOV
           WRITE REGTRFTX FROM LIN2299
           MOVE CPF TO L22-CPF
           MOVE PIS TO L22-PIS
           MOVE CTPS TO L22-CTPS
           MOVE DATAADM TO L22-DATAADM
           MOVE FUNCCAR TO L22-CARGO
           MOVE L26-SALBASE TO L22-SALBASE
           MOVE NOME TO L22-NOME
           MOVE W-CNPJNOV TO L22-CNPJNOV
           MOVE W-CNPJANT TO L22-CNPJANT
           MOVE W-DATAEF TO L22-DATATRF
           WRITE REGTRFTX FROM LIN2200.
       GERA-EVENTOS-ENP.
           CLOSE CADTRFTX
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "C" TO ENP-TIPO
           MOVE W-DATAEF TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              GO TO GERA-EVENTOS-FIM.
           MOVE "G" TO ENP-STAT
           MOVE W-HOJE TO ENP-GERDATA
           MOVE ZEROS TO ENP-DATAFIM
           MOVE SPACES TO ENP-MOTIVO ENP-FECHADO
           MOVE TIPOREGIME TO ENP-REGIME
           WRITE REGESONP.
       GERA-EVENTOS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VESPERA DA DATA EFETIVA (ULTIMO DIA NO EMPREGADOR DE ORIGEM).
      *----------------------------------------------------------------
       DIA-ANTERIOR.
           MOVE W-DATAEF(1:4) TO W-ANOC
           MOVE W-DATAEF(5:2) TO W-MESC
           MOVE W-DATAEF(7:2) TO W-DIAC
           IF W-DIAC > 1
              SUBTRACT 1 FROM W-DIAC
              GO TO DIA-ANTERIOR-MONTA.
           SUBTRACT 1 FROM W-MESC
           IF W-MESC = ZEROS
              MOVE 12 TO W-MESC
              SUBTRACT 1 FROM W-ANOC.
           MOVE TB-ULTDIA(W-MESC) TO W-DIAC
           IF W-MESC NOT = 2
              GO TO DIA-ANTERIOR-MONTA.
           DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
           DIVIDE W-ANOC BY 100 GIVING W-TMPA REMAINDER W-REM100
           DIVIDE W-ANOC BY 400 GIVING W-TMPA REMAINDER W-REM400
           IF W-REM4 = ZEROS AND (W-REM100 NOT = ZEROS
                                  OR W-REM400 = ZEROS)
              MOVE 29 TO W-DIAC.
       DIA-ANTERIOR-MONTA.
           COMPUTE W-DTDESL = W-ANOC * 10000 + W-MESC * 100 + W-DIAC.
       DIA-ANTERIOR-FIM.
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
           CLOSE CADMOVH CADTRANSF CADESONP.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
           IF W-CPTARQ = 1
              CLOSE CADCOMPET.
           CLOSE CADFUT CADFUNC CADDEP CADCAR.
       ROT-FIM2.
           IF W-JOBREG = 1
              MOVE "F" TO W-JOBFUNC
              CALL "FPP122.COB" USING W-JOBPARM
              MOVE ZEROS TO W-JOBREG.
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
