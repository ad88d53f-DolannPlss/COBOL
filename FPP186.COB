       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP186.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ADMISSAO EM LOTE (AQUISICAO DE EMPRESA): IMPORTA O   *
      * ARQUIVO POSICIONAL CADADMIMP.TXT COM O CADASTRO      *
      * COMPLETO (LINHA "F"), OS DEPENDENTES ("D") E O       *
      * HISTORICO MENSAL DO EMPREGADOR ANTERIOR ("H").       *
      * CADA FUNCIONARIO PASSA PELAS CRITICAS DO FPP004,     *
      * RECEBE CHAPA DO ARQSEQ E GERA ARQMOVHIST, CADLOG E O *
      * EVENTO S-2200; O HISTORICO VAI PARA O ARQHISTF (BASE *
      * DO INFORME, 13o E MEDIAS DE FERIAS). "V" SO CONFERE. *
      * O RELATORIO NO SPOOL TRAZ O RESULTADO LINHA A LINHA  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADADMIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
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
           SELECT CADSIND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SIN-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DEPENKEY
                      ALTERNATE RECORD KEY IS DEPENCODFUNC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS NOMEDEPEN
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS DEPENDATANASC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADMOVH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MHKEY
                      ALTERNATE RECORD KEY IS MHCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEQID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ESOKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADADMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADADMRPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * ARQUIVO DE ENTRADA: UMA LINHA "F" POR FUNCIONARIO SEGUIDA DAS
      * SUAS LINHAS "D" E "H", LIGADAS PELA CHAPA DO EMPREGADOR
      * ANTERIOR. DATAS EM AAAAMMDD; VALORES COM 2 DECIMAIS SEM
      * VIRGULA.
      *-----------------------------------------------------------------
       FD CADADMIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADMIMP.TXT".
       01 REGADMIMP.
          03 IMP-TIPO                 PIC X(01).
          03 IMP-CHAPAORIG            PIC 9(06).
          03 IMP-DADOS                PIC X(193).
       01 REGADMIMPF.
          03 FILLER                   PIC X(07).
          03 IMF-NOME                 PIC X(30).
          03 IMF-DATANASC             PIC 9(08).
          03 IMF-SEXO                 PIC X(01).
          03 IMF-GENERO               PIC X(01).
          03 IMF-FUNCDEP              PIC 9(03).
          03 IMF-FUNCCAR              PIC 9(03).
          03 IMF-NVLSAL               PIC 9(02).
          03 IMF-IMPRENDA             PIC X(01).
          03 IMF-CEP                  PIC 9(08).
          03 IMF-NUMRES               PIC 9(04).
          03 IMF-COMPRES              PIC X(12).
          03 IMF-CPF                  PIC 9(11).
          03 IMF-RG                   PIC X(12).
          03 IMF-CTPS                 PIC X(12).
          03 IMF-PIS                  PIC 9(11).
          03 IMF-DATAADM              PIC 9(08).
          03 IMF-BANCO                PIC 9(03).
          03 IMF-AGENCIA              PIC 9(04).
          03 IMF-CONTA                PIC 9(08).
          03 IMF-CONTADV              PIC X(01).
          03 IMF-FILIAL               PIC 9(02).
          03 IMF-REGIME               PIC X(01).
          03 IMF-PCD                  PIC X(01).
          03 IMF-DESEMP               PIC X(01).
          03 IMF-CNPJANT              PIC 9(14).
          03 IMF-DATASUC              PIC 9(08).
          03 FILLER                   PIC X(23).
       01 REGADMIMPD.
          03 FILLER                   PIC X(07).
          03 IMD-NOME                 PIC X(30).
          03 IMD-GRAUPAREN            PIC 9(01).
          03 IMD-DATANASC             PIC 9(08).
          03 IMD-SEXO                 PIC X(01).
          03 IMD-INSS                 PIC X(01).
          03 IMD-IMPRENDA             PIC X(01).
          03 FILLER                   PIC X(151).
       01 REGADMIMPH.
          03 FILLER                   PIC X(07).
          03 IMH-ANO                  PIC 9(04).
          03 IMH-MES                  PIC 9(02).
          03 IMH-BRUTO                PIC 9(08)V99.
          03 IMH-INSS                 PIC 9(07)V99.
          03 IMH-IRRF                 PIC 9(07)V99.
          03 IMH-LIQ                  PIC 9(08)V99.
          03 FILLER                   PIC X(149).
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
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODDEP                   PIC 9(03).
          03 DENDEP                   PIC X(25).
          03 NVL                      PIC 9(02).
          03 STAT                     PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 FILIAL                   PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CEP-NUMCEP        PIC 9(08).
                03 CEP-LOGRA         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF            PIC X(02).
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
       FD CADSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 SIN-NOME                 PIC X(30).
          03 SIN-PISO                 PIC 9(06)V99.
          03 SIN-MESDISS              PIC 9(02).
          03 SIN-MENSPERC             PIC 9(02)V99.
          03 SIN-STAT                 PIC X(01).
          03 SIN-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
          03 NOMEDEPEN                PIC X(30).
          03 GRAUPAREN                PIC 9(01).
          03 DEPENDATANASC            PIC 9(08).
          03 SEXODEPEN                PIC X(01).
          03 DEPENINSS                PIC X(01).
          03 DEPENIMPRENDA            PIC X(01).
          03 DEPENSTAT                PIC X(01).
          03 DEPENKEY.
              05 DEPENCODFUNC         PIC 9(06).
              05 DEPENSEQ             PIC 9(01).
      *-----------------------------------------------------------------
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
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQID                    PIC X(08).
          03 SEQPROX                  PIC 9(06).
      *-----------------------------------------------------------------
       FD CADESOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOC.DAT".
       01 REGESOC.
          03 ESODATA                  PIC 9(08).
          03 ESOSTAT                  PIC X(01).
          03 ESOKEY.
              05 ESOCODFUNC           PIC 9(06).
              05 ESOTIPO              PIC X(01).
      *-----------------------------------------------------------------
      * VINCULO DE READMISSAO (LAYOUT DO FPP004).
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
       FD CADARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQFUNC.DAT".
       01 REGARQFUNC      PIC X(182).
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
       FD CADADMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGADMTX    PIC X(140).
      *-----------------------------------------------------------------
       FD CADADMRPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGADMRPT   PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJEX REDEFINES W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-COMPHOJE      PIC 9(06) VALUE ZEROS.
       01 W-COMPLIN       PIC 9(06) VALUE ZEROS.
       01 W-COMPADM       PIC 9(06) VALUE ZEROS.
       01 W-GRAVA         PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-SINDARQ       PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO        PIC X(50) VALUE SPACES.
       01 W-AVISO1        PIC X(50) VALUE SPACES.
       01 W-AVISO2        PIC X(50) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ CONTADORES DO LOTE ]---------------------------------
       01 W-LINHA         PIC 9(06) VALUE ZEROS.
       01 W-QTDFOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDFREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDDOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDDREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDHOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDHREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDOREJ       PIC 9(05) VALUE ZEROS.
      *----------[ FUNCIONARIO CORRENTE DO ARQUIVO ]--------------------
      * W-FUNCOK: 0 = NENHUM AINDA, 1 = ACEITO, 9 = REJEITADO.
       01 W-FUNCOK        PIC 9(01) VALUE ZEROS.
       01 W-FUNCORIG      PIC 9(06) VALUE ZEROS.
       01 W-FUNCLIN       PIC 9(06) VALUE ZEROS.
       01 W-CHAPANOVA     PIC 9(06) VALUE ZEROS.
       01 W-FILNOVA       PIC 9(02) VALUE ZEROS.
       01 W-ADMNOVA       PIC 9(08) VALUE ZEROS.
       01 W-QTDDEPF       PIC 9(02) VALUE ZEROS.
       01 W-CNPJNOV       PIC 9(14) VALUE ZEROS.
       01 W-SALCAR        PIC 9(06)V99 VALUE ZEROS.
       01 W-MOTFUNC.
          03 FILLER       PIC X(29) VALUE
             "FUNCIONARIO REJEITADO (LINHA ".
          03 W-MOTFUNCLIN PIC ZZZZZ9.
          03 FILLER       PIC X(01) VALUE ")".
      *----------[ CRITICAS DO CADASTRO (COMO NO FPP004) ]--------------
       01 W-CURFUNC       PIC 9(06) VALUE ZEROS.
       01 W-CPFDUP        PIC 9(01) VALUE ZEROS.
       01 W-PISDUP        PIC 9(01) VALUE ZEROS.
       01 W-DEPHEADCNT    PIC 9(04) VALUE ZEROS.
       01 W-DEPNEWCNT     PIC 9(04) VALUE ZEROS.
       01 W-DEPSALTOT     PIC 9(08)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-GRADETEM      PIC 9(01) VALUE ZEROS.
       01 W-EDIFCNT       PIC 9(02) VALUE ZEROS.
       01 W-COMPLEN       PIC 9(02) VALUE ZEROS.
       01 W-TMP           PIC 9(04) VALUE ZEROS.
       01 W-RESTO         PIC 9(04) VALUE ZEROS.
       01 W-LIQCALC       PIC S9(09)V99 VALUE ZEROS.
      *----------[ VALIDACAO DE DATA AAAAMMDD ]-------------------------
       01 W-DTVAL         PIC 9(08) VALUE ZEROS.
       01 W-DTVALX REDEFINES W-DTVAL.
          03 W-DTANO      PIC 9(04).
          03 W-DTMES      PIC 9(02).
          03 W-DTDIA      PIC 9(02).
       01 W-DTOK          PIC 9(01) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
      *----------[ DIGITOS VERIFICADORES DE CPF E PIS ]-----------------
       01 W-CPFCALC       PIC 9(11) VALUE ZEROS.
       01 W-CPFDIG REDEFINES W-CPFCALC.
          03 W-CPFD       PIC 9(01) OCCURS 11 TIMES.
       01 W-PISCALC       PIC 9(11) VALUE ZEROS.
       01 W-PISDIG REDEFINES W-PISCALC.
          03 W-PISD       PIC 9(01) OCCURS 11 TIMES.
       01 TABPESOPIS.
          03 FILLER       PIC X(10) VALUE "3298765432".
       01 TABPESOPISX REDEFINES TABPESOPIS.
          03 TBPESOPIS    PIC 9(01) OCCURS 10 TIMES.
       01 W-CPFIND        PIC 9(02) VALUE ZEROS.
       01 W-PESO          PIC 9(02) VALUE ZEROS.
       01 W-SOMA1         PIC 9(04) VALUE ZEROS.
       01 W-SOMA2         PIC 9(04) VALUE ZEROS.
       01 W-RESTO1        PIC 9(02) VALUE ZEROS.
       01 W-RESTO2        PIC 9(02) VALUE ZEROS.
       01 W-DV1           PIC 9(02) VALUE ZEROS.
       01 W-DV2           PIC 9(02) VALUE ZEROS.
       01 W-TMP2          PIC 9(04) VALUE ZEROS.
       01 W-CPFOK         PIC X(02) VALUE "00".
       01 W-PISOK         PIC X(02) VALUE "00".
       01 TABCPFINVALIDO.
          03 FILLER PIC 9(11) VALUE 00000000000.
          03 FILLER PIC 9(11) VALUE 11111111111.
          03 FILLER PIC 9(11) VALUE 22222222222.
          03 FILLER PIC 9(11) VALUE 33333333333.
          03 FILLER PIC 9(11) VALUE 44444444444.
          03 FILLER PIC 9(11) VALUE 55555555555.
          03 FILLER PIC 9(11) VALUE 66666666666.
          03 FILLER PIC 9(11) VALUE 77777777777.
          03 FILLER PIC 9(11) VALUE 88888888888.
          03 FILLER PIC 9(11) VALUE 99999999999.
       01 TABCPFINVALIDOX REDEFINES TABCPFINVALIDO.
          03 TBCPFINVALIDO PIC 9(11) OCCURS 10 TIMES.
      *----------[ READMISSAO (COMO NO FPP004) ]------------------------
       01 W-RDMACHOU      PIC 9(01) VALUE ZEROS.
       01 W-RDMORIG       PIC X(01) VALUE SPACES.
       01 W-RDMINTADM     PIC 9(07) VALUE ZEROS.
       01 W-RDMINTDEM     PIC 9(07) VALUE ZEROS.
       01 W-RDMDIAS       PIC S9(07) VALUE ZEROS.
      *----------[ CONFERENCIA DA CONTA BANCARIA (FPP173) ]-------------
       01 W-BCOPARM.
          03 W-BCOBANCO        PIC 9(03) VALUE ZEROS.
          03 W-BCOAGENCIA      PIC 9(04) VALUE ZEROS.
          03 W-BCOCONTA        PIC 9(08) VALUE ZEROS.
          03 W-BCODV           PIC X(01) VALUE SPACES.
          03 W-BCORC           PIC X(01) VALUE SPACES.
          03 W-BCODVCALC       PIC X(01) VALUE SPACES.
          03 W-BCOMSG          PIC X(50) VALUE SPACES.
      *----------[ EVENTO S-2200 (LAYOUT DO FPP171/FPP178) ]------------
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADADMRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
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
       01 ADL-SEP.
                03 FILLER      PIC X(127) VALUE ALL "-".
       01 ADL-TIT.
                03 FILLER      PIC X(40) VALUE
                   "ADMISSAO EM LOTE (AQUISICAO) - CADADMIMP".
                03 FILLER      PIC X(03) VALUE " - ".
                03 ADL-MODO    PIC X(24).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 ADL-DH      PIC X(14).
       01 ADL-CAB.
                03 FILLER      PIC X(44) VALUE
                   "LINHA  T ORIGEM DOCUMENTO   NOME / VALOR    ".
                03 FILLER      PIC X(44) VALUE
                   "               RESULTADO  CHAPA  MOTIVO     ".
       01 ADL-ITEM.
                03 ADL-LINHA   PIC ZZZZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-TIPO    PIC X(01).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-ORIG    PIC X(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-DOC     PIC X(11).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-SIT     PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-CHAPA   PIC X(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 ADL-MOTIVO  PIC X(50).
       01 ADL-COMP.
                03 ADL-CPMES   PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 ADL-CPANO   PIC 9999.
       01 ADL-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 ADL-TOTF.
                03 FILLER      PIC X(24) VALUE
                   "FUNCIONARIOS   ACEITOS: ".
                03 ADL-QTDFOK  PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "  REJEITADOS: ".
                03 ADL-QTDFREJ PIC ZZZZ9.
       01 ADL-TOTD.
                03 FILLER      PIC X(24) VALUE
                   "DEPENDENTES    ACEITOS: ".
                03 ADL-QTDDOK  PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "  REJEITADOS: ".
                03 ADL-QTDDREJ PIC ZZZZ9.
       01 ADL-TOTH.
                03 FILLER      PIC X(24) VALUE
                   "MESES HISTOR.  ACEITOS: ".
                03 ADL-QTDHOK  PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "  REJEITADOS: ".
                03 ADL-QTDHREJ PIC ZZZZ9.
       01 ADL-TOTO.
                03 FILLER      PIC X(24) VALUE
                   "LINHAS DE TIPO INVALIDO:".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 ADL-QTDOREJ PIC ZZZZ9.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP186".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQFUNC   ARQDEPEN  ARQHISTF  ARQMOVHIST".
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
       LINKAGE SECTION.
       01  LK-OPERID        PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ADMISSAO EM LOTE - AQUISICAO DE EMP".
           05  LINE 02  COLUMN 43
               VALUE  "RESA ***".
           05  LINE 05  COLUMN 01
               VALUE  " ARQUIVO DE ENTRADA : CADADMIMP.TXT (F=FUN".
           05  LINE 05  COLUMN 43
               VALUE  "CIONARIO D=DEPENDENTE H=HIST.)".
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
           COMPUTE W-COMPHOJE = W-HOJE-AA * 100 + W-HOJE-MM
           MOVE "V" TO W-ACAO
           DISPLAY TELAPRINCIPAL.
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
           IF W-ACAO = "V"
              GO TO INC-OP0.
      * INTERTRAVAMENTO DE JOBS (FPP122): A IMPORTACAO NAO RODA JUNTO
      * COM OUTRO LOTE QUE ATUALIZE OS MESMOS ARQUIVOS.
           MOVE "I" TO W-JOBFUNC
           MOVE W-OPERID TO W-JOBOPER
           CALL "FPP122.COB" USING W-JOBPARM
           IF W-JOBRC NOT = "S"
              MOVE W-JOBMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE 1 TO W-JOBREG.
       INC-OP0.
           OPEN INPUT CADADMIMP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADADMIMP.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFUNC
                 CLOSE CADFUNC
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADADMIMP
                 GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADADMIMP CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADADMIMP CADFUNC CADDEP
              GO TO ROT-FIM2.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADADMIMP CADFUNC CADDEP CADCAR
              GO TO ROT-FIM2.
      * FILIAIS, GRADE SALARIAL E SINDICATOS SAO OPCIONAIS, COMO NO
      * FPP004: SEM O ARQUIVO A CRITICA CORRESPONDENTE E DISPENSADA.
           MOVE ZEROS TO W-FILARQ W-GRADEARQ W-SINDARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           OPEN INPUT CADSIND
           IF ST-ERRO = "00"
              MOVE 1 TO W-SINDARQ.
           IF W-ACAO = "V"
              GO TO INC-SPL.
       INC-OP2.
           OPEN I-O CADSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O CADMOVH
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMOVH
                 CLOSE CADMOVH
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ
                 GO TO ROT-FIM.
       INC-OP4.
           OPEN I-O CADDEPEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDEPEN
                 CLOSE CADDEPEN
                 GO TO INC-OP4
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEPEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ CADMOVH
                 GO TO ROT-FIM.
       INC-OP5.
           OPEN I-O CADHISTF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADHISTF
                 CLOSE CADHISTF
                 GO TO INC-OP5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHISTF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ CADMOVH CADDEPEN
                 GO TO ROT-FIM.
       INC-OP6.
           OPEN I-O CADESOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESOC
                 CLOSE CADESOC
                 GO TO INC-OP6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ CADMOVH CADDEPEN CADHISTF
                 GO TO ROT-FIM.
       INC-OP7.
           OPEN I-O CADREADM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREADM
                 CLOSE CADREADM
                 GO TO INC-OP7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREADM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ CADMOVH CADDEPEN CADHISTF CADESOC
                 GO TO ROT-FIM.
      * EVENTOS S-2200 DO LOTE NO ARQUIVO DO DIA (CADADMRLddmmaaaa.TXT)
           MOVE W-HOJE-DD TO W-NOMEARQ-DD
           MOVE W-HOJE-MM TO W-NOMEARQ-MM
           MOVE W-HOJE-AA TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN EXTEND CADADMTX
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADADMTX
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADADMTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSEQ CADMOVH CADDEPEN CADHISTF CADESOC
                       CADREADM
                 GO TO ROT-FIM.
           MOVE 1 TO W-GRAVA.
       INC-SPL.
           MOVE "ADMLOTE" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADADMRPT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           DISPLAY (12, 01) "*** PROCESSANDO O ARQUIVO - AGUARDE ***"
           IF W-ACAO = "I"
              MOVE "IMPORTACAO" TO ADL-MODO
           ELSE
              MOVE "SO VALIDACAO (NADA GRAVA)" TO ADL-MODO.
           MOVE W-SPLDH TO ADL-DH
           WRITE REGADMRPT FROM ADL-TIT
           WRITE REGADMRPT FROM ADL-SEP
           WRITE REGADMRPT FROM ADL-CAB
           WRITE REGADMRPT FROM ADL-SEP.
      *----------------------------------------------------------------
      * LE O ARQUIVO LINHA A LINHA. CADA LINHA SAI NO RELATORIO COM
      * O RESULTADO; A RECUSADA TRAZ O MOTIVO.
      *----------------------------------------------------------------
       PROC-LE.
           READ CADADMIMP
              AT END
                 GO TO PROC-FIM.
           ADD 1 TO W-LINHA
           IF REGADMIMP = SPACES
              GO TO PROC-LE.
           MOVE SPACES TO W-MOTIVO W-AVISO1 W-AVISO2 ADL-ITEM
           MOVE W-LINHA TO ADL-LINHA
           MOVE IMP-TIPO TO ADL-TIPO
           MOVE IMP-CHAPAORIG TO ADL-ORIG
           IF IMP-TIPO = "F"
              GO TO PROC-FUNC.
           IF IMP-TIPO = "D"
              GO TO PROC-DEPEN.
           IF IMP-TIPO = "H"
              GO TO PROC-HIST.
           ADD 1 TO W-QTDOREJ
           MOVE "TIPO DE LINHA INVALIDO (F/D/H)" TO W-MOTIVO
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-FUNC.
           MOVE 9 TO W-FUNCOK
           MOVE IMP-CHAPAORIG TO W-FUNCORIG
           MOVE W-LINHA TO W-FUNCLIN
           MOVE ZEROS TO W-CHAPANOVA W-QTDDEPF
           MOVE IMF-CPF TO ADL-DOC
           MOVE IMF-NOME TO ADL-NOME
           PERFORM VALIDA-FUNC THRU VALIDA-FUNC-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROC-FUNC-REJ.
           MOVE IMF-FILIAL TO W-FILNOVA
           MOVE IMF-DATAADM TO W-ADMNOVA
           IF W-ACAO = "I"
              PERFORM GRAVA-FUNC THRU GRAVA-FUNC-FIM
              IF W-MOTIVO NOT = SPACES
                 GO TO PROC-FUNC-REJ
              END-IF
              MOVE W-CHAPANOVA TO ADL-CHAPA.
           MOVE 1 TO W-FUNCOK
           ADD 1 TO W-QTDFOK
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
       PROC-FUNC-REJ.
           ADD 1 TO W-QTDFREJ
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-DEPEN.
           MOVE IMD-NOME TO ADL-NOME
           IF IMD-DATANASC NUMERIC
              MOVE IMD-DATANASC TO ADL-DOC.
           PERFORM VALIDA-LIGACAO THRU VALIDA-LIGACAO-FIM
           IF W-MOTIVO = SPACES
              PERFORM VALIDA-DEPEN THRU VALIDA-DEPEN-FIM.
           IF W-MOTIVO = SPACES AND W-ACAO = "I"
              PERFORM GRAVA-DEPEN THRU GRAVA-DEPEN-FIM.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDDREJ
           ELSE
              ADD 1 TO W-QTDDOK
              ADD 1 TO W-QTDDEPF.
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-HIST.
           IF IMH-ANO NUMERIC AND IMH-MES NUMERIC
              MOVE IMH-MES TO ADL-CPMES
              MOVE IMH-ANO TO ADL-CPANO
              MOVE ADL-COMP TO ADL-DOC.
           IF IMH-BRUTO NUMERIC
              MOVE IMH-BRUTO TO ADL-VALOR
              MOVE ADL-VALOR TO ADL-NOME.
           PERFORM VALIDA-LIGACAO THRU VALIDA-LIGACAO-FIM
           IF W-MOTIVO = SPACES
              PERFORM VALIDA-HIST THRU VALIDA-HIST-FIM.
           IF W-MOTIVO = SPACES AND W-ACAO = "I"
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTDHREJ
           ELSE
              ADD 1 TO W-QTDHOK.
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO PROC-LE.
      *
       PROC-FIM.
           WRITE REGADMRPT FROM ADL-SEP
           MOVE W-QTDFOK TO ADL-QTDFOK
           MOVE W-QTDFREJ TO ADL-QTDFREJ
           WRITE REGADMRPT FROM ADL-TOTF
           MOVE W-QTDDOK TO ADL-QTDDOK
           MOVE W-QTDDREJ TO ADL-QTDDREJ
           WRITE REGADMRPT FROM ADL-TOTD
           MOVE W-QTDHOK TO ADL-QTDHOK
           MOVE W-QTDHREJ TO ADL-QTDHREJ
           WRITE REGADMRPT FROM ADL-TOTH
           IF W-QTDOREJ NOT = ZEROS
              MOVE W-QTDOREJ TO ADL-QTDOREJ
              WRITE REGADMRPT FROM ADL-TOTO.
           CLOSE CADADMRPT
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) "FUNCIONARIOS ACEITOS   : " W-QTDFOK
           DISPLAY (15, 01) "FUNCIONARIOS RECUSADOS : " W-QTDFREJ
           DISPLAY (16, 01) "DEPENDENTES ACEITOS    : " W-QTDDOK
           DISPLAY (17, 01) "DEPENDENTES RECUSADOS  : " W-QTDDREJ
           DISPLAY (18, 01) "MESES DE HIST. ACEITOS : " W-QTDHOK
           DISPLAY (19, 01) "MESES DE HIST. RECUSAD.: " W-QTDHREJ
           MOVE "*** RELATORIO GRAVADO NO SPOOL (ADMLOTE) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM3.
      *----------------------------------------------------------------
      * CRITICAS DO FUNCIONARIO, NA ORDEM E COM AS REGRAS DA TELA DO
      * FPP004. A PRIMEIRA FALHA VOLTA EM W-MOTIVO; OS LIMITES DO
      * DEPARTAMENTO SAO SO AVISO, COMO LA.
      *----------------------------------------------------------------
       VALIDA-FUNC.
           IF IMF-DATANASC NOT NUMERIC OR IMF-FUNCDEP NOT NUMERIC
              OR IMF-FUNCCAR NOT NUMERIC OR IMF-NVLSAL NOT NUMERIC
              OR IMF-CEP NOT NUMERIC OR IMF-NUMRES NOT NUMERIC
              OR IMF-CPF NOT NUMERIC OR IMF-PIS NOT NUMERIC
              OR IMF-DATAADM NOT NUMERIC OR IMF-BANCO NOT NUMERIC
              OR IMF-AGENCIA NOT NUMERIC OR IMF-CONTA NOT NUMERIC
              OR IMF-FILIAL NOT NUMERIC OR IMP-CHAPAORIG NOT NUMERIC
              OR IMF-CNPJANT NOT NUMERIC OR IMF-DATASUC NOT NUMERIC
              MOVE "CAMPO NUMERICO COM CONTEUDO INVALIDO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-NOME = SPACES
              MOVE "NOME NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-DATANASC TO W-DTVAL
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-DATANASC > W-HOJE
              MOVE "DATA DE NASCIMENTO NAO PODE SER FUTURA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-SEXO NOT = "M" AND IMF-SEXO NOT = "F"
              MOVE "SEXO INVALIDO (M/F)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-GENERO < "1" OR IMF-GENERO > "6"
              MOVE "GENERO INVALIDO (1 A 6)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           PERFORM CALC-CPF THRU CALC-CPF-FIM
           IF W-CPFOK NOT = "00"
              GO TO VALIDA-FUNC-FIM.
           IF IMF-FUNCDEP = ZEROS
              MOVE "DEPARTAMENTO NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-FUNCDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "DEPARTAMENTO NAO ENCONTRADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-RG = SPACES
              MOVE "RG NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-PIS = ZEROS
              MOVE "PIS/PASEP NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           PERFORM CALC-PIS THRU CALC-PIS-FIM
           IF W-PISOK NOT = "00"
              GO TO VALIDA-FUNC-FIM.
           IF IMF-DATAADM = ZEROS
              MOVE "DATA DE ADMISSAO NAO INFORMADA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-DATAADM TO W-DTVAL
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "DATA DE ADMISSAO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-DATAADM > W-HOJE
              MOVE "DATA DE ADMISSAO NAO PODE SER FUTURA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-DATASUC NOT = ZEROS
              MOVE IMF-DATASUC TO W-DTVAL
              PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
              IF W-DTOK NOT = 1 OR IMF-DATASUC > W-HOJE
                 OR IMF-DATASUC < IMF-DATAADM
                 MOVE "DATA DA SUCESSAO INVALIDA" TO W-MOTIVO
                 GO TO VALIDA-FUNC-FIM.
      * UMA VARREDURA DO CADFUNC FAZ A UNICIDADE DE CPF/PIS, A BUSCA
      * DO VINCULO ANTERIOR (READMISSAO) E A CONTAGEM DO DEPARTAMENTO.
           PERFORM VARRE-FUNC THRU VARRE-FUNC-FIM
           IF W-CPFDUP = 1
              MOVE "CPF JA CADASTRADO EM OUTRA CHAPA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF W-PISDUP = 1
              MOVE "PIS JA CADASTRADO EM OUTRA CHAPA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE W-DEPHEADCNT TO W-DEPNEWCNT
           ADD 1 TO W-DEPNEWCNT
           IF LIMFUNC IN REGDEP NOT = ZEROS
              AND W-DEPNEWCNT > LIMFUNC IN REGDEP
              MOVE "ATENCAO: LIMITE DE FUNCIONARIOS DO DEPTO" TO
                                                             W-AVISO1.
           IF LIMSAL IN REGDEP NOT = ZEROS
              AND W-DEPSALTOT >= LIMSAL IN REGDEP
              MOVE "ATENCAO: ORCAMENTO SALARIAL DO DEPTO ESTOURADO" TO
                                                             W-AVISO2.
           IF W-RDMACHOU = 1
              PERFORM VALIDA-READM THRU VALIDA-READM-FIM
              IF W-MOTIVO NOT = SPACES
                 GO TO VALIDA-FUNC-FIM.
           IF IMF-FUNCCAR = ZEROS
              MOVE "CARGO NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "CARGO NAO ENCONTRADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE SALBASE TO W-SALCAR
           PERFORM VERIF-PISO THRU VERIF-PISO-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO VALIDA-FUNC-FIM.
           IF W-RDMACHOU = 1
              MOVE "S" TO RDM-EXPER
              IF IMF-FUNCCAR = RDM-CARANT
                 MOVE "N" TO RDM-EXPER.
           IF IMF-CTPS = SPACES
              MOVE "CTPS NAO INFORMADA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-NVLSAL > 20
              MOVE "NIVEL SALARIAL INVALIDO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           PERFORM VERIF-GRADE THRU VERIF-GRADE-FIM
           IF W-GRADETEM = 9
              MOVE "NIVEL FORA DA GRADE DO CARGO (FPP082)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-REGIME = SPACE
              MOVE "C" TO IMF-REGIME.
           IF IMF-REGIME NOT = "C" AND IMF-REGIME NOT = "E"
              AND IMF-REGIME NOT = "A" AND IMF-REGIME NOT = "I"
              MOVE "REGIME INVALIDO (C/E/A/I)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-PCD = SPACE
              MOVE "N" TO IMF-PCD.
           IF IMF-PCD NOT = "S" AND IMF-PCD NOT = "N"
              MOVE "PCD INVALIDO (S/N)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-DESEMP = SPACE
              MOVE "N" TO IMF-DESEMP.
           IF IMF-DESEMP NOT = "S" AND IMF-DESEMP NOT = "N"
              MOVE "DESEMPENHO INVALIDO (S/N)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-IMPRENDA NOT = "S" AND IMF-IMPRENDA NOT = "N"
              AND IMF-IMPRENDA NOT = "E"
              MOVE "IMPOSTO DE RENDA INVALIDO (S/N/E)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-CEP = ZEROS
              MOVE "CEP NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-CEP TO CEP-NUMCEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "CEP NAO ENCONTRADO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-NUMRES < 1
              MOVE "NUMERO DA RESIDENCIA INVALIDO" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           DIVIDE IMF-NUMRES BY 1111 GIVING W-TMP REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE "NUMERO INVALIDO (VALOR REPETIDO)" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE ZEROS TO W-EDIFCNT
           INSPECT CEP-LOGRA TALLYING W-EDIFCNT FOR ALL "EDIFICIO"
           INSPECT CEP-LOGRA TALLYING W-EDIFCNT FOR ALL "CONDOMINIO"
           INSPECT CEP-LOGRA TALLYING W-EDIFCNT FOR ALL "BLOCO"
           INSPECT CEP-LOGRA TALLYING W-EDIFCNT FOR ALL "CONJUNTO"
           IF W-EDIFCNT > ZEROS AND IMF-COMPRES = SPACES
              MOVE "COMPLEMENTO OBRIGATORIO P/ ESTE LOGRADOURO" TO
                                                             W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-COMPRES NOT = SPACES
              MOVE ZEROS TO W-COMPLEN
              INSPECT IMF-COMPRES TALLYING W-COMPLEN FOR CHARACTERS
                      BEFORE INITIAL SPACE
              IF W-COMPLEN < 2
                 MOVE "COMPLEMENTO INVALIDO (MUITO CURTO)" TO W-MOTIVO
                 GO TO VALIDA-FUNC-FIM.
           IF IMF-BANCO = ZEROS OR IMF-AGENCIA = ZEROS
              OR IMF-CONTA = ZEROS OR IMF-CONTADV = SPACES
              MOVE "DADOS BANCARIOS INCOMPLETOS" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE IMF-BANCO TO W-BCOBANCO
           MOVE IMF-AGENCIA TO W-BCOAGENCIA
           MOVE IMF-CONTA TO W-BCOCONTA
           MOVE IMF-CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE W-BCOMSG TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           IF IMF-FILIAL < 1
              MOVE "FILIAL NAO INFORMADA" TO W-MOTIVO
              GO TO VALIDA-FUNC-FIM.
           MOVE ZEROS TO W-CNPJNOV
           IF W-FILARQ = 1
              MOVE IMF-FILIAL TO FILCOD
              READ CADFILIAL
              IF ST-ERRO NOT = "00" OR FILSTAT NOT = "A"
                 MOVE "FILIAL NAO CADASTRADA (FPP057)" TO W-MOTIVO
                 GO TO VALIDA-FUNC-FIM
              ELSE
                 MOVE FILCNPJ TO W-CNPJNOV.
       VALIDA-FUNC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHAS "D" E "H" PERTENCEM AO ULTIMO "F" LIDO, COM A MESMA
      * CHAPA DE ORIGEM; SE ELE FOI RECUSADO, ELAS TAMBEM SAO.
      *----------------------------------------------------------------
       VALIDA-LIGACAO.
           IF W-FUNCOK = ZEROS OR IMP-CHAPAORIG NOT = W-FUNCORIG
              MOVE "SEM LINHA F DA MESMA CHAPA DE ORIGEM ANTES" TO
                                                             W-MOTIVO
              GO TO VALIDA-LIGACAO-FIM.
           IF W-FUNCOK = 9
              MOVE W-FUNCLIN TO W-MOTFUNCLIN
              MOVE W-MOTFUNC TO W-MOTIVO
              GO TO VALIDA-LIGACAO-FIM.
           MOVE W-CHAPANOVA TO ADL-CHAPA.
       VALIDA-LIGACAO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DEPENDENTE: MESMAS CRITICAS DA TELA DO FPP003; A CHAPA
      * COMPORTA ATE 9 (SEQUENCIA DE UM DIGITO).
      *----------------------------------------------------------------
       VALIDA-DEPEN.
           IF W-QTDDEPF NOT < 9
              MOVE "LIMITE DE 9 DEPENDENTES POR CHAPA" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-NOME = SPACES
              MOVE "NOME DO DEPENDENTE NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-GRAUPAREN NOT NUMERIC
              MOVE "GRAU DE PARENTESCO INVALIDO (0 A 9)" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-DATANASC NOT NUMERIC
              MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           MOVE IMD-DATANASC TO W-DTVAL
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-DATANASC > W-HOJE
              MOVE "DATA DE NASCIMENTO NAO PODE SER FUTURA" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-SEXO NOT = "M" AND IMD-SEXO NOT = "F"
              MOVE "SEXO INVALIDO (M/F)" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-INSS NOT = "S" AND IMD-INSS NOT = "N"
              AND IMD-INSS NOT = "E"
              MOVE "DEPENDENTE INSS INVALIDO (S/N/E)" TO W-MOTIVO
              GO TO VALIDA-DEPEN-FIM.
           IF IMD-IMPRENDA NOT = "S" AND IMD-IMPRENDA NOT = "N"
              AND IMD-IMPRENDA NOT = "E"
              MOVE "DEPENDENTE IR INVALIDO (S/N/E)" TO W-MOTIVO.
       VALIDA-DEPEN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HISTORICO DO EMPREGADOR ANTERIOR: COMPETENCIA ENTRE O MES DA
      * ADMISSAO E O MES ANTERIOR AO CORRENTE (A FOLHA DA CASA CUIDA
      * DO RESTO); LIQUIDO ZERADO E CALCULADO PELOS DESCONTOS.
      *----------------------------------------------------------------
       VALIDA-HIST.
           IF IMH-ANO NOT NUMERIC OR IMH-MES NOT NUMERIC
              OR IMH-BRUTO NOT NUMERIC OR IMH-INSS NOT NUMERIC
              OR IMH-IRRF NOT NUMERIC OR IMH-LIQ NOT NUMERIC
              MOVE "CAMPO NUMERICO COM CONTEUDO INVALIDO" TO W-MOTIVO
              GO TO VALIDA-HIST-FIM.
           IF IMH-MES < 1 OR IMH-MES > 12 OR IMH-ANO < 1900
              MOVE "COMPETENCIA INVALIDA" TO W-MOTIVO
              GO TO VALIDA-HIST-FIM.
           COMPUTE W-COMPLIN = IMH-ANO * 100 + IMH-MES
           IF W-COMPLIN NOT < W-COMPHOJE
              MOVE "COMPETENCIA DEVE SER ANTERIOR AO MES CORRENTE" TO
                                                             W-MOTIVO
              GO TO VALIDA-HIST-FIM.
           COMPUTE W-COMPADM = W-ADMNOVA / 100
           IF W-COMPLIN < W-COMPADM
              MOVE "COMPETENCIA ANTERIOR A ADMISSAO" TO W-MOTIVO
              GO TO VALIDA-HIST-FIM.
           IF IMH-BRUTO = ZEROS
              MOVE "SALARIO BRUTO NAO INFORMADO" TO W-MOTIVO
              GO TO VALIDA-HIST-FIM.
           COMPUTE W-LIQCALC = IMH-BRUTO - IMH-INSS - IMH-IRRF
           IF W-LIQCALC < ZEROS
              MOVE "DESCONTOS MAIORES QUE O BRUTO" TO W-MOTIVO.
       VALIDA-HIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DATA AAAAMMDD EM W-DTVAL: MES, DIA E ANO BISSEXTO.
      *----------------------------------------------------------------
       VALIDA-DATA.
           MOVE ZEROS TO W-DTOK
           IF W-DTANO < 1900 OR W-DTMES < 1 OR W-DTMES > 12
              OR W-DTDIA < 1
              GO TO VALIDA-DATA-FIM.
           MOVE 31 TO W-DIASMES
           IF W-DTMES = 4 OR W-DTMES = 6 OR W-DTMES = 9
              OR W-DTMES = 11
              MOVE 30 TO W-DIASMES.
           IF W-DTMES = 2
              MOVE 28 TO W-DIASMES
              DIVIDE W-DTANO BY 4 GIVING W-TMP REMAINDER W-REM4
              DIVIDE W-DTANO BY 100 GIVING W-TMP REMAINDER W-REM100
              DIVIDE W-DTANO BY 400 GIVING W-TMP REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-DIASMES.
           IF W-DTDIA > W-DIASMES
              GO TO VALIDA-DATA-FIM.
           MOVE 1 TO W-DTOK.
       VALIDA-DATA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VARRE O CADFUNC UMA VEZ: CPF/PIS EM CHAPA NAO DESLIGADA,
      * DESLIGAMENTO MAIS RECENTE DO CPF (E NO HISTORICO DO EXPURGO,
      * CADARQFUNC) E LOTACAO/SALARIOS DO DEPARTAMENTO (R6A-LIMITES
      * DO FPP004).
      *----------------------------------------------------------------
       VARRE-FUNC.
           MOVE ZEROS TO W-CPFDUP W-PISDUP W-RDMACHOU
           MOVE ZEROS TO W-DEPHEADCNT W-DEPSALTOT
           MOVE SPACES TO REGREADM
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO VARRE-FUNC-ARQ.
       VARRE-FUNC-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO VARRE-FUNC-ARQ.
           IF CPF = IMF-CPF AND FUNCSTAT NOT = "D"
              MOVE 1 TO W-CPFDUP.
           IF PIS = IMF-PIS AND FUNCSTAT NOT = "D"
              MOVE 1 TO W-PISDUP.
           IF CPF = IMF-CPF AND FUNCSTAT = "D"
              MOVE "F" TO W-RDMORIG
              PERFORM GUARDA-READM THRU GUARDA-READM-FIM.
           IF FUNCDEP = IMF-FUNCDEP
              ADD 1 TO W-DEPHEADCNT
              MOVE FUNCCAR TO CODCAR
              READ CADCAR
              IF ST-ERRO = "00"
                 ADD SALBASE TO W-DEPSALTOT.
           GO TO VARRE-FUNC-LP.
       VARRE-FUNC-ARQ.
           OPEN INPUT CADARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FUNC-FIM.
       VARRE-FUNC-ARQ-RD.
           READ CADARQFUNC
              AT END
                 CLOSE CADARQFUNC
                 GO TO VARRE-FUNC-FIM.
           MOVE REGARQFUNC TO REGFUNC
           IF CPF = IMF-CPF
              MOVE "A" TO W-RDMORIG
              PERFORM GUARDA-READM THRU GUARDA-READM-FIM.
           GO TO VARRE-FUNC-ARQ-RD.
       VARRE-FUNC-FIM.
           EXIT.
      *
       GUARDA-READM.
           IF W-RDMACHOU = 1 AND DATADEM NOT > RDM-DEMANT
              GO TO GUARDA-READM-FIM.
           MOVE 1 TO W-RDMACHOU
           MOVE CODFUNC TO RDM-CODANT
           MOVE W-RDMORIG TO RDM-ORIGANT
           MOVE DATAADM TO RDM-ADMANT
           MOVE DATADEM TO RDM-DEMANT
           MOVE MOTIVODEM TO RDM-MOTANT
           MOVE FUNCCAR TO RDM-CARANT
           MOVE "S" TO RDM-EXPER
           MOVE "N" TO RDM-AVISO90.
       GUARDA-READM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EX-FUNCIONARIO: ADMISSAO ANTES DO DESLIGAMENTO E RECUSADA; A
      * READMISSAO A MENOS DE 90 DIAS DE DISPENSA SEM JUSTA CAUSA, QUE
      * NO FPP004 EXIGE CONFIRMACAO DO OPERADOR, NAO ENTRA EM LOTE.
      *----------------------------------------------------------------
       VALIDA-READM.
           IF IMF-DATAADM NOT > RDM-DEMANT
              MOVE "ADMISSAO ANTES DO DESLIGAMENTO ANTERIOR" TO W-MOTIVO
              GO TO VALIDA-READM-FIM.
           IF RDM-MOTANT NOT = "D"
              GO TO VALIDA-READM-FIM.
           COMPUTE W-RDMINTADM = FUNCTION INTEGER-OF-DATE(IMF-DATAADM)
           COMPUTE W-RDMINTDEM = FUNCTION INTEGER-OF-DATE(RDM-DEMANT)
           COMPUTE W-RDMDIAS = W-RDMINTADM - W-RDMINTDEM
           IF W-RDMDIAS < 90
              MOVE "READMISSAO < 90 DIAS DA DISPENSA - USAR O FPP004"
                                                          TO W-MOTIVO.
       VALIDA-READM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PISO DA CATEGORIA (FPP073): O SALARIO DO CARGO NAO PODE FICAR
      * ABAIXO DO PISO DO SINDICATO VINCULADO.
      *----------------------------------------------------------------
       VERIF-PISO.
           IF W-SINDARQ NOT = 1 OR CARSIND = ZEROS
              GO TO VERIF-PISO-FIM.
           MOVE CARSIND TO SIN-COD
           READ CADSIND
           IF ST-ERRO NOT = "00" OR SIN-STAT NOT = "A"
              GO TO VERIF-PISO-FIM.
           IF TIPOSAL = "H"
              COMPUTE W-SALMENSAL = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMENSAL = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-SALMENSAL.
           IF W-SALMENSAL < SIN-PISO
              MOVE "SALARIO DO CARGO ABAIXO DO PISO SINDICAL" TO
                                                             W-MOTIVO.
       VERIF-PISO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRADE SALARIAL: SE O CARGO TEM NIVEIS CADASTRADOS, O NIVEL
      * INFORMADO PRECISA SER UM DELES (ATIVO).
      *----------------------------------------------------------------
       VERIF-GRADE.
           MOVE ZEROS TO W-GRADETEM
           IF W-GRADEARQ NOT = 1
              GO TO VERIF-GRADE-FIM.
           MOVE IMF-FUNCCAR TO GRD-CARGO
           MOVE IMF-NVLSAL TO GRD-NIVEL
           READ CADGRADE
           IF ST-ERRO = "00" AND GRD-STAT = "A"
              GO TO VERIF-GRADE-FIM.
           MOVE IMF-FUNCCAR TO GRD-CARGO
           MOVE ZEROS TO GRD-NIVEL
           START CADGRADE KEY IS NOT LESS GRD-KEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           READ CADGRADE NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           IF GRD-CARGO = IMF-FUNCCAR
              MOVE 9 TO W-GRADETEM.
       VERIF-GRADE-FIM.
           EXIT.
      *----------------------------------------------------------------
       CALC-CPF.
           MOVE IMF-CPF TO W-CPFCALC
           MOVE "00" TO W-CPFOK
           MOVE 1 TO W-CPFIND.
       CALC-CPF-REPET.
           IF IMF-CPF = TBCPFINVALIDO(W-CPFIND)
              MOVE "CPF INVALIDO" TO W-MOTIVO
              MOVE "99" TO W-CPFOK
              GO TO CALC-CPF-FIM.
           ADD 1 TO W-CPFIND
           IF W-CPFIND < 11
              GO TO CALC-CPF-REPET.
           MOVE ZEROS TO W-SOMA1
           MOVE 1 TO W-CPFIND
           MOVE 10 TO W-PESO.
       CALC-CPF-SOMA1.
           COMPUTE W-SOMA1 = W-SOMA1 + W-CPFD(W-CPFIND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-CPFIND
           IF W-CPFIND < 10
              GO TO CALC-CPF-SOMA1.
           DIVIDE W-SOMA1 BY 11 GIVING W-TMP2 REMAINDER W-RESTO1
           IF W-RESTO1 < 2
              MOVE 0 TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO1.
           IF W-DV1 NOT = W-CPFD(10)
              MOVE "CPF INVALIDO (DV1)" TO W-MOTIVO
              MOVE "99" TO W-CPFOK
              GO TO CALC-CPF-FIM.
           MOVE ZEROS TO W-SOMA2
           MOVE 1 TO W-CPFIND
           MOVE 11 TO W-PESO.
       CALC-CPF-SOMA2.
           COMPUTE W-SOMA2 = W-SOMA2 + W-CPFD(W-CPFIND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-CPFIND
           IF W-CPFIND < 11
              GO TO CALC-CPF-SOMA2.
           DIVIDE W-SOMA2 BY 11 GIVING W-TMP2 REMAINDER W-RESTO2
           IF W-RESTO2 < 2
              MOVE 0 TO W-DV2
           ELSE
              COMPUTE W-DV2 = 11 - W-RESTO2.
           IF W-DV2 NOT = W-CPFD(11)
              MOVE "CPF INVALIDO (DV2)" TO W-MOTIVO
              MOVE "99" TO W-CPFOK.
       CALC-CPF-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIGITO DO PIS/PASEP/NIT: PESOS 3 2 9 8 7 6 5 4 3 2 NOS DEZ
      * PRIMEIROS DIGITOS, MODULO 11 (RESULTADO 10 OU 11 VIRA ZERO).
      *----------------------------------------------------------------
       CALC-PIS.
           MOVE IMF-PIS TO W-PISCALC
           MOVE "00" TO W-PISOK
           MOVE ZEROS TO W-SOMA1
           MOVE 1 TO W-CPFIND.
       CALC-PIS-SOMA.
           COMPUTE W-SOMA1 = W-SOMA1
                 + W-PISD(W-CPFIND) * TBPESOPIS(W-CPFIND)
           ADD 1 TO W-CPFIND
           IF W-CPFIND < 11
              GO TO CALC-PIS-SOMA.
           DIVIDE W-SOMA1 BY 11 GIVING W-TMP2 REMAINDER W-RESTO1
           COMPUTE W-DV1 = 11 - W-RESTO1
           IF W-DV1 > 9
              MOVE 0 TO W-DV1.
           IF W-DV1 NOT = W-PISD(11)
              MOVE "PIS/PASEP INVALIDO (DV)" TO W-MOTIVO
              MOVE "99" TO W-PISOK.
       CALC-PIS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DO FUNCIONARIO: CHAPA DO ARQSEQ, CADFUNC, CADLOG,
      * ARQMOVHIST (LOTACAO INICIAL NA DATA DE ADMISSAO), VINCULO DE
      * READMISSAO E O EVENTO S-2200 (ARQESOC "A" JA GERADO, PARA O
      * FPP045 NAO REPETIR).
      *----------------------------------------------------------------
       GRAVA-FUNC.
           PERFORM PROXIMA-CHAPA THRU PROXIMA-CHAPA-FIM
           MOVE SPACES TO REGFUNC
           MOVE W-CHAPANOVA TO CODFUNC
           MOVE IMF-NOME TO NOME
           MOVE IMF-DATANASC TO DATANASC
           MOVE IMF-SEXO TO SEXO
           MOVE IMF-GENERO TO GENERO
           MOVE IMF-FUNCDEP TO FUNCDEP
           MOVE IMF-FUNCCAR TO FUNCCAR
           MOVE IMF-NVLSAL TO NVLSAL
           MOVE IMF-IMPRENDA TO IMPRENDA
           MOVE ZEROS TO QUANTDEP
           MOVE IMF-CEP TO FUNCCEP
           MOVE IMF-NUMRES TO NUMRES
           MOVE IMF-COMPRES TO COMPRES
           MOVE "A" TO FUNCSTAT
           MOVE IMF-CPF TO CPF
           MOVE IMF-RG TO RG
           MOVE IMF-CTPS TO CTPS
           MOVE IMF-PIS TO PIS
           MOVE IMF-DATAADM TO DATAADM
           MOVE ZEROS TO DATADEM DATAINIAFAST DATAPREVRET
           MOVE IMF-BANCO TO BANCO
           MOVE IMF-AGENCIA TO AGENCIA
           MOVE IMF-CONTA TO CONTA
           MOVE IMF-CONTADV TO CONTADV
           MOVE IMF-FILIAL TO FILIAL IN REGFUNC
           MOVE IMF-REGIME TO TIPOREGIME
           MOVE IMF-PCD TO FUNCPCD
           MOVE IMF-DESEMP TO FUNCDESEMP
           WRITE REGFUNC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADFUNC" TO W-MOTIVO
              GO TO GRAVA-FUNC-FIM.
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "I" TO LOG-ACAO
           MOVE CODFUNC TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES
           MOVE REGFUNC TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM GRAVA-MOVHIST THRU GRAVA-MOVHIST-FIM
           IF W-RDMACHOU = 1
              MOVE W-CHAPANOVA TO RDM-CODFUNC
              MOVE W-HOJE TO RDM-DATAREG
              WRITE REGREADM
              IF ST-ERRO = "22"
                 REWRITE REGREADM.
           PERFORM GERA-S2200 THRU GERA-S2200-FIM.
       GRAVA-FUNC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PROXIMA CHAPA LIVRE (COMO NO FPP004): PARTE DO ARQSEQ E PULA
      * NUMEROS JA USADOS NO CADFUNC.
      *----------------------------------------------------------------
       PROXIMA-CHAPA.
           MOVE "CODFUNC" TO SEQID
           READ CADSEQ
           IF ST-ERRO NOT = "00"
              MOVE "CODFUNC" TO SEQID
              MOVE 1 TO SEQPROX
              WRITE REGSEQ.
       PROXIMA-CHAPA-TESTA.
           MOVE SEQPROX TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              ADD 1 TO SEQPROX
              GO TO PROXIMA-CHAPA-TESTA.
           MOVE CODFUNC TO W-CHAPANOVA
           COMPUTE SEQPROX = W-CHAPANOVA + 1
           MOVE "CODFUNC" TO SEQID
           REWRITE REGSEQ.
       PROXIMA-CHAPA-FIM.
           EXIT.
      *
       GRAVA-MOVHIST.
           MOVE W-CHAPANOVA TO MHCODFUNC
           MOVE ZEROS TO MHSEQ.
       GRAVA-MOVHIST-SEQ.
           ADD 1 TO MHSEQ
           IF MHSEQ = ZEROS
              GO TO GRAVA-MOVHIST-FIM.
           READ CADMOVH
           IF ST-ERRO = "00"
              GO TO GRAVA-MOVHIST-SEQ.
           MOVE IMF-DATAADM TO MHDATAEF
           MOVE ZEROS TO MHDEPANT MHCARANT MHNVLANT
           MOVE IMF-FUNCDEP TO MHDEPNOV
           MOVE IMF-FUNCCAR TO MHCARNOV
           MOVE IMF-NVLSAL TO MHNVLNOV
           WRITE REGMOVH.
       GRAVA-MOVHIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * S-2200 NO LAYOUT DA TRANSFERENCIA (FPP171), COM O CNPJ DO
      * EMPREGADOR SUCEDIDO E A DATA DA SUCESSAO QUANDO INFORMADOS.
      *----------------------------------------------------------------
       GERA-S2200.
           MOVE IMF-CPF TO L22-CPF
           MOVE IMF-PIS TO L22-PIS
           MOVE IMF-CTPS TO L22-CTPS
           MOVE IMF-DATAADM TO L22-DATAADM
           MOVE IMF-FUNCCAR TO L22-CARGO
           MOVE W-SALCAR TO L22-SALBASE
           MOVE IMF-NOME TO L22-NOME
           MOVE W-CNPJNOV TO L22-CNPJNOV
           MOVE IMF-CNPJANT TO L22-CNPJANT
           MOVE IMF-DATASUC TO L22-DATATRF
           WRITE REGADMTX FROM LIN2200
           MOVE W-CHAPANOVA TO ESOCODFUNC
           MOVE "A" TO ESOTIPO
           MOVE IMF-DATAADM TO ESODATA
           MOVE "G" TO ESOSTAT
           WRITE REGESOC
           IF ST-ERRO = "22"
              REWRITE REGESOC.
       GERA-S2200-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DEPENDENTE NA PROXIMA SEQUENCIA DA CHAPA; O QUANTDEP DO
      * CADFUNC ACOMPANHA, COMO NO RECALC-QUANTDEP DO FPP003.
      *----------------------------------------------------------------
       GRAVA-DEPEN.
           MOVE IMD-NOME TO NOMEDEPEN
           MOVE IMD-GRAUPAREN TO GRAUPAREN
           MOVE IMD-DATANASC TO DEPENDATANASC
           MOVE IMD-SEXO TO SEXODEPEN
           MOVE IMD-INSS TO DEPENINSS
           MOVE IMD-IMPRENDA TO DEPENIMPRENDA
           MOVE "A" TO DEPENSTAT
           MOVE W-CHAPANOVA TO DEPENCODFUNC
           COMPUTE DEPENSEQ = W-QTDDEPF + 1
           WRITE REGDEPEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADDEPEN" TO W-MOTIVO
              GO TO GRAVA-DEPEN-FIM.
           MOVE W-CHAPANOVA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              COMPUTE QUANTDEP = W-QTDDEPF + 1
              REWRITE REGFUNC.
       GRAVA-DEPEN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MES DO EMPREGADOR ANTERIOR NO ARQHISTF, NA FILIAL DE DESTINO
      * (O INFORME E O 13o LEEM POR CHAPA/FILIAL). SEM RAT: O ENCARGO
      * NAO FOI DESTA EMPRESA.
      *----------------------------------------------------------------
       GRAVA-HIST.
           MOVE IMH-BRUTO TO HF-BRUTO
           MOVE IMH-INSS TO HF-INSS
           MOVE IMH-IRRF TO HF-IRRF
           IF IMH-LIQ = ZEROS
              MOVE W-LIQCALC TO HF-LIQ
           ELSE
              MOVE IMH-LIQ TO HF-LIQ.
           MOVE ZEROS TO HF-RAT
           MOVE W-CHAPANOVA TO HF-CODFUNC
           MOVE IMH-ANO TO HF-ANO
           MOVE IMH-MES TO HF-MES
           MOVE W-FILNOVA TO HF-FIL
           WRITE REGHISTF
           IF ST-ERRO = "22"
              MOVE "COMPETENCIA REPETIDA PARA A CHAPA" TO W-MOTIVO
              GO TO GRAVA-HIST-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQHISTF" TO W-MOTIVO.
       GRAVA-HIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHA DO RELATORIO; RECUSADA LEVA O MOTIVO E OS AVISOS DO
      * DEPARTAMENTO SAEM LOGO ABAIXO DO FUNCIONARIO.
      *----------------------------------------------------------------
       IMPRIME.
           IF W-MOTIVO NOT = SPACES
              MOVE "RECUSADA" TO ADL-SIT
              MOVE W-MOTIVO TO ADL-MOTIVO
           ELSE
              IF W-ACAO = "I"
                 MOVE "IMPORTADA" TO ADL-SIT
              ELSE
                 MOVE "VALIDA" TO ADL-SIT.
           WRITE REGADMRPT FROM ADL-ITEM
           IF W-MOTIVO NOT = SPACES
              GO TO IMPRIME-FIM.
           IF W-AVISO1 NOT = SPACES
              MOVE "AVISO" TO ADL-SIT
              MOVE W-AVISO1 TO ADL-MOTIVO
              WRITE REGADMRPT FROM ADL-ITEM.
           IF W-AVISO2 NOT = SPACES
              MOVE "AVISO" TO ADL-SIT
              MOVE W-AVISO2 TO ADL-MOTIVO
              WRITE REGADMRPT FROM ADL-ITEM.
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
              CLOSE CADSEQ CADMOVH CADDEPEN CADHISTF CADESOC CADREADM
                    CADADMTX.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
           IF W-SINDARQ = 1
              CLOSE CADSIND.
           CLOSE CADADMIMP CADFUNC CADDEP CADCAR CADCEP.
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
