       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP159.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * GERACAO DA BASE DE TREINAMENTO: COPIA OS ARQUIVOS    *
      * MESTRES PARA OUTRO DIRETORIO (PREFIXO) COM NOMES,    *
      * CPF/PIS (COM DIGITOS VALIDOS), RG, CTPS, ENDERECO E  *
      * CONTA BANCARIA FICTICIOS E VALORES DE SALARIO E      *
      * FOLHA MULTIPLICADOS POR UM FATOR ALEATORIO. CHAPAS E *
      * CODIGOS NAO MUDAM. GRAVA O ARQAMB NA COPIA PARA O    *
      * FPPMAIN MOSTRAR A FAIXA DE TREINAMENTO.              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
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
           SELECT CADRUBR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUBCOD
                      ALTERNATE RECORD KEY IS RUBDESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERIDATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CEP-NUMCEP
                      ALTERNATE RECORD KEY IS CEP-LOGRA
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CEP-CIDADE
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
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
      *
      *----------[ COPIAS NA BASE DE TREINAMENTO ]----------------------
           SELECT CADTDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TDE-COD
                      ALTERNATE RECORD KEY IS TDE-DEN
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TCA-COD
                      ALTERNATE RECORD KEY IS TCA-DEN
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFL-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRUBR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRU-COD
                      ALTERNATE RECORD KEY IS TRU-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFE-DATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TOP-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTCEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TCE-NUMCEP
                      ALTERNATE RECORD KEY IS TCE-LOGRA
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS TCE-CIDADE
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFU-COD
                      ALTERNATE RECORD KEY IS TFU-NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS TFU-NASC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS TFU-CEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTDEPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TDP-KEY
                      ALTERNATE RECORD KEY IS TDP-COD
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS TDP-NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS TDP-NASC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TVB-KEY
                      ALTERNATE RECORD KEY IS TVB-COD
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS THF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTAMB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRNREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUBR.DAT".
       01 REGRUBR.
          03 RUBCOD                   PIC 9(03).
          03 RUBDESC                  PIC X(25).
          03 RUBTIPO                  PIC X(01).
          03 RUBINSS                  PIC X(01).
          03 RUBIRRF                  PIC X(01).
          03 RUBFGTS                  PIC X(01).
          03 RUBSTAT                  PIC X(01).
      *-----------------------------------------------------------------
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 FERIDATA                 PIC 9(08).
          03 FERIDESC                 PIC X(30).
      *-----------------------------------------------------------------
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
          03 OPER-ID                  PIC X(08).
          03 OPER-NOME                PIC X(30).
          03 OPER-SENHA               PIC X(08).
          03 OPER-NIVEL               PIC 9(01).
          03 OPER-STAT                PIC X(01).
          03 OPER-DATATROCA           PIC 9(08).
          03 OPER-TENTFALHA           PIC 9(01).
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP               PIC 9(08).
          03 CEP-LOGRA                PIC X(30).
          03 CEP-BAIRRO               PIC X(20).
          03 CEP-CIDADE               PIC X(20).
          03 CEP-UF                   PIC X(02).
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
      * REGISTROS DA COPIA: MESMO TAMANHO E MESMAS POSICOES DE CHAVE
      * DOS ARQUIVOS ORIGINAIS.
      *-----------------------------------------------------------------
       FD CADTDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNDEP.
       01 REGTDEP.
          03 TDE-COD                  PIC 9(03).
          03 TDE-DEN                  PIC X(25).
          03 FILLER                   PIC X(24).
       FD CADTCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNCAR.
       01 REGTCAR.
          03 TCA-COD                  PIC 9(03).
          03 TCA-DEN                  PIC X(25).
          03 FILLER                   PIC X(19).
       FD CADTFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNFILIAL.
       01 REGTFILIAL.
          03 TFL-COD                  PIC 9(02).
          03 FILLER                   PIC X(72).
       FD CADTRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNRUBR.
       01 REGTRUBR.
          03 TRU-COD                  PIC 9(03).
          03 TRU-DESC                 PIC X(25).
          03 FILLER                   PIC X(05).
       FD CADTFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNFERIAD.
       01 REGTFERIAD.
          03 TFE-DATA                 PIC 9(08).
          03 FILLER                   PIC X(30).
       FD CADTOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNOPER.
       01 REGTOPER.
          03 TOP-ID                   PIC X(08).
          03 FILLER                   PIC X(66).
       FD CADTCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNCEP.
       01 REGTCEP.
          03 TCE-NUMCEP               PIC 9(08).
          03 TCE-LOGRA                PIC X(30).
          03 FILLER                   PIC X(20).
          03 TCE-CIDADE               PIC X(20).
          03 FILLER                   PIC X(02).
       FD CADTFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNFUNC.
       01 REGTFUNC.
          03 TFU-COD                  PIC 9(06).
          03 TFU-NOME                 PIC X(30).
          03 TFU-NASC                 PIC X(08).
          03 FILLER                   PIC X(12).
          03 TFU-CEP                  PIC 9(08).
          03 FILLER                   PIC X(118).
       FD CADTDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNDEPEN.
       01 REGTDEPEN.
          03 TDP-NOME                 PIC X(30).
          03 FILLER                   PIC X(01).
          03 TDP-NASC                 PIC 9(08).
          03 FILLER                   PIC X(04).
          03 TDP-KEY.
              05 TDP-COD              PIC 9(06).
              05 TDP-SEQ              PIC 9(01).
       FD CADTPAGVB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNPAGVB.
       01 REGTPAGVB.
          03 FILLER                   PIC X(12).
          03 TVB-KEY.
              05 TVB-COD              PIC 9(06).
              05 FILLER               PIC X(09).
       FD CADTHISTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNHISTF.
       01 REGTHISTF.
          03 FILLER                   PIC X(47).
          03 THF-KEY                  PIC X(14).
      *-----------------------------------------------------------------
      * MARCA DE AMBIENTE: SO EXISTE NA BASE DE TREINAMENTO.
       FD CADTAMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TNAMB.
       01 REGTAMB.
          03 AMB-TIPO                 PIC X(01).
          03 AMB-DATA                 PIC 9(08).
          03 AMB-OPER                 PIC X(08).
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
       FD CADTRNREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGTRNREL   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-DATAINV.
          03 W-DIDIA      PIC 9(02) VALUE ZEROS.
          03 W-DIMES      PIC 9(02) VALUE ZEROS.
          03 W-DIANO      PIC 9(04) VALUE ZEROS.
       01 W-DATAINVN REDEFINES W-DATAINV PIC 9(08).
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-PREFIXO       PIC X(20) VALUE "TREINO\".
       01 W-LIDOS         PIC 9(06) VALUE ZEROS.
       01 W-GRAVADOS      PIC 9(06) VALUE ZEROS.
       01 W-ARQNOME       PIC X(10) VALUE SPACES.
       01 W-ARQCOPIA      PIC X(40) VALUE SPACES.
       01 W-ARQSIT        PIC X(08) VALUE SPACES.
       01 W-TOTERRO       PIC 9(02) VALUE ZEROS.
      *----------[ NOMES DOS ARQUIVOS DA COPIA ]------------------------
       01 W-TNDEP         PIC X(40) VALUE SPACES.
       01 W-TNCAR         PIC X(40) VALUE SPACES.
       01 W-TNFILIAL      PIC X(40) VALUE SPACES.
       01 W-TNRUBR        PIC X(40) VALUE SPACES.
       01 W-TNFERIAD      PIC X(40) VALUE SPACES.
       01 W-TNOPER        PIC X(40) VALUE SPACES.
       01 W-TNCEP         PIC X(40) VALUE SPACES.
       01 W-TNFUNC        PIC X(40) VALUE SPACES.
       01 W-TNDEPEN       PIC X(40) VALUE SPACES.
       01 W-TNPAGVB       PIC X(40) VALUE SPACES.
       01 W-TNHISTF       PIC X(40) VALUE SPACES.
       01 W-TNAMB         PIC X(40) VALUE SPACES.
      *----------[ GERADOR PSEUDO-ALEATORIO ]---------------------------
      * A SEMENTE VEM DA HORA DA EXECUCAO; DENTRO DA MESMA EXECUCAO O
      * MESMO NUMERO BASE (CHAPA) GERA SEMPRE O MESMO VALOR, O QUE
      * MANTEM A COPIA COERENTE ENTRE OS ARQUIVOS.
       01 W-SEMENTE       PIC 9(09) VALUE ZEROS.
       01 W-ALEABASE      PIC 9(09) VALUE ZEROS.
       01 W-ALEAWRK       PIC 9(15) VALUE ZEROS.
       01 W-ALEAQ         PIC 9(15) VALUE ZEROS.
       01 W-ALEA          PIC 9(09) VALUE ZEROS.
       01 W-RESTO         PIC 9(09) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-FATOR         PIC 9(01)V9999 VALUE ZEROS.
       01 W-FATORGER      PIC 9(01)V9999 VALUE ZEROS.
       01 W-FATORCHAPA    PIC 9(06) VALUE ZEROS.
      *----------[ NOMES FICTICIOS ]------------------------------------
       01 W-NMSEXO        PIC X(01) VALUE SPACES.
       01 W-NMSEQ         PIC 9(01) VALUE ZEROS.
       01 W-NMNOME        PIC X(30) VALUE SPACES.
       01 W-NMPRI         PIC X(10) VALUE SPACES.
       01 W-IXPRI         PIC 9(02) VALUE ZEROS.
       01 W-IXSOB1        PIC 9(02) VALUE ZEROS.
       01 W-IXSOB2        PIC 9(02) VALUE ZEROS.
       01 TABNOMEM.
          03 FILLER PIC X(40) VALUE
             "JOSE      JOAO      ANTONIO   FRANCISCO ".
          03 FILLER PIC X(40) VALUE
             "CARLOS    PAULO     PEDRO     LUCAS     ".
          03 FILLER PIC X(40) VALUE
             "LUIZ      MARCOS    SERGIO    GABRIEL   ".
          03 FILLER PIC X(40) VALUE
             "RAFAEL    DANIEL    MARCELO   BRUNO     ".
          03 FILLER PIC X(40) VALUE
             "EDUARDO   FELIPE    RODRIGO   MANOEL    ".
       01 TABNOMEMX REDEFINES TABNOMEM.
          03 TBNOMEM     PIC X(10) OCCURS 20 TIMES.
       01 TABNOMEF.
          03 FILLER PIC X(40) VALUE
             "MARIA     ANA       FRANCISCA ANTONIA   ".
          03 FILLER PIC X(40) VALUE
             "ADRIANA   JULIANA   MARCIA    FERNANDA  ".
          03 FILLER PIC X(40) VALUE
             "PATRICIA  ALINE     SANDRA    CAMILA    ".
          03 FILLER PIC X(40) VALUE
             "AMANDA    BRUNA     JESSICA   LETICIA   ".
          03 FILLER PIC X(40) VALUE
             "JULIA     LUCIANA   VANESSA   MARIANA   ".
       01 TABNOMEFX REDEFINES TABNOMEF.
          03 TBNOMEF     PIC X(10) OCCURS 20 TIMES.
       01 TABSOBRE.
          03 FILLER PIC X(50) VALUE
             "SILVA     SANTOS    OLIVEIRA  SOUZA     RODRIGUES ".
          03 FILLER PIC X(50) VALUE
             "FERREIRA  ALVES     PEREIRA   LIMA      GOMES     ".
          03 FILLER PIC X(50) VALUE
             "COSTA     RIBEIRO   MARTINS   CARVALHO  ALMEIDA   ".
          03 FILLER PIC X(50) VALUE
             "LOPES     SOARES    FERNANDES VIEIRA    BARBOSA   ".
          03 FILLER PIC X(50) VALUE
             "ROCHA     DIAS      NASCIMENTOANDRADE   MOREIRA   ".
          03 FILLER PIC X(50) VALUE
             "NUNES     MARQUES   MACHADO   MENDES    FREITAS   ".
       01 TABSOBREX REDEFINES TABSOBRE.
          03 TBSOBRE     PIC X(10) OCCURS 30 TIMES.
      *----------[ DOCUMENTOS FICTICIOS ]-------------------------------
       01 W-CPFCALC       PIC 9(11) VALUE ZEROS.
       01 W-CPFDIG REDEFINES W-CPFCALC.
          03 W-CPFD       PIC 9(01) OCCURS 11 TIMES.
       01 W-PISCALC       PIC 9(11) VALUE ZEROS.
       01 W-PISDIG REDEFINES W-PISCALC.
          03 W-PISD       PIC 9(01) OCCURS 11 TIMES.
       01 W-PISPESOS      PIC X(10) VALUE "3298765432".
       01 W-PISPESOX REDEFINES W-PISPESOS.
          03 W-PISPESO    PIC 9(01) OCCURS 10 TIMES.
       01 W-CTACALC       PIC 9(08) VALUE ZEROS.
       01 W-CTADIG REDEFINES W-CTACALC.
          03 W-CTAD       PIC 9(01) OCCURS 8 TIMES.
       01 W-IND           PIC 9(02) VALUE ZEROS.
       01 W-PESO          PIC 9(02) VALUE ZEROS.
       01 W-SOMA          PIC 9(04) VALUE ZEROS.
       01 W-TMP2          PIC 9(04) VALUE ZEROS.
       01 W-RESTO2        PIC 9(02) VALUE ZEROS.
       01 W-DV            PIC 9(02) VALUE ZEROS.
       01 W-NUM3          PIC 9(03) VALUE ZEROS.
       01 W-NUM7          PIC 9(07) VALUE ZEROS.
       01 W-NUM8          PIC 9(08) VALUE ZEROS.
       01 W-NUM1          PIC 9(01) VALUE ZEROS.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP159".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQFUNC   ARQDEPEN  ARQPAGVB  ARQHISTF".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
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
       01 TRN-TIT.
                03 FILLER      PIC X(37) VALUE
                   "GERACAO DA BASE DE TREINAMENTO EM ".
                03 TT-DATA     PIC 99/99/9999.
                03 FILLER      PIC X(11) VALUE " - PREFIXO ".
                03 TT-PREFIXO  PIC X(20).
       01 TRN-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 TRN-CAB.
                03 FILLER      PIC X(50) VALUE
                   "ARQUIVO    COPIA".
                03 FILLER      PIC X(30) VALUE
                   "  LIDOS GRAVADOS SITUACAO".
       01 TRN-DET.
                03 TD-ARQ      PIC X(10).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TD-COPIA    PIC X(38).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TD-LIDOS    PIC ZZZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TD-GRAV     PIC ZZZZZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TD-SIT      PIC X(08).
       01 TRN-FATOR.
                03 FILLER      PIC X(40) VALUE
                   "FATOR APLICADO A CARGOS/DEPARTAMENTOS: ".
                03 TF-FATOR    PIC 9,9999.
       01 TRN-NOTA.
                03 FILLER      PIC X(45) VALUE
                   "SALARIOS E VALORES DE FOLHA: FATOR POR CHAPA ".
                03 FILLER      PIC X(21) VALUE
                   "ENTRE 0,8000 E 1,2000".
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
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      -- GERACAO DA BASE DE TREINAMENTO --".
           05  LINE 06  COLUMN 01
               VALUE  " COPIA OS ARQUIVOS MESTRES PARA O DIRETORIO".
           05  LINE 07  COLUMN 01
               VALUE  " INFORMADO, COM NOMES, DOCUMENTOS E CONTAS".
           05  LINE 08  COLUMN 01
               VALUE  " FICTICIOS E SALARIOS ALTERADOS. O FPPMAIN".
           05  LINE 09  COLUMN 01
               VALUE  " INICIADO NESSE DIRETORIO ABRE EM TREINAMENTO.".
           05  LINE 12  COLUMN 01
               VALUE  "   DIRETORIO (PREFIXO) DA COPIA :".
           05  LINE 18  COLUMN 01
               VALUE  "   CONFIRMA A GERACAO (S/N)     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-PREFIXO
               LINE 12  COLUMN 35  PIC X(20)
               USING  W-PREFIXO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 18  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY TELAPRINCIPAL.
       INC-PREFIXO.
                ACCEPT TW-PREFIXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
      * SEM PREFIXO A COPIA CAIRIA SOBRE OS ARQUIVOS DE PRODUCAO.
                IF W-PREFIXO = SPACES
                   MOVE "*** INFORME O DIRETORIO DA COPIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PREFIXO.
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
      * INTERTRAVAMENTO DE JOBS (FPP122): A COPIA PRECISA DE UMA
      * FOTOGRAFIA CONSISTENTE DOS MESTRES.
           MOVE "I" TO W-JOBFUNC
           MOVE W-OPERID TO W-JOBOPER
           CALL "FPP122.COB" USING W-JOBPARM
           IF W-JOBRC NOT = "S"
              MOVE W-JOBMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE 1 TO W-JOBREG
           PERFORM MONTA-NOMES THRU MONTA-NOMES-FIM
           ACCEPT W-HORA FROM TIME
           COMPUTE W-SEMENTE = W-HORA + W-HOJE
      * FATOR UNICO PARA AS TABELAS (CARGOS E DEPARTAMENTOS), PARA
      * MANTER A ORDEM ENTRE AS FAIXAS SALARIAIS.
           MOVE 999999 TO W-FATORCHAPA
           PERFORM CALC-FATOR THRU CALC-FATOR-FIM
           MOVE W-FATOR TO W-FATORGER
           MOVE "TREINO" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADTRNREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRNREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-HOJE(1:4) TO W-DIANO
           MOVE W-HOJE(5:2) TO W-DIMES
           MOVE W-HOJE(7:2) TO W-DIDIA
           MOVE W-DATAINVN TO TT-DATA
           MOVE W-PREFIXO TO TT-PREFIXO
           WRITE REGTRNREL FROM TRN-TIT
           WRITE REGTRNREL FROM TRN-SEP
           WRITE REGTRNREL FROM TRN-CAB
           WRITE REGTRNREL FROM TRN-SEP
           MOVE ZEROS TO W-TOTERRO
           DISPLAY (23, 12) "GERANDO A BASE DE TREINAMENTO..."
           PERFORM TRN-DEP    THRU TRN-DEP-FIM
           PERFORM TRN-CAR    THRU TRN-CAR-FIM
           PERFORM TRN-FILIAL THRU TRN-FILIAL-FIM
           PERFORM TRN-RUBR   THRU TRN-RUBR-FIM
           PERFORM TRN-FERIAD THRU TRN-FERIAD-FIM
           PERFORM TRN-OPER   THRU TRN-OPER-FIM
           PERFORM TRN-CEP    THRU TRN-CEP-FIM
           PERFORM TRN-FUNC   THRU TRN-FUNC-FIM
           PERFORM TRN-DEPEN  THRU TRN-DEPEN-FIM
           PERFORM TRN-PAGVB  THRU TRN-PAGVB-FIM
           PERFORM TRN-HISTF  THRU TRN-HISTF-FIM
           PERFORM TRN-AMB    THRU TRN-AMB-FIM
           WRITE REGTRNREL FROM TRN-SEP
           MOVE W-FATORGER TO TF-FATOR
           WRITE REGTRNREL FROM TRN-FATOR
           WRITE REGTRNREL FROM TRN-NOTA
           CLOSE CADTRNREL
           MOVE "SISTEMA" TO LOG-ARQUIVO
           MOVE "G" TO LOG-ACAO
           MOVE W-PREFIXO TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "BASE DE TREINAMENTO GERADA EM" TO LOG-DEPOIS
           MOVE W-PREFIXO TO LOG-DEPOIS(31:20)
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-TOTERRO NOT = ZEROS
              MOVE "*** COPIA COM ERROS - VER RELATORIO NO SPOOL ***"
                                                             TO MENS
           ELSE
              MOVE "*** BASE DE TREINAMENTO GERADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *
      ***************************************************
      * NOMES DA COPIA: PREFIXO + NOME DO ARQUIVO        *
      ***************************************************
       MONTA-NOMES.
           MOVE SPACES TO W-TNDEP W-TNCAR W-TNFILIAL W-TNRUBR
                          W-TNFERIAD W-TNOPER W-TNCEP W-TNFUNC
                          W-TNDEPEN W-TNPAGVB W-TNHISTF W-TNAMB
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQDEP.DAT" DELIMITED BY SIZE INTO W-TNDEP
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQCAR.DAT" DELIMITED BY SIZE INTO W-TNCAR
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQFILIAL.DAT" DELIMITED BY SIZE INTO W-TNFILIAL
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQRUBR.DAT" DELIMITED BY SIZE INTO W-TNRUBR
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQFERIAD.DAT" DELIMITED BY SIZE INTO W-TNFERIAD
           STRING W-PREFIXO DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE INTO W-TNOPER
           STRING W-PREFIXO DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE INTO W-TNCEP
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQFUNC.DAT" DELIMITED BY SIZE INTO W-TNFUNC
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQDEPEN.DAT" DELIMITED BY SIZE INTO W-TNDEPEN
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQPAGVB.DAT" DELIMITED BY SIZE INTO W-TNPAGVB
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQHISTF.DAT" DELIMITED BY SIZE INTO W-TNHISTF
           STRING W-PREFIXO DELIMITED BY SPACE
                  "ARQAMB.DAT" DELIMITED BY SIZE INTO W-TNAMB.
       MONTA-NOMES-FIM.
           EXIT.
      *
      ***************************************************
      * ARQDEP - LIMITE SALARIAL PELO FATOR GERAL        *
      ***************************************************
       TRN-DEP.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQDEP" TO W-ARQNOME
           MOVE W-TNDEP TO W-ARQCOPIA
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-DEP-DET.
           OPEN OUTPUT CADTDEP
           IF ST-ERRO NOT = "00"
              CLOSE CADDEP
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-DEP-DET.
           MOVE LOW-VALUES TO CODDEP
           START CADDEP KEY IS NOT LESS CODDEP INVALID KEY
                 GO TO TRN-DEP-FECHA.
       TRN-DEP-LE.
           READ CADDEP NEXT RECORD
              AT END
                 GO TO TRN-DEP-FECHA.
           ADD 1 TO W-LIDOS
           COMPUTE LIMSAL ROUNDED = LIMSAL * W-FATORGER
           WRITE REGTDEP FROM REGDEP
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-DEP-LE.
       TRN-DEP-FECHA.
           CLOSE CADDEP CADTDEP
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-DEP-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-DEP-FIM.
           EXIT.
      *
      ***************************************************
      * ARQCAR - SALARIO BASE PELO FATOR GERAL           *
      ***************************************************
       TRN-CAR.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQCAR" TO W-ARQNOME
           MOVE W-TNCAR TO W-ARQCOPIA
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-CAR-DET.
           OPEN OUTPUT CADTCAR
           IF ST-ERRO NOT = "00"
              CLOSE CADCAR
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-CAR-DET.
           MOVE LOW-VALUES TO CODCAR
           START CADCAR KEY IS NOT LESS CODCAR INVALID KEY
                 GO TO TRN-CAR-FECHA.
       TRN-CAR-LE.
           READ CADCAR NEXT RECORD
              AT END
                 GO TO TRN-CAR-FECHA.
           ADD 1 TO W-LIDOS
           COMPUTE SALBASE ROUNDED = SALBASE * W-FATORGER
           WRITE REGTCAR FROM REGCAR
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-CAR-LE.
       TRN-CAR-FECHA.
           CLOSE CADCAR CADTCAR
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-CAR-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-CAR-FIM.
           EXIT.
      *
      ***************************************************
      * ARQFILIAL - COPIA SEM ALTERACAO                  *
      ***************************************************
       TRN-FILIAL.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQFILIAL" TO W-ARQNOME
           MOVE W-TNFILIAL TO W-ARQCOPIA
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-FILIAL-DET.
           OPEN OUTPUT CADTFILIAL
           IF ST-ERRO NOT = "00"
              CLOSE CADFILIAL
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-FILIAL-DET.
           MOVE LOW-VALUES TO FILCOD
           START CADFILIAL KEY IS NOT LESS FILCOD INVALID KEY
                 GO TO TRN-FILIAL-FECHA.
       TRN-FILIAL-LE.
           READ CADFILIAL NEXT RECORD
              AT END
                 GO TO TRN-FILIAL-FECHA.
           ADD 1 TO W-LIDOS
           WRITE REGTFILIAL FROM REGFILIAL
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-FILIAL-LE.
       TRN-FILIAL-FECHA.
           CLOSE CADFILIAL CADTFILIAL
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-FILIAL-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-FILIAL-FIM.
           EXIT.
      *
      ***************************************************
      * ARQRUBR - COPIA SEM ALTERACAO                    *
      ***************************************************
       TRN-RUBR.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQRUBR" TO W-ARQNOME
           MOVE W-TNRUBR TO W-ARQCOPIA
           OPEN INPUT CADRUBR
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-RUBR-DET.
           OPEN OUTPUT CADTRUBR
           IF ST-ERRO NOT = "00"
              CLOSE CADRUBR
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-RUBR-DET.
           MOVE LOW-VALUES TO RUBCOD
           START CADRUBR KEY IS NOT LESS RUBCOD INVALID KEY
                 GO TO TRN-RUBR-FECHA.
       TRN-RUBR-LE.
           READ CADRUBR NEXT RECORD
              AT END
                 GO TO TRN-RUBR-FECHA.
           ADD 1 TO W-LIDOS
           WRITE REGTRUBR FROM REGRUBR
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-RUBR-LE.
       TRN-RUBR-FECHA.
           CLOSE CADRUBR CADTRUBR
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-RUBR-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-RUBR-FIM.
           EXIT.
      *
      ***************************************************
      * ARQFERIAD - COPIA SEM ALTERACAO                  *
      ***************************************************
       TRN-FERIAD.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQFERIAD" TO W-ARQNOME
           MOVE W-TNFERIAD TO W-ARQCOPIA
           OPEN INPUT CADFERIAD
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-FERIAD-DET.
           OPEN OUTPUT CADTFERIAD
           IF ST-ERRO NOT = "00"
              CLOSE CADFERIAD
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-FERIAD-DET.
           MOVE LOW-VALUES TO FERIDATA
           START CADFERIAD KEY IS NOT LESS FERIDATA INVALID KEY
                 GO TO TRN-FERIAD-FECHA.
       TRN-FERIAD-LE.
           READ CADFERIAD NEXT RECORD
              AT END
                 GO TO TRN-FERIAD-FECHA.
           ADD 1 TO W-LIDOS
           WRITE REGTFERIAD FROM REGFERIAD
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-FERIAD-LE.
       TRN-FERIAD-FECHA.
           CLOSE CADFERIAD CADTFERIAD
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-FERIAD-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-FERIAD-FIM.
           EXIT.
      *
      ***************************************************
      * CADOPER - OS MESMOS OPERADORES E SENHAS ENTRAM   *
      * NA BASE DE TREINAMENTO                           *
      ***************************************************
       TRN-OPER.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "CADOPER" TO W-ARQNOME
           MOVE W-TNOPER TO W-ARQCOPIA
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-OPER-DET.
           OPEN OUTPUT CADTOPER
           IF ST-ERRO NOT = "00"
              CLOSE CADOPER
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-OPER-DET.
           MOVE LOW-VALUES TO OPER-ID
           START CADOPER KEY IS NOT LESS OPER-ID INVALID KEY
                 GO TO TRN-OPER-FECHA.
       TRN-OPER-LE.
           READ CADOPER NEXT RECORD
              AT END
                 GO TO TRN-OPER-FECHA.
           ADD 1 TO W-LIDOS
           WRITE REGTOPER FROM REGOPER
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-OPER-LE.
       TRN-OPER-FECHA.
           CLOSE CADOPER CADTOPER
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-OPER-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-OPER-FIM.
           EXIT.
      *
      ***************************************************
      * CADCEP - COPIA SEM ALTERACAO (DADO PUBLICO)      *
      ***************************************************
       TRN-CEP.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "CADCEP" TO W-ARQNOME
           MOVE W-TNCEP TO W-ARQCOPIA
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-CEP-DET.
           OPEN OUTPUT CADTCEP
           IF ST-ERRO NOT = "00"
              CLOSE CADCEP
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-CEP-DET.
           MOVE LOW-VALUES TO CEP-NUMCEP
           START CADCEP KEY IS NOT LESS CEP-NUMCEP INVALID KEY
                 GO TO TRN-CEP-FECHA.
       TRN-CEP-LE.
           READ CADCEP NEXT RECORD
              AT END
                 GO TO TRN-CEP-FECHA.
           ADD 1 TO W-LIDOS
           WRITE REGTCEP FROM REGCEP
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-CEP-LE.
       TRN-CEP-FECHA.
           CLOSE CADCEP CADTCEP
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-CEP-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-CEP-FIM.
           EXIT.
      *
      ***************************************************
      * ARQFUNC - NOME, CPF, PIS, RG, CTPS, NUMERO E     *
      * COMPLEMENTO DO ENDERECO E CONTA FICTICIOS        *
      ***************************************************
       TRN-FUNC.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQFUNC" TO W-ARQNOME
           MOVE W-TNFUNC TO W-ARQCOPIA
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-FUNC-DET.
           OPEN OUTPUT CADTFUNC
           IF ST-ERRO NOT = "00"
              CLOSE CADFUNC
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-FUNC-DET.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO TRN-FUNC-FECHA.
       TRN-FUNC-LE.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO TRN-FUNC-FECHA.
           ADD 1 TO W-LIDOS
           MOVE CODFUNC TO W-CHAPA
           MOVE SEXO TO W-NMSEXO
           MOVE ZEROS TO W-NMSEQ
           PERFORM GERA-NOME THRU GERA-NOME-FIM
           MOVE W-NMNOME TO NOME
           IF CPF NOT = ZEROS
              PERFORM GERA-CPF THRU GERA-CPF-FIM
              MOVE W-CPFCALC TO CPF.
           IF PIS NOT = ZEROS
              PERFORM GERA-PIS THRU GERA-PIS-FIM
              MOVE W-PISCALC TO PIS.
           IF RG NOT = SPACES
              PERFORM GERA-RG THRU GERA-RG-FIM.
           IF CTPS NOT = SPACES
              PERFORM GERA-CTPS THRU GERA-CTPS-FIM.
           IF CONTA NOT = ZEROS
              PERFORM GERA-CONTA THRU GERA-CONTA-FIM.
           IF NUMRES NOT = ZEROS
              COMPUTE W-ALEABASE = W-CHAPA * 10 + 7
              PERFORM GERA-ALEA THRU GERA-ALEA-FIM
              DIVIDE W-ALEA BY 9999 GIVING W-ALEAQ REMAINDER W-RESTO
              COMPUTE NUMRES = W-RESTO + 1.
           MOVE SPACES TO COMPRES
           WRITE REGTFUNC FROM REGFUNC
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-FUNC-LE.
       TRN-FUNC-FECHA.
           CLOSE CADFUNC CADTFUNC
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-FUNC-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-FUNC-FIM.
           EXIT.
      *
      ***************************************************
      * ARQDEPEN - NOME FICTICIO COM O SOBRENOME DO      *
      * FUNCIONARIO FICTICIO                             *
      ***************************************************
       TRN-DEPEN.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQDEPEN" TO W-ARQNOME
           MOVE W-TNDEPEN TO W-ARQCOPIA
           OPEN INPUT CADDEPEN
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-DEPEN-DET.
           OPEN OUTPUT CADTDEPEN
           IF ST-ERRO NOT = "00"
              CLOSE CADDEPEN
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-DEPEN-DET.
           MOVE LOW-VALUES TO DEPENKEY
           START CADDEPEN KEY IS NOT LESS DEPENKEY INVALID KEY
                 GO TO TRN-DEPEN-FECHA.
       TRN-DEPEN-LE.
           READ CADDEPEN NEXT RECORD
              AT END
                 GO TO TRN-DEPEN-FECHA.
           ADD 1 TO W-LIDOS
           MOVE DEPENCODFUNC TO W-CHAPA
           MOVE SEXODEPEN TO W-NMSEXO
           MOVE DEPENSEQ TO W-NMSEQ
           PERFORM GERA-NOME THRU GERA-NOME-FIM
           MOVE W-NMNOME TO NOMEDEPEN
           WRITE REGTDEPEN FROM REGDEPEN
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-DEPEN-LE.
       TRN-DEPEN-FECHA.
           CLOSE CADDEPEN CADTDEPEN
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-DEPEN-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-DEPEN-FIM.
           EXIT.
      *
      ***************************************************
      * ARQPAGVB - VALORES PELO FATOR DA CHAPA           *
      ***************************************************
       TRN-PAGVB.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQPAGVB" TO W-ARQNOME
           MOVE W-TNPAGVB TO W-ARQCOPIA
           OPEN INPUT CADPAGVB
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-PAGVB-DET.
           OPEN OUTPUT CADTPAGVB
           IF ST-ERRO NOT = "00"
              CLOSE CADPAGVB
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-PAGVB-DET.
           MOVE LOW-VALUES TO VB-KEY
           START CADPAGVB KEY IS NOT LESS VB-KEY INVALID KEY
                 GO TO TRN-PAGVB-FECHA.
       TRN-PAGVB-LE.
           READ CADPAGVB NEXT RECORD
              AT END
                 GO TO TRN-PAGVB-FECHA.
           ADD 1 TO W-LIDOS
           MOVE VB-CODFUNC TO W-FATORCHAPA
           PERFORM CALC-FATOR THRU CALC-FATOR-FIM
           COMPUTE VB-VALOR ROUNDED = VB-VALOR * W-FATOR
           WRITE REGTPAGVB FROM REGPAGVB
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-PAGVB-LE.
       TRN-PAGVB-FECHA.
           CLOSE CADPAGVB CADTPAGVB
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-PAGVB-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-PAGVB-FIM.
           EXIT.
      *
      ***************************************************
      * ARQHISTF - VALORES PELO FATOR DA CHAPA           *
      ***************************************************
       TRN-HISTF.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQHISTF" TO W-ARQNOME
           MOVE W-TNHISTF TO W-ARQCOPIA
           OPEN INPUT CADHISTF
           IF ST-ERRO NOT = "00"
              MOVE "AUSENTE" TO W-ARQSIT
              GO TO TRN-HISTF-DET.
           OPEN OUTPUT CADTHISTF
           IF ST-ERRO NOT = "00"
              CLOSE CADHISTF
              MOVE "ERRO" TO W-ARQSIT
              GO TO TRN-HISTF-DET.
           MOVE LOW-VALUES TO HF-KEY
           START CADHISTF KEY IS NOT LESS HF-KEY INVALID KEY
                 GO TO TRN-HISTF-FECHA.
       TRN-HISTF-LE.
           READ CADHISTF NEXT RECORD
              AT END
                 GO TO TRN-HISTF-FECHA.
           ADD 1 TO W-LIDOS
           MOVE HF-CODFUNC TO W-FATORCHAPA
           PERFORM CALC-FATOR THRU CALC-FATOR-FIM
           COMPUTE HF-BRUTO ROUNDED = HF-BRUTO * W-FATOR
           COMPUTE HF-INSS  ROUNDED = HF-INSS  * W-FATOR
           COMPUTE HF-IRRF  ROUNDED = HF-IRRF  * W-FATOR
           COMPUTE HF-LIQ   ROUNDED = HF-LIQ   * W-FATOR
           COMPUTE HF-RAT   ROUNDED = HF-RAT   * W-FATOR
           WRITE REGTHISTF FROM REGHISTF
           IF ST-ERRO = "00"
              ADD 1 TO W-GRAVADOS.
           GO TO TRN-HISTF-LE.
       TRN-HISTF-FECHA.
           CLOSE CADHISTF CADTHISTF
           PERFORM SIT-COPIA THRU SIT-COPIA-FIM.
       TRN-HISTF-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-HISTF-FIM.
           EXIT.
      *
      ***************************************************
      * ARQAMB - MARCA A COPIA COMO AMBIENTE DE          *
      * TREINAMENTO                                      *
      ***************************************************
       TRN-AMB.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "ARQAMB" TO W-ARQNOME
           MOVE W-TNAMB TO W-ARQCOPIA
           OPEN OUTPUT CADTAMB
           IF ST-ERRO NOT = "00"
              MOVE "ERRO" TO W-ARQSIT
              ADD 1 TO W-TOTERRO
              GO TO TRN-AMB-DET.
           MOVE "T" TO AMB-TIPO
           MOVE W-HOJE TO AMB-DATA
           MOVE W-OPERID TO AMB-OPER
           WRITE REGTAMB
           CLOSE CADTAMB
           MOVE 1 TO W-GRAVADOS
           MOVE "OK" TO W-ARQSIT.
       TRN-AMB-DET.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TRN-AMB-FIM.
           EXIT.
      *
       SIT-COPIA.
           IF W-GRAVADOS = W-LIDOS
              MOVE "OK" TO W-ARQSIT
           ELSE
              MOVE "ERRO" TO W-ARQSIT
              ADD 1 TO W-TOTERRO.
       SIT-COPIA-FIM.
           EXIT.
      *
       GRAVA-DET.
           MOVE W-ARQNOME TO TD-ARQ
           MOVE W-ARQCOPIA TO TD-COPIA
           MOVE W-LIDOS TO TD-LIDOS
           MOVE W-GRAVADOS TO TD-GRAV
           MOVE W-ARQSIT TO TD-SIT
           WRITE REGTRNREL FROM TRN-DET.
       GRAVA-DET-FIM.
           EXIT.
      *
      ***************************************************
      * GERADOR: W-ALEABASE -> W-ALEA (0 A 999999936)    *
      ***************************************************
       GERA-ALEA.
           COMPUTE W-ALEAWRK = W-ALEABASE * 7919 + W-SEMENTE
           DIVIDE W-ALEAWRK BY 999999937 GIVING W-ALEAQ
                  REMAINDER W-ALEA
           COMPUTE W-ALEAWRK = W-ALEA * 4507 + 104729
           DIVIDE W-ALEAWRK BY 999999937 GIVING W-ALEAQ
                  REMAINDER W-ALEA.
       GERA-ALEA-FIM.
           EXIT.
      *
      * FATOR ENTRE 0,8000 E 1,2000 PARA A CHAPA EM W-FATORCHAPA.
       CALC-FATOR.
           COMPUTE W-ALEABASE = W-FATORCHAPA * 10 + 6
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 4001 GIVING W-ALEAQ REMAINDER W-RESTO
           COMPUTE W-FATOR = 0,8 + W-RESTO / 10000.
       CALC-FATOR-FIM.
           EXIT.
      *
      * NOME FICTICIO: PRENOME PELO SEXO E DOIS SOBRENOMES DA CHAPA.
      * O DEPENDENTE (W-NMSEQ > 0) LEVA O ULTIMO SOBRENOME DO TITULAR.
       GERA-NOME.
           MOVE W-CHAPA TO W-ALEABASE
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 20 GIVING W-ALEAQ REMAINDER W-RESTO
           COMPUTE W-IXPRI = W-RESTO + 1
           DIVIDE W-ALEAQ BY 30 GIVING W-ALEAQ REMAINDER W-RESTO
           COMPUTE W-IXSOB1 = W-RESTO + 1
           DIVIDE W-ALEAQ BY 30 GIVING W-ALEAQ REMAINDER W-RESTO
           COMPUTE W-IXSOB2 = W-RESTO + 1
           IF W-NMSEQ NOT = ZEROS
              COMPUTE W-ALEABASE = 500000000 + W-CHAPA * 10 + W-NMSEQ
              PERFORM GERA-ALEA THRU GERA-ALEA-FIM
              DIVIDE W-ALEA BY 20 GIVING W-ALEAQ REMAINDER W-RESTO
              COMPUTE W-IXPRI = W-RESTO + 1.
           IF W-NMSEXO = "F"
              MOVE TBNOMEF(W-IXPRI) TO W-NMPRI
           ELSE
              MOVE TBNOMEM(W-IXPRI) TO W-NMPRI.
           MOVE SPACES TO W-NMNOME
           IF W-NMSEQ = ZEROS
              STRING W-NMPRI DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     TBSOBRE(W-IXSOB1) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     TBSOBRE(W-IXSOB2) DELIMITED BY SPACE
                     INTO W-NMNOME
           ELSE
              STRING W-NMPRI DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     TBSOBRE(W-IXSOB2) DELIMITED BY SPACE
                     INTO W-NMNOME.
       GERA-NOME-FIM.
           EXIT.
      *
      * CPF: 3 DIGITOS ALEATORIOS + CHAPA (UNICO POR CHAPA) E OS DOIS
      * DIGITOS VERIFICADORES PELA MESMA REGRA DO FPP004.
       GERA-CPF.
           COMPUTE W-ALEABASE = W-CHAPA * 10 + 1
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 1000 GIVING W-ALEAQ REMAINDER W-RESTO
           MOVE W-RESTO TO W-NUM3.
       GERA-CPF-BASE.
           COMPUTE W-CPFCALC = (W-NUM3 * 1000000 + W-CHAPA) * 100
      * NOVE DIGITOS IGUAIS NAO SAO CPF VALIDO.
           IF W-CPFCALC(1:8) = W-CPFCALC(2:8)
              ADD 1 TO W-NUM3
              GO TO GERA-CPF-BASE.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND
           MOVE 10 TO W-PESO.
       GERA-CPF-SOMA1.
           COMPUTE W-SOMA = W-SOMA + W-CPFD(W-IND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-IND
           IF W-IND < 10
              GO TO GERA-CPF-SOMA1.
           DIVIDE W-SOMA BY 11 GIVING W-TMP2 REMAINDER W-RESTO2
           IF W-RESTO2 < 2
              MOVE 0 TO W-CPFD(10)
           ELSE
              COMPUTE W-CPFD(10) = 11 - W-RESTO2.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND
           MOVE 11 TO W-PESO.
       GERA-CPF-SOMA2.
           COMPUTE W-SOMA = W-SOMA + W-CPFD(W-IND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-IND
           IF W-IND < 11
              GO TO GERA-CPF-SOMA2.
           DIVIDE W-SOMA BY 11 GIVING W-TMP2 REMAINDER W-RESTO2
           IF W-RESTO2 < 2
              MOVE 0 TO W-CPFD(11)
           ELSE
              COMPUTE W-CPFD(11) = 11 - W-RESTO2.
       GERA-CPF-FIM.
           EXIT.
      *
      * PIS/PASEP: "1" + 3 DIGITOS ALEATORIOS + CHAPA E O DIGITO
      * VERIFICADOR (PESOS 3298765432, MODULO 11).
       GERA-PIS.
           COMPUTE W-ALEABASE = W-CHAPA * 10 + 2
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 1000 GIVING W-ALEAQ REMAINDER W-RESTO
           COMPUTE W-PISCALC = (1000000000 + W-RESTO * 1000000
                               + W-CHAPA) * 10
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND.
       GERA-PIS-SOMA.
           COMPUTE W-SOMA = W-SOMA + W-PISD(W-IND) * W-PISPESO(W-IND)
           ADD 1 TO W-IND
           IF W-IND < 11
              GO TO GERA-PIS-SOMA.
           DIVIDE W-SOMA BY 11 GIVING W-TMP2 REMAINDER W-RESTO2
           COMPUTE W-DV = 11 - W-RESTO2
           IF W-DV > 9
              MOVE 0 TO W-DV.
           MOVE W-DV TO W-PISD(11).
       GERA-PIS-FIM.
           EXIT.
      *
       GERA-RG.
           COMPUTE W-ALEABASE = W-CHAPA * 10 + 3
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 100000000 GIVING W-ALEAQ REMAINDER W-RESTO
           MOVE W-RESTO TO W-NUM8
           DIVIDE W-ALEAQ BY 10 GIVING W-ALEAQ REMAINDER W-RESTO
           MOVE W-RESTO TO W-NUM1
           MOVE SPACES TO RG
           STRING W-NUM8 "-" W-NUM1 DELIMITED BY SIZE INTO RG.
       GERA-RG-FIM.
           EXIT.
      *
       GERA-CTPS.
           COMPUTE W-ALEABASE = W-CHAPA * 10 + 4
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 10000000 GIVING W-ALEAQ REMAINDER W-RESTO
           MOVE W-RESTO TO W-NUM7
           DIVIDE W-ALEAQ BY 1000 GIVING W-ALEAQ REMAINDER W-RESTO
           MOVE W-RESTO TO W-NUM3
           MOVE SPACES TO CTPS
           STRING W-NUM7 "/" W-NUM3 DELIMITED BY SIZE INTO CTPS.
       GERA-CTPS-FIM.
           EXIT.
      *
      * CONTA FICTICIA NO MESMO BANCO E AGENCIA; DIGITO PELO MODULO 11
      * (PESOS 9 A 2), 10 OU 11 VIRAM ZERO.
       GERA-CONTA.
           COMPUTE W-ALEABASE = W-CHAPA * 10 + 5
           PERFORM GERA-ALEA THRU GERA-ALEA-FIM
           DIVIDE W-ALEA BY 100000000 GIVING W-ALEAQ REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE W-CHAPA TO W-RESTO.
           MOVE W-RESTO TO W-CTACALC
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND
           MOVE 9 TO W-PESO.
       GERA-CONTA-SOMA.
           COMPUTE W-SOMA = W-SOMA + W-CTAD(W-IND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-IND
           IF W-IND < 9
              GO TO GERA-CONTA-SOMA.
           DIVIDE W-SOMA BY 11 GIVING W-TMP2 REMAINDER W-RESTO2
           COMPUTE W-DV = 11 - W-RESTO2
           IF W-DV > 9
              MOVE 0 TO W-DV.
           MOVE W-DV TO W-NUM1
           MOVE W-CTACALC TO CONTA
           MOVE W-NUM1 TO CONTADV.
       GERA-CONTA-FIM.
           EXIT.
      *
      **********************
      * GRAVACAO DE LOG    *
      **********************
      *
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
