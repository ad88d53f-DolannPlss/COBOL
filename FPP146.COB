       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP146.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ORCAMENTO ANUAL DE PESSOAL: PROJETA MES A MES O ANO  *
      * SEGUINTE DE CADA DEPARTAMENTO A PARTIR DOS SALARIOS  *
      * ATUAIS DOS ATIVOS E DAS VAGAS APROVADAS (ARQVAGA),   *
      * COM O DISSIDIO NO MES-BASE DO SINDICATO DO CARGO,    *
      * ENCARGOS, PROVISOES DE 13o E FERIAS + 1/3 E          *
      * BENEFICIOS (MESMAS REGRAS DO FPP117). GRAVA O        *
      * ARQORCTO PARA CONFERENCIA (RELATORIO NO SPOOL) E,    *
      * NA FUNCAO A, APLICA O LIMFUNC/LIMSAL PROPOSTO NO     *
      * CADASTRO DE DEPARTAMENTOS                            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADORC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORC-KEY
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
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
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
           SELECT CADVAGA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VAG-NUM
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADORCRL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ORCAMENTO DE PESSOAL POR ANO E DEPARTAMENTO.
      * ORC-STAT: "G"=GERADO (EM CONFERENCIA) "A"=APLICADO NO ARQDEP.
       FD CADORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCTO.DAT".
       01 REGORC.
          03 ORC-KEY.
              05 ORC-ANO              PIC 9(04).
              05 ORC-DEP              PIC 9(03).
          03 ORC-PERCDISS             PIC 9(02)V99.
          03 ORC-QTDATIV              PIC 9(04).
          03 ORC-QTDVAGA              PIC 9(03).
          03 ORC-LIMFUNC              PIC 9(03).
          03 ORC-LIMSAL               PIC 9(08)V99.
          03 ORC-MESES                OCCURS 12 TIMES.
              05 ORC-SALMES           PIC 9(09)V99.
              05 ORC-CUSTOMES         PIC 9(09)V99.
          03 ORC-TOTANO               PIC 9(11)V99.
          03 ORC-STAT                 PIC X(01).
          03 ORC-DATAGER              PIC 9(08).
          03 ORC-OPER                 PIC X(08).
          03 ORC-DATAAPL              PIC 9(08).
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
          03 DEPSTAT                  PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 DEPFILIAL                PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
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
       FD CADVAGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAGA.DAT".
       01 REGVAGA.
          03 VAG-DEP                  PIC 9(03).
          03 VAG-CARGO                PIC 9(03).
          03 VAG-SOLICIT              PIC X(08).
          03 VAG-DATA                 PIC 9(08).
      * STATUS: "P"=PENDENTE "A"=APROVADA "R"=RECUSADA
      * "U"=RESERVADA (ADMISSAO EM APROVACAO) "F"=FECHADA.
          03 VAG-STAT                 PIC X(01).
          03 VAG-APROV                PIC X(08).
          03 VAG-DATAAPR              PIC 9(08).
          03 VAG-NUM                  PIC 9(06).
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
       FD CADORCRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGORCRL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ANOORC        PIC 9(04) VALUE ZEROS.
       01 W-PERCDISS      PIC 9(02)V99 VALUE ZEROS.
       01 W-FUNCAO        PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-SINDARQ       PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-VTARQ         PIC 9(01) VALUE ZEROS.
       01 W-VRARQ         PIC 9(01) VALUE ZEROS.
       01 W-VAGARQ        PIC 9(01) VALUE ZEROS.
       01 W-DEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-QTDAPL        PIC 9(04) VALUE ZEROS.
      *----------[ CUSTO MENSAL POR CABECA (REGRAS DO FPP117) ]---------
       01 W-CARGO         PIC 9(03) VALUE ZEROS.
       01 W-NIVEL         PIC 9(02) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-MESDISS       PIC 9(02) VALUE ZEROS.
       01 W-MES           PIC 9(02) VALUE ZEROS.
       01 W-SALMES        PIC 9(08)V99 VALUE ZEROS.
       01 W-SALBASEX      PIC 9(06)V99 VALUE ZEROS.
       01 W-FAP           PIC 9(01)V9999 VALUE 1,0000.
       01 W-ALIQRAT       PIC 9(01)V9999 VALUE ZEROS.
       01 W-PATRONAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-RATVAL        PIC 9(08)V99 VALUE ZEROS.
       01 W-TERCVAL       PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTSVAL       PIC 9(08)V99 VALUE ZEROS.
       01 W-PROVFER       PIC 9(08)V99 VALUE ZEROS.
       01 W-PROV13        PIC 9(08)V99 VALUE ZEROS.
       01 W-ENCPROV       PIC 9(08)V99 VALUE ZEROS.
       01 W-BENEF         PIC 9(08)V99 VALUE ZEROS.
       01 W-BENEFMED      PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTOMES      PIC 9(09)V99 VALUE ZEROS.
       01 W-ALIQTERC      PIC 9(01)V9999 VALUE 0,0580.
       01 TAB-RAT.
          03 FILLER PIC 9(01)V9999 VALUE 0,0100.
          03 FILLER PIC 9(01)V9999 VALUE 0,0200.
          03 FILLER PIC 9(01)V9999 VALUE 0,0300.
       01 TAB-RATX REDEFINES TAB-RAT.
          03 TB-RAT-ALIQ PIC 9(01)V9999 OCCURS 3 TIMES.
      *----------[ MEDIA DE BENEFICIOS DOS ATIVOS (PARA AS VAGAS) ]-----
       01 W-VTSOMA        PIC 9(09)V99 VALUE ZEROS.
       01 W-VTQTD         PIC 9(06) VALUE ZEROS.
       01 W-VRSOMA        PIC 9(09)V99 VALUE ZEROS.
       01 W-VRQTD         PIC 9(06) VALUE ZEROS.
      *----------[ ACUMULADO POR DEPARTAMENTO ]-------------------------
       01 W-DPX           PIC 9(03) VALUE ZEROS.
       01 W-QTDDEP        PIC 9(03) VALUE ZEROS.
       01 W-DEPBUSCA      PIC 9(03) VALUE ZEROS.
       01 W-TABORC        OCCURS 200 TIMES.
          03 W-TBO-DEP    PIC 9(03).
          03 W-TBO-QATIV  PIC 9(04).
          03 W-TBO-QVAGA  PIC 9(03).
          03 W-TBO-MES    OCCURS 12 TIMES.
              05 W-TBO-SAL PIC 9(09)V99.
              05 W-TBO-CUS PIC 9(09)V99.
       01 W-QTDCAB        PIC 9(05) VALUE ZEROS.
       01 W-MAXSAL        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTANO        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTGER        PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTMES        PIC 9(11)V99 OCCURS 12 TIMES.
       01 W-IMPVAL        PIC 9(11)V99 OCCURS 12 TIMES.
       01 TAB-MESES       PIC X(36) VALUE
          "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01 TAB-MESESX REDEFINES TAB-MESES.
          03 TB-MESNOME   PIC X(03) OCCURS 12 TIMES.
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
       01 ORL-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 ORL-TIT.
                03 FILLER      PIC X(29) VALUE
                   "ORCAMENTO DE PESSOAL - ANO ".
                03 ORL-TANO    PIC 9999.
                03 FILLER      PIC X(13) VALUE " - DISSIDIO ".
                03 ORL-TPERC   PIC Z9,99.
                03 FILLER      PIC X(15) VALUE "% - GERADO EM ".
                03 ORL-THOJE   PIC 99/99/9999.
       01 ORL-DEP.
                03 FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
                03 ORL-DCOD    PIC 999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 ORL-DNOME   PIC X(25).
                03 FILLER      PIC X(10) VALUE "  ATIVOS: ".
                03 ORL-DATIV   PIC ZZZ9.
                03 FILLER      PIC X(10) VALUE "  VAGAS: ".
                03 ORL-DVAGA   PIC ZZ9.
       01 ORL-LIM.
                03 FILLER      PIC X(17) VALUE "  LIMFUNC ATUAL: ".
                03 ORL-LFATU   PIC ZZ9.
                03 FILLER      PIC X(07) VALUE " NOVO: ".
                03 ORL-LFNOV   PIC ZZ9.
                03 FILLER      PIC X(17) VALUE "  LIMSAL ATUAL: ".
                03 ORL-LSATU   PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(07) VALUE " NOVO: ".
                03 ORL-LSNOV   PIC ZZ.ZZZ.ZZ9,99.
       01 ORL-MESES.
                03 ORL-MCOL    OCCURS 4 TIMES.
                   05 ORL-MESP PIC X(02).
                   05 ORL-MNOME PIC X(03).
                   05 ORL-MESP2 PIC X(01).
                   05 ORL-MVAL PIC ZZZ.ZZZ.ZZ9,99.
       01 ORL-TOT.
                03 FILLER      PIC X(24) VALUE
                   "  CUSTO ANUAL PROJETADO:".
                03 ORL-TVAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 ORL-EMPRESA.
                03 FILLER      PIC X(41) VALUE
                   "TOTAL DA EMPRESA - CUSTO MENSAL PROJETADO".
       01 ORL-GERAL.
                03 FILLER      PIC X(24) VALUE
                   "CUSTO ANUAL DA EMPRESA: ".
                03 ORL-GVAL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-DATAED.
                03 W-DATAED-DD PIC 99.
                03 W-DATAED-MM PIC 99.
                03 W-DATAED-AA PIC 9999.
       01 W-DATAEDN REDEFINES W-DATAED PIC 9(08).
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
               VALUE  "  *** ORCAMENTO ANUAL DE PESSOAL ***".
           05  LINE 06  COLUMN 01
               VALUE  "  ANO DO ORCAMENTO                   :".
           05  LINE 08  COLUMN 01
               VALUE  "  FUNCAO (G=GERAR A=APLICAR LIMITES) :".
           05  LINE 10  COLUMN 01
               VALUE  "  PERCENTUAL DO DISSIDIO (%)         :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA O PROCESSAMENTO (S ou N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOORC
               LINE 06  COLUMN 41  PIC 9999
               USING  W-ANOORC
               HIGHLIGHT.
           05  TW-FUNCAO
               LINE 08  COLUMN 41  PIC X(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-PERCDISS
               LINE 10  COLUMN 41  PIC Z9,99
               USING  W-PERCDISS
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 41  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(1:4) TO W-ANOORC
           ADD 1 TO W-ANOORC
           MOVE ZEROS TO W-PERCDISS W-QTDDEP W-QTDAPL
           MOVE SPACES TO W-FUNCAO W-OPCAO
           DISPLAY TELAPRINCIPAL.
       INC-ANO.
           ACCEPT TW-ANOORC
           IF W-ANOORC < 2000
              MOVE "*** ANO DO ORCAMENTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ANO.
       INC-FUNCAO.
           ACCEPT TW-FUNCAO
           IF W-FUNCAO = "g"
              MOVE "G" TO W-FUNCAO.
           IF W-FUNCAO = "a"
              MOVE "A" TO W-FUNCAO.
           IF W-FUNCAO NOT = "G" AND W-FUNCAO NOT = "A"
              MOVE "*** FUNCAO INVALIDA (G OU A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FUNCAO.
           IF W-FUNCAO = "A"
              GO TO INC-OPC.
       INC-PERC.
           ACCEPT TW-PERCDISS
           IF W-PERCDISS > 50
              MOVE "*** PERCENTUAL DE DISSIDIO ACIMA DE 50% ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PERC.
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
           OPEN I-O CADORC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORC
                 CLOSE CADORC
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADORC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           IF W-FUNCAO = "A"
              GO TO APLICA.
      *----------------------------------------------------------------
      * FUNCAO G: PROJECAO DO ANO. ABRE OS CADASTROS; OS DE APOIO
      * (GRADE, SINDICATOS, FILIAIS, VT, VR/VA, VAGAS) SAO OPCIONAIS.
      *----------------------------------------------------------------
       GERA.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADORC
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADORC CADFUNC
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-GRADEARQ W-SINDARQ W-FILARQ W-DEPARQ
                         W-VAGARQ
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           OPEN INPUT CADSIND
           IF ST-ERRO = "00"
              MOVE 1 TO W-SINDARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADDEP
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
           OPEN INPUT CADVAGA
           IF ST-ERRO = "00"
              MOVE 1 TO W-VAGARQ.
           PERFORM CALC-MEDIAS THRU CALC-MEDIAS-FIM
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO GERA-VAGAS.
       GERA-FUNC.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-VAGAS.
           IF FUNCSTAT NOT = "A"
              GO TO GERA-FUNC.
           MOVE FUNCCAR TO W-CARGO
           MOVE NVLSAL TO W-NIVEL
           MOVE FILIAL TO W-FILSEL
           MOVE FUNCDEP TO W-DEPBUSCA
           PERFORM CALC-CABECA THRU CALC-CABECA-FIM
           IF W-SALMES = ZEROS
              GO TO GERA-FUNC.
      * BENEFICIOS DO PROPRIO EMPREGADO (VT E VR/VA ATIVOS).
           MOVE ZEROS TO W-BENEF
           IF W-VTARQ = 1
              MOVE CODFUNC TO VT-CODFUNC
              READ CADVT
              IF ST-ERRO = "00" AND VT-OPT = "S" AND VT-STAT = "A"
                 COMPUTE W-BENEF = W-BENEF
                       + VT-QTDDIA * VT-VALPASS * 22.
           IF W-VRARQ = 1
              MOVE CODFUNC TO VRVA-CODFUNC
              READ CADVRVA
              IF ST-ERRO = "00" AND VRVA-STAT = "A"
                 COMPUTE W-BENEF = W-BENEF
                       + (VRVA-VALVR + VRVA-VALVA) * 22.
           PERFORM ACHA-DEP THRU ACHA-DEP-FIM
           ADD 1 TO W-TBO-QATIV(W-DPX)
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           GO TO GERA-FUNC.
      *----------------------------------------------------------------
      * VAGAS APROVADAS AINDA NAO PREENCHIDAS (A) OU COM ADMISSAO EM
      * APROVACAO (U): ENTRAM O ANO TODO NO SALARIO DO CARGO SEM
      * NIVEL, NA FILIAL DO DEPARTAMENTO, COM A MEDIA DE BENEFICIOS.
      *----------------------------------------------------------------
       GERA-VAGAS.
           IF W-VAGARQ NOT = 1
              GO TO GERA-GRAVA.
           MOVE LOW-VALUES TO VAG-NUM
           START CADVAGA KEY IS NOT LESS VAG-NUM
              INVALID KEY
                 GO TO GERA-GRAVA.
       GERA-VAGAS-LP.
           READ CADVAGA NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-GRAVA.
           IF VAG-STAT NOT = "A" AND VAG-STAT NOT = "U"
              GO TO GERA-VAGAS-LP.
           MOVE VAG-CARGO TO W-CARGO
           MOVE ZEROS TO W-NIVEL W-FILSEL
           MOVE VAG-DEP TO W-DEPBUSCA
           IF W-DEPARQ = 1
              MOVE VAG-DEP TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE DEPFILIAL TO W-FILSEL.
           PERFORM CALC-CABECA THRU CALC-CABECA-FIM
           IF W-SALMES = ZEROS
              GO TO GERA-VAGAS-LP.
           MOVE W-BENEFMED TO W-BENEF
           PERFORM ACHA-DEP THRU ACHA-DEP-FIM
           ADD 1 TO W-TBO-QVAGA(W-DPX)
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           GO TO GERA-VAGAS-LP.
      *----------------------------------------------------------------
      * REGRAVA O ORCAMENTO DO ANO: APAGA O QUE HAVIA (GERADO OU
      * APLICADO) E GRAVA UM REGISTRO POR DEPARTAMENTO.
      *----------------------------------------------------------------
       GERA-GRAVA.
           IF W-QTDDEP = ZEROS
              MOVE "*** NENHUM ATIVO OU VAGA PARA ORCAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ANOORC TO ORC-ANO
           MOVE ZEROS TO ORC-DEP
           START CADORC KEY IS NOT LESS ORC-KEY
              INVALID KEY
                 GO TO GERA-GRAVA-INI.
       GERA-APAGA.
           READ CADORC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-GRAVA-INI.
           IF ORC-ANO NOT = W-ANOORC
              GO TO GERA-GRAVA-INI.
           DELETE CADORC RECORD
           GO TO GERA-APAGA.
       GERA-GRAVA-INI.
           MOVE 1 TO W-DPX.
       GERA-GRAVA-LP.
           IF W-DPX > W-QTDDEP
              GO TO RELAT.
           MOVE W-ANOORC TO ORC-ANO
           MOVE W-TBO-DEP(W-DPX) TO ORC-DEP
           MOVE W-PERCDISS TO ORC-PERCDISS
           MOVE W-TBO-QATIV(W-DPX) TO ORC-QTDATIV
           MOVE W-TBO-QVAGA(W-DPX) TO ORC-QTDVAGA
           COMPUTE W-QTDCAB = W-TBO-QATIV(W-DPX) + W-TBO-QVAGA(W-DPX)
           IF W-QTDCAB > 999
              MOVE 999 TO ORC-LIMFUNC
           ELSE
              MOVE W-QTDCAB TO ORC-LIMFUNC.
           MOVE ZEROS TO W-MAXSAL W-TOTANO
           MOVE 1 TO W-MES
           PERFORM GRAVA-MES THRU GRAVA-MES-FIM
           IF W-MAXSAL > 99999999,99
              MOVE 99999999,99 TO ORC-LIMSAL
           ELSE
              MOVE W-MAXSAL TO ORC-LIMSAL.
           MOVE W-TOTANO TO ORC-TOTANO
           MOVE "G" TO ORC-STAT
           MOVE W-HOJE TO ORC-DATAGER
           MOVE W-OPERID TO ORC-OPER
           MOVE ZEROS TO ORC-DATAAPL
           WRITE REGORC
           ADD 1 TO W-DPX
           GO TO GERA-GRAVA-LP.
      *
      * LIMSAL E LIMITE DE MASSA SALARIAL MENSAL (COMO NO FPP004,
      * FPP044, FPP117 E FPP118): O PROPOSTO E A MAIOR MASSA MENSAL
      * DO ANO, QUE JA INCLUI O DISSIDIO.
       GRAVA-MES.
           IF W-MES > 12
              GO TO GRAVA-MES-FIM.
           MOVE W-TBO-SAL(W-DPX, W-MES) TO ORC-SALMES(W-MES)
           MOVE W-TBO-CUS(W-DPX, W-MES) TO ORC-CUSTOMES(W-MES)
           IF W-TBO-SAL(W-DPX, W-MES) > W-MAXSAL
              MOVE W-TBO-SAL(W-DPX, W-MES) TO W-MAXSAL.
           ADD W-TBO-CUS(W-DPX, W-MES) TO W-TOTANO
           ADD 1 TO W-MES
           GO TO GRAVA-MES.
       GRAVA-MES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SALARIO MENSAL DA CABECA (CARGO NO NIVEL, MESMA REGRA DO
      * FPP117), MES-BASE DO DISSIDIO PELO SINDICATO DO CARGO E
      * ALIQUOTA DE RAT AJUSTADA PELO FAP DA FILIAL.
      *----------------------------------------------------------------
       CALC-CABECA.
           MOVE ZEROS TO W-SALMES W-MESDISS
           MOVE W-CARGO TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              GO TO CALC-CABECA-FIM.
           MOVE SALBASE TO W-SALBASEX
           IF W-GRADEARQ = 1 AND W-NIVEL NOT = ZEROS
              MOVE W-CARGO TO GRD-CARGO
              MOVE W-NIVEL TO GRD-NIVEL
              READ CADGRADE
              IF ST-ERRO = "00" AND GRD-STAT = "A"
                 IF GRD-TIPO = "P"
                    COMPUTE W-SALBASEX ROUNDED = SALBASE
                          * (1 + GRD-VALOR / 100)
                 ELSE
                    MOVE GRD-VALOR TO W-SALBASEX.
           IF TIPOSAL = "H"
              COMPUTE W-SALMES = W-SALBASEX * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMES = W-SALBASEX * 30
              ELSE
                 MOVE W-SALBASEX TO W-SALMES.
           IF W-SINDARQ = 1 AND CARSIND NOT = ZEROS
              MOVE CARSIND TO SIN-COD
              READ CADSIND
              IF ST-ERRO = "00"
                 MOVE SIN-MESDISS TO W-MESDISS.
           MOVE 1,0000 TO W-FAP
           IF W-FILARQ = 1 AND W-FILSEL NOT = ZEROS
              MOVE W-FILSEL TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00" AND FILFAP NOT = ZEROS
                 MOVE FILFAP TO W-FAP.
           IF GRAURISCO < 1 OR GRAURISCO > 3
              MOVE TB-RAT-ALIQ(1) TO W-ALIQRAT
           ELSE
              MOVE TB-RAT-ALIQ(GRAURISCO) TO W-ALIQRAT.
       CALC-CABECA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PROJECAO MES A MES DA CABECA: DISSIDIO A PARTIR DO MES-BASE,
      * ENCARGOS, PROVISOES DE 13o E FERIAS + 1/3 (1/12 AO MES) COM
      * ENCARGOS, E BENEFICIOS. ACUMULA NO DEPARTAMENTO (W-DPX).
      *----------------------------------------------------------------
       CALC-MESES.
           MOVE 1 TO W-MES.
       CALC-MESES-LP.
           IF W-MES > 12
              GO TO CALC-MESES-FIM.
           IF W-MES = W-MESDISS AND W-PERCDISS NOT = ZEROS
              COMPUTE W-SALMES ROUNDED = W-SALMES
                    * (1 + W-PERCDISS / 100).
           COMPUTE W-PATRONAL = W-SALMES * 0,20
           COMPUTE W-RATVAL = W-SALMES * W-ALIQRAT * W-FAP
           COMPUTE W-TERCVAL = W-SALMES * W-ALIQTERC
           COMPUTE W-FGTSVAL = W-SALMES * 0,08
           COMPUTE W-PROV13 = W-SALMES / 12
           COMPUTE W-PROVFER = (W-SALMES / 12) * (1 + 1 / 3)
           COMPUTE W-ENCPROV = (W-PROV13 + W-PROVFER)
                 * (0,20 + 0,08)
           COMPUTE W-CUSTOMES = W-SALMES + W-PATRONAL + W-RATVAL
                 + W-TERCVAL + W-FGTSVAL + W-PROV13 + W-PROVFER
                 + W-ENCPROV + W-BENEF
           ADD W-SALMES TO W-TBO-SAL(W-DPX, W-MES)
           ADD W-CUSTOMES TO W-TBO-CUS(W-DPX, W-MES)
           ADD 1 TO W-MES
           GO TO CALC-MESES-LP.
       CALC-MESES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MEDIA DOS BENEFICIOS (VT E VR/VA) DOS REGISTROS ATIVOS, EM 22
      * DIAS UTEIS (COMO NO FPP117), USADA NAS VAGAS. OS ARQUIVOS
      * FICAM ABERTOS PARA A LEITURA POR CHAPA DOS ATIVOS.
      *----------------------------------------------------------------
       CALC-MEDIAS.
           MOVE ZEROS TO W-VTSOMA W-VTQTD W-VRSOMA W-VRQTD W-BENEFMED
                         W-VTARQ W-VRARQ
           OPEN INPUT CADVT
           IF ST-ERRO NOT = "00"
              GO TO CALC-MEDIAS-VR.
           MOVE 1 TO W-VTARQ.
       CALC-MEDIAS-VT.
           READ CADVT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-MEDIAS-VR.
           IF VT-OPT = "S" AND VT-STAT = "A"
              COMPUTE W-VTSOMA = W-VTSOMA
                    + VT-QTDDIA * VT-VALPASS * 22
              ADD 1 TO W-VTQTD.
           GO TO CALC-MEDIAS-VT.
       CALC-MEDIAS-VR.
           OPEN INPUT CADVRVA
           IF ST-ERRO NOT = "00"
              GO TO CALC-MEDIAS-TOT.
           MOVE 1 TO W-VRARQ.
       CALC-MEDIAS-VR-LP.
           READ CADVRVA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-MEDIAS-TOT.
           IF VRVA-STAT = "A"
              COMPUTE W-VRSOMA = W-VRSOMA
                    + (VRVA-VALVR + VRVA-VALVA) * 22
              ADD 1 TO W-VRQTD.
           GO TO CALC-MEDIAS-VR-LP.
       CALC-MEDIAS-TOT.
           IF W-VTQTD NOT = ZEROS
              COMPUTE W-BENEFMED = W-BENEFMED + W-VTSOMA / W-VTQTD.
           IF W-VRQTD NOT = ZEROS
              COMPUTE W-BENEFMED = W-BENEFMED + W-VRSOMA / W-VRQTD.
       CALC-MEDIAS-FIM.
           EXIT.
      *
       ACHA-DEP.
           MOVE 1 TO W-DPX.
       ACHA-DEP-LP.
           IF W-DPX > W-QTDDEP
              GO TO ACHA-DEP-ADD.
           IF W-TBO-DEP(W-DPX) = W-DEPBUSCA
              GO TO ACHA-DEP-FIM.
           ADD 1 TO W-DPX
           GO TO ACHA-DEP-LP.
       ACHA-DEP-ADD.
           IF W-QTDDEP < 200
              ADD 1 TO W-QTDDEP
              MOVE W-QTDDEP TO W-DPX
              MOVE W-DEPBUSCA TO W-TBO-DEP(W-DPX)
              MOVE ZEROS TO W-TBO-QATIV(W-DPX) W-TBO-QVAGA(W-DPX)
              MOVE 1 TO W-MES
              PERFORM ZERA-MES THRU ZERA-MES-FIM
           ELSE
              MOVE 200 TO W-DPX.
       ACHA-DEP-FIM.
           EXIT.
      *
       ZERA-MES.
           IF W-MES > 12
              GO TO ZERA-MES-FIM.
           MOVE ZEROS TO W-TBO-SAL(W-DPX, W-MES)
                         W-TBO-CUS(W-DPX, W-MES)
           ADD 1 TO W-MES
           GO TO ZERA-MES.
       ZERA-MES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * RELATORIO DE CONFERENCIA NO SPOOL: POR DEPARTAMENTO, LIMITES
      * ATUAIS X PROPOSTOS E CUSTO MES A MES; NO FIM, O TOTAL DA
      * EMPRESA.
      *----------------------------------------------------------------
       RELAT.
           MOVE "ORCAMENT" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-ANOORC TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADORCRL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCRL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ANOORC TO ORL-TANO
           MOVE W-PERCDISS TO ORL-TPERC
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO ORL-THOJE
           WRITE REGORCRL FROM ORL-TIT
           MOVE ZEROS TO W-TOTGER
           MOVE 1 TO W-MES
           PERFORM ZERA-TOT THRU ZERA-TOT-FIM
           MOVE W-ANOORC TO ORC-ANO
           MOVE ZEROS TO ORC-DEP
           START CADORC KEY IS NOT LESS ORC-KEY
              INVALID KEY
                 GO TO RELAT-FIM.
       RELAT-LP.
           READ CADORC NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELAT-FIM.
           IF ORC-ANO NOT = W-ANOORC
              GO TO RELAT-FIM.
           MOVE ORC-DEP TO ORL-DCOD
           MOVE "DEPARTAMENTO NAO CADASTRADO" TO ORL-DNOME
           MOVE ZEROS TO ORL-LFATU ORL-LSATU
           IF W-DEPARQ = 1
              MOVE ORC-DEP TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE DENDEP TO ORL-DNOME
                 MOVE LIMFUNC TO ORL-LFATU
                 MOVE LIMSAL TO ORL-LSATU.
           MOVE ORC-QTDATIV TO ORL-DATIV
           MOVE ORC-QTDVAGA TO ORL-DVAGA
           MOVE ORC-LIMFUNC TO ORL-LFNOV
           MOVE ORC-LIMSAL TO ORL-LSNOV
           WRITE REGORCRL FROM ORL-SEP
           WRITE REGORCRL FROM ORL-DEP
           WRITE REGORCRL FROM ORL-LIM
           MOVE 1 TO W-MES
           PERFORM CARREGA-MES THRU CARREGA-MES-FIM
           PERFORM IMPR-MESES THRU IMPR-MESES-FIM
           MOVE ORC-TOTANO TO ORL-TVAL
           WRITE REGORCRL FROM ORL-TOT
           ADD ORC-TOTANO TO W-TOTGER
           GO TO RELAT-LP.
       RELAT-FIM.
           WRITE REGORCRL FROM ORL-SEP
           WRITE REGORCRL FROM ORL-EMPRESA
           MOVE 1 TO W-MES
           PERFORM CARREGA-TOT THRU CARREGA-TOT-FIM
           PERFORM IMPR-MESES THRU IMPR-MESES-FIM
           MOVE W-TOTGER TO ORL-GVAL
           WRITE REGORCRL FROM ORL-GERAL
           CLOSE CADORCRL
           MOVE "*** ORCAMENTO GERADO - CONFIRA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ZERA-TOT.
           IF W-MES > 12
              GO TO ZERA-TOT-FIM.
           MOVE ZEROS TO W-TOTMES(W-MES)
           ADD 1 TO W-MES
           GO TO ZERA-TOT.
       ZERA-TOT-FIM.
           EXIT.
      *
       CARREGA-MES.
           IF W-MES > 12
              GO TO CARREGA-MES-FIM.
           MOVE ORC-CUSTOMES(W-MES) TO W-IMPVAL(W-MES)
           ADD ORC-CUSTOMES(W-MES) TO W-TOTMES(W-MES)
           ADD 1 TO W-MES
           GO TO CARREGA-MES.
       CARREGA-MES-FIM.
           EXIT.
      *
       CARREGA-TOT.
           IF W-MES > 12
              GO TO CARREGA-TOT-FIM.
           MOVE W-TOTMES(W-MES) TO W-IMPVAL(W-MES)
           ADD 1 TO W-MES
           GO TO CARREGA-TOT.
       CARREGA-TOT-FIM.
           EXIT.
      *
      * IMPRIME OS 12 VALORES DE W-IMPVAL EM 3 LINHAS DE 4 MESES.
       IMPR-MESES.
           MOVE 1 TO W-MES.
       IMPR-MESES-LP.
           IF W-MES > 12
              GO TO IMPR-MESES-FIM.
           MOVE SPACES TO ORL-MESES
           MOVE 1 TO W-DPX.
       IMPR-MESES-COL.
           MOVE TB-MESNOME(W-MES) TO ORL-MNOME(W-DPX)
           MOVE W-IMPVAL(W-MES) TO ORL-MVAL(W-DPX)
           ADD 1 TO W-MES
           IF W-DPX < 4
              ADD 1 TO W-DPX
              GO TO IMPR-MESES-COL.
           WRITE REGORCRL FROM ORL-MESES
           GO TO IMPR-MESES-LP.
       IMPR-MESES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FUNCAO A: APLICA O LIMFUNC/LIMSAL PROPOSTO DO ANO NO ARQDEP,
      * COM CADLOG DE CADA DEPARTAMENTO ALTERADO, E MARCA O
      * ORCAMENTO COMO APLICADO.
      *----------------------------------------------------------------
       APLICA.
           OPEN I-O CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADORC
              GO TO ROT-FIM2.
           MOVE W-ANOORC TO ORC-ANO
           MOVE ZEROS TO ORC-DEP
           START CADORC KEY IS NOT LESS ORC-KEY
              INVALID KEY
                 GO TO APLICA-FIM.
       APLICA-LP.
           READ CADORC NEXT
           IF ST-ERRO NOT = "00"
              GO TO APLICA-FIM.
           IF ORC-ANO NOT = W-ANOORC
              GO TO APLICA-FIM.
           IF ORC-STAT NOT = "G"
              GO TO APLICA-LP.
           MOVE ORC-DEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              GO TO APLICA-LP.
           MOVE REGDEP TO W-REGANTES
           MOVE ORC-LIMFUNC TO LIMFUNC
           MOVE ORC-LIMSAL TO LIMSAL
           REWRITE REGDEP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO APLICA-LP.
           MOVE "CADDEP" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE CODDEP TO LOG-CHAVE
           MOVE W-REGANTES TO LOG-ANTES
           MOVE REGDEP TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "A" TO ORC-STAT
           MOVE W-HOJE TO ORC-DATAAPL
           REWRITE REGORC
           ADD 1 TO W-QTDAPL
           GO TO APLICA-LP.
       APLICA-FIM.
           CLOSE CADDEP CADORC
           IF W-QTDAPL = ZEROS
              MOVE "*** ORCAMENTO NAO GERADO OU JA APLICADO ***"
                                                          TO MENS
           ELSE
              MOVE "*** LIMITES APLICADOS NOS DEPARTAMENTOS ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
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
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
           IF W-SINDARQ = 1
              CLOSE CADSIND.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-DEPARQ = 1
              CLOSE CADDEP.
           IF W-VAGARQ = 1
              CLOSE CADVAGA.
           IF W-VTARQ = 1
              CLOSE CADVT.
           IF W-VRARQ = 1
              CLOSE CADVRVA.
           CLOSE CADORC CADFUNC CADCAR.
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
