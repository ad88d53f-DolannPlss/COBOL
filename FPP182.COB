       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP182.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * LOTE NOTURNO DE ALERTAS: REUNE NO ARQALERTA O QUE OS *
      * CONTROLES AVULSOS APONTAM - EXPERIENCIA (FPP027),    *
      * DOBRA DE FERIAS (FPP051), ASO (FPP101), EPI (FPP105),*
      * CERTIFICACOES (FPP109), ENVELHECIMENTO DE            *
      * DEPENDENTES (FPP053), CRITICA PRE-FOLHA (FPP114) E   *
      * RESCISOES DO AVISO PREVIO (FPP098). CADA ALERTA TEM  *
      * TIPO, CHAPA, VENCIMENTO E SEVERIDADE E VAI PARA O    *
      * OPERADOR DA FILIAL/DEPARTAMENTO NO ROTEAMENTO        *
      * (FPP183); SEM ROTEAMENTO FICA COM OS NIVEL 1. O      *
      * ALERTA QUE NAO APARECE MAIS E DADO COMO RESOLVIDO    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALERTA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ALE-KEY
                      ALTERNATE RECORD KEY IS ALE-OPER
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADALEROT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ARO-KEY
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
           SELECT CADEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EPI-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEPICAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ECR-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEPIENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ENT-KEY
                      ALTERNATE RECORD KEY IS ENT-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCERT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRT-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCERTCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CCR-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCERTFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CFU-KEY
                      ALTERNATE RECORD KEY IS CFU-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
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
           SELECT CADAVISO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AVI-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCRIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRT-KEY
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * CAIXA DE ALERTAS: UM REGISTRO POR TIPO/CHAPA/VENCIMENTO/
      * REFERENCIA (EPI, CERTIFICACAO, PERIODO OU DEPENDENTE).
       FD CADALERTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALERTA.DAT".
       01 REGALERTA.
      * SEVERIDADE: 1=CRITICA  2=ALTA  3=AVISO.
          03 ALE-SEVER                PIC 9(01).
          03 ALE-DESC                 PIC X(40).
          03 ALE-FILIAL               PIC 9(02).
          03 ALE-DEP                  PIC 9(03).
      * OPERADOR RESPONSAVEL; EM BRANCO = SEM ROTEAMENTO (NIVEL 1).
          03 ALE-OPER                 PIC X(08).
      * SITUACAO: A=ABERTO  T=TRATADO  R=RESOLVIDO PELO LOTE.
          03 ALE-STAT                 PIC X(01).
          03 ALE-DATAGER              PIC 9(08).
          03 ALE-DATAULT              PIC 9(08).
          03 ALE-DATATRAT             PIC 9(08).
          03 ALE-OPERTRAT             PIC X(08).
          03 ALE-KEY.
              05 ALE-TIPO             PIC X(03).
              05 ALE-CODFUNC          PIC 9(06).
              05 ALE-DATAVENC         PIC 9(08).
              05 ALE-REF              PIC 9(03).
      *-----------------------------------------------------------------
      * ROTEAMENTO DOS ALERTAS: FILIAL/DEPARTAMENTO -> OPERADOR.
      * DEPARTAMENTO 000 VALE PARA A FILIAL INTEIRA E FILIAL 00
      * COM DEPARTAMENTO 000 E O RESPONSAVEL GERAL.
       FD CADALEROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALEROT.DAT".
       01 REGALEROT.
          03 ARO-OPER                 PIC X(08).
          03 ARO-STAT                 PIC X(01).
          03 ARO-KEY.
              05 ARO-FILIAL           PIC 9(02).
              05 ARO-DEP              PIC 9(03).
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
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
          03 EPI-DESC                 PIC X(25).
          03 EPI-CA                   PIC 9(06).
          03 EPI-VALMESES             PIC 9(02).
          03 EPI-STAT                 PIC X(01).
          03 EPI-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADEPICAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICAR.DAT".
       01 REGEPICAR.
          03 ECR-STAT                 PIC X(01).
          03 ECR-KEY.
              05 ECR-CARGO            PIC 9(03).
              05 ECR-EPI              PIC 9(03).
      *-----------------------------------------------------------------
       FD CADEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
          03 ENT-EPI                  PIC 9(03).
          03 ENT-DATA                 PIC 9(08).
          03 ENT-CA                   PIC 9(06).
          03 ENT-ASSIN                PIC X(01).
          03 ENT-DEVOL                PIC X(01).
          03 ENT-KEY.
              05 ENT-CODFUNC          PIC 9(06).
              05 ENT-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DAT".
       01 REGCERT.
          03 CRT-DESC                 PIC X(25).
          03 CRT-STAT                 PIC X(01).
          03 CRT-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADCERTCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERTCAR.DAT".
       01 REGCERTCAR.
          03 CCR-STAT                 PIC X(01).
          03 CCR-KEY.
              05 CCR-CARGO            PIC 9(03).
              05 CCR-CERT             PIC 9(03).
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
       FD CADAVISO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVISO.DAT".
       01 REGAVISO.
          03 AVI-DATAAVISO            PIC 9(08).
      * TIPO: "T"=TRABALHADO  "I"=INDENIZADO.
          03 AVI-TIPO                 PIC X(01).
          03 AVI-DIASPROP             PIC 9(03).
          03 AVI-DATAPROJ             PIC 9(08).
          03 AVI-STAT                 PIC X(01).
          03 AVI-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
      * RESUMO DA CRITICA PRE-FOLHA (FPP114) POR COMPETENCIA/FILIAL.
       FD CADCRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRIT.DAT".
       01 REGCRIT.
          03 CRT-BLOQ                 PIC 9(04).
          03 CRT-WARN                 PIC 9(04).
          03 CRT-OVR                  PIC X(01).
          03 CRT-OPER                 PIC X(08).
          03 CRT-DATA                 PIC 9(08).
          03 CRT-KEY.
              05 CRT-MES              PIC 9(02).
              05 CRT-ANO              PIC 9(04).
              05 CRT-FIL              PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE "FPP182".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJEX REDEFINES W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
      *----------[ ARQUIVOS OPCIONAIS (1 = ABERTO) ]--------------------
       01 W-AROARQ        PIC 9(01) VALUE ZEROS.
       01 W-RDMARQ        PIC 9(01) VALUE ZEROS.
       01 W-ASOARQ        PIC 9(01) VALUE ZEROS.
       01 W-CARARQ        PIC 9(01) VALUE ZEROS.
       01 W-EPIARQ        PIC 9(01) VALUE ZEROS.
       01 W-CERTARQ       PIC 9(01) VALUE ZEROS.
       01 W-CERTCARQ      PIC 9(01) VALUE ZEROS.
       01 W-FERARQ        PIC 9(01) VALUE ZEROS.
       01 W-DEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-AVIARQ        PIC 9(01) VALUE ZEROS.
       01 W-CRIARQ        PIC 9(01) VALUE ZEROS.
      *----------[ ALERTA EM MONTAGEM ]---------------------------------
       01 W-ALTIPO        PIC X(03) VALUE SPACES.
       01 W-ALCOD         PIC 9(06) VALUE ZEROS.
       01 W-ALVENC        PIC 9(08) VALUE ZEROS.
       01 W-ALREF         PIC 9(03) VALUE ZEROS.
       01 W-ALSEV         PIC 9(01) VALUE ZEROS.
       01 W-ALDESC        PIC X(40) VALUE SPACES.
       01 W-ALFIL         PIC 9(02) VALUE ZEROS.
       01 W-ALDEP         PIC 9(03) VALUE ZEROS.
       01 W-ALOPER        PIC X(08) VALUE SPACES.
       01 W-FUNCOK        PIC 9(01) VALUE ZEROS.
       01 W-TIPOOK        PIC 9(01) VALUE ZEROS.
      *----------[ HORIZONTE DE 60 DIAS (FPP101/105/109) ]--------------
       01 W-LIMITE60      PIC 9(08) VALUE ZEROS.
       01 W-L60ANO        PIC 9(04) VALUE ZEROS.
       01 W-L60MES        PIC 9(02) VALUE ZEROS.
       01 W-DIAHOJE       PIC 9(02) VALUE ZEROS.
      *----------[ EXPERIENCIA (FPP027) ]-------------------------------
       01 W-INTHOJE       PIC 9(09) VALUE ZEROS.
       01 W-INTADM        PIC 9(09) VALUE ZEROS.
       01 W-DIASADM       PIC 9(05) VALUE ZEROS.
      *----------[ VALIDADE DO ASO EM MESES POR GRAU DE RISCO ]---------
       01 TAB-VALID.
          03 FILLER PIC 9(02) VALUE 24.
          03 FILLER PIC 9(02) VALUE 12.
          03 FILLER PIC 9(02) VALUE 06.
       01 TAB-VALIDX REDEFINES TAB-VALID.
          03 TB-VALID-MES PIC 9(02) OCCURS 3 TIMES.
       01 W-VALMESES      PIC 9(02) VALUE ZEROS.
       01 W-ULTEXAME      PIC 9(08) VALUE ZEROS.
       01 W-VENCANO       PIC 9(04) VALUE ZEROS.
       01 W-VENCMES       PIC 9(02) VALUE ZEROS.
       01 W-VENCDIA       PIC 9(02) VALUE ZEROS.
       01 W-VENCTOT       PIC 9(06) VALUE ZEROS.
       01 W-VENCTO        PIC 9(08) VALUE ZEROS.
      *----------[ EPI (FPP105) E CERTIFICACOES (FPP109) ]--------------
       01 W-EPISEL        PIC 9(03) VALUE ZEROS.
       01 W-ULTENT        PIC 9(08) VALUE ZEROS.
       01 W-CERTSEL       PIC 9(03) VALUE ZEROS.
       01 W-ULTVAL        PIC 9(08) VALUE ZEROS.
       01 W-CFUKEY        PIC X(08) VALUE SPACES.
       01 W-CFUDATAVAL    PIC 9(08) VALUE ZEROS.
      *----------[ DOBRA DE FERIAS (FPP051) ]---------------------------
       01 W-LIMANO        PIC 9(04) VALUE ZEROS.
       01 W-LIMMES        PIC 9(02) VALUE ZEROS.
       01 W-LIMDIA        PIC 9(02) VALUE ZEROS.
       01 W-DIASREST      PIC S9(05) VALUE ZEROS.
      *----------[ DEPENDENTES (FPP053) ]-------------------------------
       01 W-DTIDADE       PIC 9(08) VALUE ZEROS.
      *----------[ AVISO PREVIO E DATAS (FPP098) ]----------------------
       01 W-DTCALC        PIC 9(08) VALUE ZEROS.
       01 W-DIASADD       PIC 9(03) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(03) VALUE ZEROS.
       01 W-REM100        PIC 9(03) VALUE ZEROS.
       01 W-REM400        PIC 9(03) VALUE ZEROS.
      *----------[ CRITICA PRE-FOLHA (FPP114) ]-------------------------
       01 W-CPAMES        PIC 9(02) VALUE ZEROS.
       01 W-CPAANO        PIC 9(04) VALUE ZEROS.
       01 W-CRIDESC.
          03 FILLER       PIC X(10) VALUE "PRE-FOLHA ".
          03 W-CRIMES     PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-CRIANO     PIC 9999.
          03 FILLER       PIC X(02) VALUE ": ".
          03 W-CRIQTD     PIC ZZZ9.
          03 W-CRITXT     PIC X(12) VALUE SPACES.
      *----------[ TOTAIS DO LOTE ]-------------------------------------
       01 W-TOTGER        PIC 9(06) VALUE ZEROS.
       01 W-TOTNOVO       PIC 9(06) VALUE ZEROS.
       01 W-TOTREAB       PIC 9(06) VALUE ZEROS.
       01 W-TOTRESOLV     PIC 9(06) VALUE ZEROS.
       01 W-TOTABERTO     PIC 9(06) VALUE ZEROS.
       01 W-TOTED         PIC ZZZ.ZZ9.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP182".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQALERTA                               ".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** LOTE NOTURNO DE ALERTAS - CAIXA".
           05  LINE 02  COLUMN 42
               VALUE  " DOS OPERADORES ***".
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
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADALERTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALERTA
                 CLOSE CADALERTA
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALERTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC
                 GO TO ROT-FIM2.
      * OS CONTROLES DE ORIGEM SAO TODOS OPCIONAIS: O TIPO DE ALERTA
      * CUJO ARQUIVO NAO EXISTE NAO E GERADO NEM RESOLVIDO.
       INC-OPC.
           MOVE ZEROS TO W-AROARQ W-RDMARQ W-ASOARQ W-CARARQ
                         W-FERARQ W-DEPARQ W-AVIARQ W-CRIARQ
           OPEN INPUT CADALEROT
           IF ST-ERRO = "00"
              MOVE 1 TO W-AROARQ.
           OPEN INPUT CADREADM
           IF ST-ERRO = "00"
              MOVE 1 TO W-RDMARQ.
           OPEN INPUT CADASO
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASOARQ.
           OPEN INPUT CADCAR
           IF ST-ERRO = "00"
              MOVE 1 TO W-CARARQ.
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERARQ.
           OPEN INPUT CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
           OPEN INPUT CADAVISO
           IF ST-ERRO = "00"
              MOVE 1 TO W-AVIARQ.
           OPEN INPUT CADCRIT
           IF ST-ERRO = "00"
              MOVE 1 TO W-CRIARQ.
       INC-EPI.
      * EPI SO COM CATALOGO, EXIGENCIAS POR CARGO E ENTREGAS.
           MOVE ZEROS TO W-EPIARQ
           OPEN INPUT CADEPICAR
           IF ST-ERRO NOT = "00"
              GO TO INC-CERT.
           OPEN INPUT CADEPI
           IF ST-ERRO NOT = "00"
              CLOSE CADEPICAR
              GO TO INC-CERT.
           OPEN INPUT CADEPIENT
           IF ST-ERRO NOT = "00"
              CLOSE CADEPICAR CADEPI
              GO TO INC-CERT.
           MOVE 1 TO W-EPIARQ.
       INC-CERT.
      * CERTIFICACOES COM CATALOGO E OBTENCOES; AS EXIGENCIAS POR
      * CARGO (FPP107) ACRESCENTAM AS NUNCA OBTIDAS.
           MOVE ZEROS TO W-CERTARQ W-CERTCARQ
           OPEN INPUT CADCERTFUN
           IF ST-ERRO NOT = "00"
              GO TO INC-DATAS.
           OPEN INPUT CADCERT
           IF ST-ERRO NOT = "00"
              CLOSE CADCERTFUN
              GO TO INC-DATAS.
           MOVE 1 TO W-CERTARQ
           OPEN INPUT CADCERTCAR
           IF ST-ERRO = "00"
              MOVE 1 TO W-CERTCARQ.
       INC-DATAS.
      * HORIZONTE DE AVISO: DOIS MESES A FRENTE DA DATA DE HOJE.
           MOVE W-HOJE-AA TO W-L60ANO
           MOVE W-HOJE-MM TO W-L60MES
           MOVE W-HOJE-DD TO W-DIAHOJE
           ADD 2 TO W-L60MES
           IF W-L60MES > 12
              SUBTRACT 12 FROM W-L60MES
              ADD 1 TO W-L60ANO.
           COMPUTE W-LIMITE60 = W-L60ANO * 10000 + W-L60MES * 100
                 + W-DIAHOJE.
           COMPUTE W-INTHOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)
      * A CRITICA VALE PARA A COMPETENCIA CORRENTE E A ANTERIOR.
           MOVE W-HOJE-MM TO W-CPAMES
           MOVE W-HOJE-AA TO W-CPAANO
           SUBTRACT 1 FROM W-CPAMES
           IF W-CPAMES = ZEROS
              MOVE 12 TO W-CPAMES
              SUBTRACT 1 FROM W-CPAANO.
           MOVE ZEROS TO W-TOTGER W-TOTNOVO W-TOTREAB W-TOTRESOLV
                         W-TOTABERTO
           DISPLAY (12, 01) "*** GERANDO OS ALERTAS - AGUARDE ***".
      *----------------------------------------------------------------
      * PASSO 1: CHAPAS ATIVAS - EXPERIENCIA, ASO, EPI E
      * CERTIFICACOES.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO PASSO-FER.
       LER-FUNC.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSO-FER.
           IF FUNCSTAT = "D"
              GO TO LER-FUNC.
           MOVE CODFUNC TO W-ALCOD
           MOVE FILIAL TO W-ALFIL
           MOVE FUNCDEP TO W-ALDEP
           PERFORM ALERTA-EXP THRU ALERTA-EXP-FIM
           PERFORM ALERTA-ASO THRU ALERTA-ASO-FIM
           PERFORM ALERTA-EPI THRU ALERTA-EPI-FIM
           PERFORM ALERTA-CER THRU ALERTA-CER-FIM
           GO TO LER-FUNC.
      *----------------------------------------------------------------
      * PASSO 2: PERIODOS DE FERIAS EM ABERTO PERTO DA DOBRA.
      *----------------------------------------------------------------
       PASSO-FER.
           IF W-FERARQ NOT = 1
              GO TO PASSO-DEPEN.
           MOVE LOW-VALUES TO FERKEY
           START CADFERIAS KEY IS NOT LESS FERKEY
              INVALID KEY
                 GO TO PASSO-DEPEN.
       LER-FERIAS.
           READ CADFERIAS NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSO-DEPEN.
           IF FERSTAT NOT = "A"
              GO TO LER-FERIAS.
           MOVE FERCODFUNC TO W-ALCOD
           PERFORM PEGA-FUNC THRU PEGA-FUNC-FIM
           IF W-FUNCOK NOT = 1
              GO TO LER-FERIAS.
      * PRAZO CONCESSIVO COMO NO FPP051, EM BASE COMERCIAL (360/30).
           MOVE FERDATAADM(1:4) TO W-LIMANO
           MOVE FERDATAADM(5:2) TO W-LIMMES
           MOVE FERDATAADM(7:2) TO W-LIMDIA
           COMPUTE W-LIMANO = W-LIMANO + FERSEQ + 1
           COMPUTE W-DIASREST = (W-LIMANO - W-HOJE-AA) * 360
                 + (W-LIMMES - W-HOJE-MM) * 30
                 + (W-LIMDIA - W-HOJE-DD)
           IF W-DIASREST > 90
              GO TO LER-FERIAS.
           MOVE "DOB" TO W-ALTIPO
           COMPUTE W-ALVENC = W-LIMANO * 10000 + W-LIMMES * 100
                 + W-LIMDIA
           MOVE FERSEQ TO W-ALREF
           IF W-DIASREST < ZEROS
              MOVE 1 TO W-ALSEV
              MOVE "FERIAS: PERIODO VENCIDO - PAGAR EM DOBRO"
                                                         TO W-ALDESC
           ELSE
              MOVE 2 TO W-ALSEV
              MOVE "FERIAS: CONCESSAO VENCE EM ATE 90 DIAS"
                                                         TO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO LER-FERIAS.
      *----------------------------------------------------------------
      * PASSO 3: DEPENDENTES QUE COMPLETAM (OU JA COMPLETARAM SEM O
      * ENVELHECIMENTO DO FPP053) 14 ANOS COM SALARIO-FAMILIA OU 21
      * ANOS COM DEDUCAO DE IMPOSTO DE RENDA.
      *----------------------------------------------------------------
       PASSO-DEPEN.
           IF W-DEPARQ NOT = 1
              GO TO PASSO-AVISO.
           MOVE LOW-VALUES TO DEPENKEY
           START CADDEPEN KEY IS NOT LESS DEPENKEY
              INVALID KEY
                 GO TO PASSO-AVISO.
       LER-DEPEN.
           READ CADDEPEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSO-AVISO.
           IF DEPENSTAT NOT = "A"
              GO TO LER-DEPEN.
           MOVE DEPENCODFUNC TO W-ALCOD
           PERFORM PEGA-FUNC THRU PEGA-FUNC-FIM
           IF W-FUNCOK NOT = 1
              GO TO LER-DEPEN.
           MOVE "DEP" TO W-ALTIPO
           MOVE DEPENSEQ TO W-ALREF
           IF DEPENINSS NOT = "S"
              GO TO LER-DEPEN-IR.
           COMPUTE W-DTIDADE = DEPENDATANASC + 140000
           IF W-DTIDADE > W-LIMITE60
              GO TO LER-DEPEN-IR.
           MOVE W-DTIDADE TO W-ALVENC
           IF W-DTIDADE < W-HOJE
              MOVE 2 TO W-ALSEV
              MOVE "SAL-FAMILIA: DEPENDENTE JA TEM 14 ANOS"
                                                         TO W-ALDESC
           ELSE
              MOVE 3 TO W-ALSEV
              MOVE "SAL-FAMILIA: DEPENDENTE COMPLETA 14 ANOS"
                                                         TO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       LER-DEPEN-IR.
           IF DEPENIMPRENDA NOT = "S"
              GO TO LER-DEPEN.
           COMPUTE W-DTIDADE = DEPENDATANASC + 210000
           IF W-DTIDADE > W-LIMITE60
              GO TO LER-DEPEN.
           MOVE W-DTIDADE TO W-ALVENC
           IF W-DTIDADE < W-HOJE
              MOVE 2 TO W-ALSEV
              MOVE "DEDUCAO IRRF: DEPENDENTE JA TEM 21 ANOS"
                                                         TO W-ALDESC
           ELSE
              MOVE 3 TO W-ALSEV
              MOVE "DEDUCAO IRRF: DEPENDENTE COMPLETA 21 ANOS"
                                                         TO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO LER-DEPEN.
      *----------------------------------------------------------------
      * PASSO 4: AVISOS PREVIOS EM CURSO - RESCISAO PENDENTE COM O
      * PRAZO DE PAGAMENTO DO ART.477 (DESLIGAMENTO + 10 DIAS).
      *----------------------------------------------------------------
       PASSO-AVISO.
           IF W-AVIARQ NOT = 1
              GO TO PASSO-CRIT.
           MOVE LOW-VALUES TO AVI-CODFUNC
           START CADAVISO KEY IS NOT LESS AVI-CODFUNC
              INVALID KEY
                 GO TO PASSO-CRIT.
       LER-AVISO.
           READ CADAVISO NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSO-CRIT.
           IF AVI-STAT NOT = "A"
              GO TO LER-AVISO.
           MOVE AVI-CODFUNC TO W-ALCOD
           PERFORM PEGA-FUNC THRU PEGA-FUNC-FIM
           IF W-FUNCOK = ZEROS
              GO TO LER-AVISO.
           MOVE AVI-DATAPROJ TO W-DTCALC
           MOVE 10 TO W-DIASADD
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE "AVI" TO W-ALTIPO
           MOVE W-DTCALC TO W-ALVENC
           MOVE ZEROS TO W-ALREF
           IF W-DTCALC < W-HOJE
              MOVE 1 TO W-ALSEV
              MOVE "RESCISAO: PRAZO DO ART.477 VENCIDO" TO W-ALDESC
           ELSE
              MOVE 2 TO W-ALSEV
              MOVE "RESCISAO PENDENTE - PRAZO DO ART.477"
                                                         TO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO LER-AVISO.
      *----------------------------------------------------------------
      * PASSO 5: CRITICA PRE-FOLHA DA COMPETENCIA CORRENTE OU DA
      * ANTERIOR COM BLOQUEIOS SEM LIBERACAO OU COM AVISOS. O
      * ALERTA E DA FILIAL (CHAPA ZERO), VENCIDO NA DATA DA CRITICA.
      *----------------------------------------------------------------
       PASSO-CRIT.
           IF W-CRIARQ NOT = 1
              GO TO PASSO-RESOLVE.
           MOVE LOW-VALUES TO CRT-KEY
           START CADCRIT KEY IS NOT LESS CRT-KEY
              INVALID KEY
                 GO TO PASSO-RESOLVE.
       LER-CRIT.
           READ CADCRIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSO-RESOLVE.
           IF (CRT-MES NOT = W-HOJE-MM OR CRT-ANO NOT = W-HOJE-AA)
              AND (CRT-MES NOT = W-CPAMES OR CRT-ANO NOT = W-CPAANO)
              GO TO LER-CRIT.
           MOVE "CRI" TO W-ALTIPO
           MOVE ZEROS TO W-ALCOD W-ALDEP
           MOVE CRT-FIL TO W-ALFIL
           MOVE CRT-DATA TO W-ALVENC
           MOVE CRT-MES TO W-CRIMES
           MOVE CRT-ANO TO W-CRIANO
           IF CRT-BLOQ = ZEROS OR CRT-OVR = "S"
              GO TO LER-CRIT-WARN.
           MOVE 1 TO W-ALREF
           MOVE 1 TO W-ALSEV
           MOVE CRT-BLOQ TO W-CRIQTD
           MOVE " BLOQUEIO(S)" TO W-CRITXT
           MOVE W-CRIDESC TO W-ALDESC
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       LER-CRIT-WARN.
           IF CRT-WARN = ZEROS
              GO TO LER-CRIT.
           MOVE 2 TO W-ALREF
           MOVE 3 TO W-ALSEV
           MOVE CRT-WARN TO W-CRIQTD
           MOVE " AVISO(S)" TO W-CRITXT
           MOVE W-CRIDESC TO W-ALDESC
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO LER-CRIT.
      *----------------------------------------------------------------
      * PASSO 6: ALERTA EM ABERTO QUE ESTE LOTE NAO GEROU DE NOVO
      * (A PENDENCIA DEIXOU DE EXISTIR NA ORIGEM) FICA RESOLVIDO.
      *----------------------------------------------------------------
       PASSO-RESOLVE.
           MOVE LOW-VALUES TO ALE-KEY
           START CADALERTA KEY IS NOT LESS ALE-KEY
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-ALERTA.
           READ CADALERTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF ALE-STAT NOT = "A"
              GO TO LER-ALERTA.
           IF ALE-DATAULT = W-HOJE
              ADD 1 TO W-TOTABERTO
              GO TO LER-ALERTA.
           PERFORM VERIF-TIPO THRU VERIF-TIPO-FIM
           IF W-TIPOOK NOT = 1
              ADD 1 TO W-TOTABERTO
              GO TO LER-ALERTA.
           MOVE "R" TO ALE-STAT
           MOVE W-HOJE TO ALE-DATATRAT
           MOVE W-OPERID TO ALE-OPERTRAT
           REWRITE REGALERTA
           ADD 1 TO W-TOTRESOLV
           GO TO LER-ALERTA.
      *
       ROT-TOTAIS.
           DISPLAY (12, 01) LIMPA
           DISPLAY (12, 10) "ALERTAS APONTADOS NESTA NOITE:"
           MOVE W-TOTGER TO W-TOTED
           DISPLAY (12, 45) W-TOTED
           DISPLAY (13, 10) "NOVOS OU REABERTOS           :"
           COMPUTE W-TOTED = W-TOTNOVO + W-TOTREAB
           DISPLAY (13, 45) W-TOTED
           DISPLAY (14, 10) "RESOLVIDOS NA ORIGEM         :"
           MOVE W-TOTRESOLV TO W-TOTED
           DISPLAY (14, 45) W-TOTED
           DISPLAY (15, 10) "EM ABERTO NA CAIXA           :"
           MOVE W-TOTABERTO TO W-TOTED
           DISPLAY (15, 45) W-TOTED
           MOVE "*** CAIXA DE ALERTAS ATUALIZADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * EXPERIENCIA (45+45 DIAS) COMO NO FPP027: ALERTA NOS CINCO
      * DIAS ANTES DO FIM DO 1O PERIODO E DA CONVERSAO; READMISSAO
      * NO MESMO CARGO SEM EXPERIENCIA NAO ENTRA.
      *----------------------------------------------------------------
       ALERTA-EXP.
           IF DATAADM = ZEROS
              GO TO ALERTA-EXP-FIM.
           COMPUTE W-INTADM  = FUNCTION INTEGER-OF-DATE(DATAADM)
           IF W-INTHOJE < W-INTADM
              GO TO ALERTA-EXP-FIM.
           COMPUTE W-DIASADM = W-INTHOJE - W-INTADM
           IF W-DIASADM > 90 OR W-DIASADM NOT > 40
              GO TO ALERTA-EXP-FIM.
           IF W-DIASADM > 45 AND W-DIASADM NOT > 85
              GO TO ALERTA-EXP-FIM.
           IF W-RDMARQ = 1
              MOVE CODFUNC TO RDM-CODFUNC
              READ CADREADM
              IF ST-ERRO = "00" AND RDM-EXPER = "N"
                 GO TO ALERTA-EXP-FIM.
           MOVE "EXP" TO W-ALTIPO
           MOVE DATAADM TO W-DTCALC
           IF W-DIASADM > 85
              MOVE 90 TO W-DIASADD
              MOVE 2 TO W-ALREF
              MOVE 1 TO W-ALSEV
              MOVE "EXPERIENCIA: CONVERSAO EM ATE 5 DIAS" TO W-ALDESC
           ELSE
              MOVE 45 TO W-DIASADD
              MOVE 1 TO W-ALREF
              MOVE 2 TO W-ALSEV
              MOVE "EXPERIENCIA: 1O PERIODO VENCE EM 5 DIAS"
                                                         TO W-ALDESC.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DTCALC TO W-ALVENC
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       ALERTA-EXP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ASO COMO NO FPP101: VALIDADE PELO GRAU DE RISCO DO CARGO A
      * PARTIR DO ULTIMO EXAME APTO; SEM EXAME TAMBEM E ALERTA.
      *----------------------------------------------------------------
       ALERTA-ASO.
           IF W-ASOARQ NOT = 1
              GO TO ALERTA-ASO-FIM.
           MOVE "ASO" TO W-ALTIPO
           MOVE ZEROS TO W-ALREF
           PERFORM BUSCA-ULTASO THRU BUSCA-ULTASO-FIM
           IF W-ULTEXAME = ZEROS
              MOVE ZEROS TO W-ALVENC
              MOVE 1 TO W-ALSEV
              MOVE "ASO: SEM EXAME ADMISSIONAL/PERIODICO" TO W-ALDESC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              GO TO ALERTA-ASO-FIM.
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
           PERFORM CALC-VENCTO THRU CALC-VENCTO-FIM
           IF W-VENCTO > W-LIMITE60
              GO TO ALERTA-ASO-FIM.
           MOVE W-VENCTO TO W-ALVENC
           IF W-VENCTO < W-HOJE
              MOVE 1 TO W-ALSEV
              MOVE "ASO: EXAME PERIODICO VENCIDO" TO W-ALDESC
           ELSE
              MOVE 3 TO W-ALSEV
              MOVE "ASO: EXAME PERIODICO VENCE EM 60 DIAS"
                                                         TO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       ALERTA-ASO-FIM.
           EXIT.
      *
       BUSCA-ULTASO.
           MOVE ZEROS TO W-ULTEXAME
           MOVE CODFUNC TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS ASO-KEY
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTASO-FIM.
       BUSCA-ULTASO-LP.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTASO-FIM.
           IF ASO-CODFUNC NOT = CODFUNC
              GO TO BUSCA-ULTASO-FIM.
           IF ASO-TIPO = "D" OR ASO-RESULT NOT = "A"
              GO TO BUSCA-ULTASO-LP.
           IF ASO-DATA > W-ULTEXAME
              MOVE ASO-DATA TO W-ULTEXAME.
           GO TO BUSCA-ULTASO-LP.
       BUSCA-ULTASO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SOMA W-VALMESES MESES A DATA W-VENCANO/W-VENCMES/W-VENCDIA.
      *----------------------------------------------------------------
       CALC-VENCTO.
           COMPUTE W-VENCTOT = W-VENCANO * 12 + W-VENCMES
                 + W-VALMESES
           COMPUTE W-VENCANO = (W-VENCTOT - 1) / 12
           COMPUTE W-VENCMES = W-VENCTOT - W-VENCANO * 12
           COMPUTE W-VENCTO = W-VENCANO * 10000 + W-VENCMES * 100
                 + W-VENCDIA.
       CALC-VENCTO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EPI COMO NO FPP105: EXIGENCIAS DO CARGO NUNCA ENTREGUES,
      * TROCAS VENCIDAS E TROCAS EM ATE 60 DIAS.
      *----------------------------------------------------------------
       ALERTA-EPI.
           IF W-EPIARQ NOT = 1
              GO TO ALERTA-EPI-FIM.
           MOVE FUNCCAR TO ECR-CARGO
           MOVE ZEROS TO ECR-EPI
           START CADEPICAR KEY IS NOT LESS ECR-KEY
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-EPI-FIM.
       ALERTA-EPI-LP.
           READ CADEPICAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-EPI-FIM.
           IF ECR-CARGO NOT = FUNCCAR
              GO TO ALERTA-EPI-FIM.
           IF ECR-STAT NOT = "A"
              GO TO ALERTA-EPI-LP.
           MOVE ECR-EPI TO W-EPISEL
           MOVE W-EPISEL TO EPI-COD
           READ CADEPI
           IF ST-ERRO NOT = "00" OR EPI-STAT NOT = "A"
              GO TO ALERTA-EPI-LP.
           MOVE "EPI" TO W-ALTIPO
           MOVE W-EPISEL TO W-ALREF
           MOVE SPACES TO W-ALDESC
           PERFORM BUSCA-ULTENT THRU BUSCA-ULTENT-FIM
           IF W-ULTENT = ZEROS
              MOVE ZEROS TO W-ALVENC
              MOVE 2 TO W-ALSEV
              STRING "EPI PENDENTE - " EPI-DESC DELIMITED BY SIZE
                     INTO W-ALDESC
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              GO TO ALERTA-EPI-LP.
           MOVE W-ULTENT(1:4) TO W-VENCANO
           MOVE W-ULTENT(5:2) TO W-VENCMES
           MOVE W-ULTENT(7:2) TO W-VENCDIA
           MOVE EPI-VALMESES TO W-VALMESES
           PERFORM CALC-VENCTO THRU CALC-VENCTO-FIM
           IF W-VENCTO > W-LIMITE60
              GO TO ALERTA-EPI-LP.
           MOVE W-VENCTO TO W-ALVENC
           IF W-VENCTO < W-HOJE
              MOVE 1 TO W-ALSEV
              STRING "EPI VENCIDO - " EPI-DESC DELIMITED BY SIZE
                     INTO W-ALDESC
           ELSE
              MOVE 3 TO W-ALSEV
              STRING "EPI A VENCER - " EPI-DESC DELIMITED BY SIZE
                     INTO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO ALERTA-EPI-LP.
       ALERTA-EPI-FIM.
           EXIT.
      *
       BUSCA-ULTENT.
           MOVE ZEROS TO W-ULTENT
           MOVE CODFUNC TO ENT-CODFUNC
           MOVE ZEROS TO ENT-SEQ
           START CADEPIENT KEY IS NOT LESS ENT-KEY
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTENT-FIM.
       BUSCA-ULTENT-LP.
           READ CADEPIENT NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTENT-FIM.
           IF ENT-CODFUNC NOT = CODFUNC
              GO TO BUSCA-ULTENT-FIM.
           IF ENT-EPI NOT = W-EPISEL OR ENT-DEVOL = "S"
              GO TO BUSCA-ULTENT-LP.
           IF ENT-DATA > W-ULTENT
              MOVE ENT-DATA TO W-ULTENT.
           GO TO BUSCA-ULTENT-LP.
       BUSCA-ULTENT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CERTIFICACOES COMO NO FPP109, MAS SO A OBTENCAO MAIS RECENTE
      * DE CADA CERTIFICACAO CONTA (A RENOVADA NAO GERA ALERTA); AS
      * OBRIGATORIAS DO CARGO NUNCA OBTIDAS VEM EM SEGUIDA.
      *----------------------------------------------------------------
       ALERTA-CER.
           IF W-CERTARQ NOT = 1
              GO TO ALERTA-CER-FIM.
           MOVE CODFUNC TO CFU-CODFUNC
           MOVE ZEROS TO CFU-SEQ
           START CADCERTFUN KEY IS NOT LESS CFU-KEY
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-CER-EXIG.
       ALERTA-CER-LP.
           READ CADCERTFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-CER-EXIG.
           IF CFU-CODFUNC NOT = CODFUNC
              GO TO ALERTA-CER-EXIG.
           IF CFU-DATAVAL > W-LIMITE60
              GO TO ALERTA-CER-LP.
           MOVE CFU-CERT TO W-CERTSEL
           MOVE CFU-KEY TO W-CFUKEY
           MOVE CFU-DATAVAL TO W-CFUDATAVAL
           PERFORM BUSCA-ULTCERT THRU BUSCA-ULTCERT-FIM
           IF W-ULTVAL NOT = W-CFUDATAVAL
              GO TO ALERTA-CER-LP.
           MOVE W-CERTSEL TO CRT-COD
           READ CADCERT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CRT-DESC.
           MOVE "CER" TO W-ALTIPO
           MOVE W-CERTSEL TO W-ALREF
           MOVE W-CFUDATAVAL TO W-ALVENC
           MOVE SPACES TO W-ALDESC
           IF W-CFUDATAVAL < W-HOJE
              MOVE 1 TO W-ALSEV
              STRING "CERT VENCIDA - " CRT-DESC DELIMITED BY SIZE
                     INTO W-ALDESC
           ELSE
              MOVE 3 TO W-ALSEV
              STRING "CERT A VENCER " CRT-DESC DELIMITED BY SIZE
                     INTO W-ALDESC.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO ALERTA-CER-LP.
       ALERTA-CER-EXIG.
           IF W-CERTCARQ NOT = 1
              GO TO ALERTA-CER-FIM.
           MOVE FUNCCAR TO CCR-CARGO
           MOVE ZEROS TO CCR-CERT
           START CADCERTCAR KEY IS NOT LESS CCR-KEY
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-CER-FIM.
       ALERTA-CER-EXLP.
           READ CADCERTCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO ALERTA-CER-FIM.
           IF CCR-CARGO NOT = FUNCCAR
              GO TO ALERTA-CER-FIM.
           IF CCR-STAT NOT = "A"
              GO TO ALERTA-CER-EXLP.
           MOVE CCR-CERT TO W-CERTSEL
           MOVE LOW-VALUES TO W-CFUKEY
           PERFORM BUSCA-ULTCERT THRU BUSCA-ULTCERT-FIM
           IF W-ULTVAL NOT = ZEROS
              GO TO ALERTA-CER-EXLP.
           MOVE W-CERTSEL TO CRT-COD
           READ CADCERT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CRT-DESC.
           MOVE "CER" TO W-ALTIPO
           MOVE W-CERTSEL TO W-ALREF
           MOVE ZEROS TO W-ALVENC
           MOVE 2 TO W-ALSEV
           MOVE SPACES TO W-ALDESC
           STRING "CERT PENDENTE " CRT-DESC DELIMITED BY SIZE
                  INTO W-ALDESC
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO ALERTA-CER-EXLP.
       ALERTA-CER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MAIOR VALIDADE DA CERTIFICACAO W-CERTSEL NA CHAPA. A LEITURA
      * DESLOCA O CURSOR DAS OBTENCOES, QUE E REPOSICIONADO NO
      * REGISTRO GUARDADO EM W-CFUKEY.
      *----------------------------------------------------------------
       BUSCA-ULTCERT.
           MOVE ZEROS TO W-ULTVAL
           MOVE CODFUNC TO CFU-CODFUNC
           MOVE ZEROS TO CFU-SEQ
           START CADCERTFUN KEY IS NOT LESS CFU-KEY
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTCERT-POS.
       BUSCA-ULTCERT-LP.
           READ CADCERTFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ULTCERT-POS.
           IF CFU-CODFUNC NOT = CODFUNC
              GO TO BUSCA-ULTCERT-POS.
           IF CFU-CERT = W-CERTSEL AND CFU-DATAVAL > W-ULTVAL
              MOVE CFU-DATAVAL TO W-ULTVAL.
           GO TO BUSCA-ULTCERT-LP.
       BUSCA-ULTCERT-POS.
           IF W-CFUKEY = LOW-VALUES
              GO TO BUSCA-ULTCERT-FIM.
           MOVE W-CFUKEY TO CFU-KEY
           START CADCERTFUN KEY IS NOT LESS CFU-KEY
              INVALID KEY
                 NEXT SENTENCE.
           READ CADCERTFUN NEXT
              AT END
                 NEXT SENTENCE.
       BUSCA-ULTCERT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LOCALIZA A CHAPA W-ALCOD: W-FUNCOK 1 = ATIVA, 2 = DEMITIDA,
      * ZERO = NAO CADASTRADA.
      *----------------------------------------------------------------
       PEGA-FUNC.
           MOVE ZEROS TO W-FUNCOK W-ALFIL W-ALDEP
           MOVE W-ALCOD TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO PEGA-FUNC-FIM.
           MOVE FILIAL TO W-ALFIL
           MOVE FUNCDEP TO W-ALDEP
           MOVE 1 TO W-FUNCOK
           IF FUNCSTAT = "D"
              MOVE 2 TO W-FUNCOK.
       PEGA-FUNC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA O ALERTA MONTADO. NOVO ENTRA ABERTO; O JA EXISTENTE
      * TEM SEVERIDADE, TEXTO E DATA DO ULTIMO LOTE ATUALIZADOS. O
      * RESOLVIDO QUE VOLTOU E O TRATADO QUE PIOROU SAO REABERTOS.
      *----------------------------------------------------------------
       GRAVA-ALERTA.
           PERFORM ROTEIA THRU ROTEIA-FIM
           ADD 1 TO W-TOTGER
           MOVE W-ALTIPO TO ALE-TIPO
           MOVE W-ALCOD TO ALE-CODFUNC
           MOVE W-ALVENC TO ALE-DATAVENC
           MOVE W-ALREF TO ALE-REF
           READ CADALERTA
           IF ST-ERRO = "00"
              GO TO GRAVA-ALERTA-ALT.
           MOVE W-ALSEV TO ALE-SEVER
           MOVE W-ALDESC TO ALE-DESC
           MOVE W-ALFIL TO ALE-FILIAL
           MOVE W-ALDEP TO ALE-DEP
           MOVE W-ALOPER TO ALE-OPER
           MOVE "A" TO ALE-STAT
           MOVE W-HOJE TO ALE-DATAGER ALE-DATAULT
           MOVE ZEROS TO ALE-DATATRAT
           MOVE SPACES TO ALE-OPERTRAT
           WRITE REGALERTA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTNOVO.
           GO TO GRAVA-ALERTA-FIM.
       GRAVA-ALERTA-ALT.
           IF ALE-STAT = "R"
              OR (ALE-STAT = "T" AND W-ALSEV < ALE-SEVER)
              MOVE "A" TO ALE-STAT
              MOVE W-HOJE TO ALE-DATAGER
              MOVE ZEROS TO ALE-DATATRAT
              MOVE SPACES TO ALE-OPERTRAT
              ADD 1 TO W-TOTREAB.
           IF ALE-STAT = "A"
              MOVE W-ALOPER TO ALE-OPER.
           MOVE W-ALSEV TO ALE-SEVER
           MOVE W-ALDESC TO ALE-DESC
           MOVE W-ALFIL TO ALE-FILIAL
           MOVE W-ALDEP TO ALE-DEP
           MOVE W-HOJE TO ALE-DATAULT
           REWRITE REGALERTA.
       GRAVA-ALERTA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ROTEAMENTO: FILIAL/DEPARTAMENTO, DEPOIS FILIAL/000 E POR
      * FIM 00/000. SEM NENHUM, O ALERTA FICA SEM OPERADOR.
      *----------------------------------------------------------------
       ROTEIA.
           MOVE SPACES TO W-ALOPER
           IF W-AROARQ NOT = 1
              GO TO ROTEIA-FIM.
           MOVE W-ALFIL TO ARO-FILIAL
           MOVE W-ALDEP TO ARO-DEP
           READ CADALEROT
           IF ST-ERRO = "00" AND ARO-STAT = "A"
              MOVE ARO-OPER TO W-ALOPER
              GO TO ROTEIA-FIM.
           MOVE ZEROS TO ARO-DEP
           READ CADALEROT
           IF ST-ERRO = "00" AND ARO-STAT = "A"
              MOVE ARO-OPER TO W-ALOPER
              GO TO ROTEIA-FIM.
           MOVE ZEROS TO ARO-FILIAL
           READ CADALEROT
           IF ST-ERRO = "00" AND ARO-STAT = "A"
              MOVE ARO-OPER TO W-ALOPER.
       ROTEIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * O TIPO DO ALERTA FOI APURADO NESTE LOTE (ORIGEM PRESENTE)?
      *----------------------------------------------------------------
       VERIF-TIPO.
           MOVE ZEROS TO W-TIPOOK
           IF ALE-TIPO = "EXP"
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "ASO" AND W-ASOARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "EPI" AND W-EPIARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "CER" AND W-CERTARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "DOB" AND W-FERARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "DEP" AND W-DEPARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "AVI" AND W-AVIARQ = 1
              MOVE 1 TO W-TIPOOK.
           IF ALE-TIPO = "CRI" AND W-CRIARQ = 1
              MOVE 1 TO W-TIPOOK.
       VERIF-TIPO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SOMA W-DIASADD DIAS CORRIDOS A DATA W-DTCALC (AAAAMMDD),
      * RESPEITANDO A VIRADA DE MES E ANO.
      *----------------------------------------------------------------
       SOMA-DIAS.
           MOVE W-DTCALC(1:4) TO W-ANOC
           MOVE W-DTCALC(5:2) TO W-MESC
           MOVE W-DTCALC(7:2) TO W-DIAC.
       SOMA-DIAS-LP.
           IF W-DIASADD = ZEROS
              COMPUTE W-DTCALC = W-ANOC * 10000 + W-MESC * 100
                    + W-DIAC
              GO TO SOMA-DIAS-FIM.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           ADD 1 TO W-DIAC
           IF W-DIAC > W-ULTDIA
              MOVE 1 TO W-DIAC
              ADD 1 TO W-MESC
              IF W-MESC > 12
                 MOVE 1 TO W-MESC
                 ADD 1 TO W-ANOC.
           SUBTRACT 1 FROM W-DIASADD
           GO TO SOMA-DIAS-LP.
       SOMA-DIAS-FIM.
           EXIT.
      *
       CALC-ULTDIA.
           MOVE 31 TO W-ULTDIA
           IF W-MESC = 4 OR W-MESC = 6 OR W-MESC = 9 OR W-MESC = 11
              MOVE 30 TO W-ULTDIA.
           IF W-MESC = 2
              MOVE 28 TO W-ULTDIA
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              DIVIDE W-ANOC BY 100 GIVING W-TMPA REMAINDER W-REM100
              DIVIDE W-ANOC BY 400 GIVING W-TMPA REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-AROARQ = 1
              CLOSE CADALEROT.
           IF W-RDMARQ = 1
              CLOSE CADREADM.
           IF W-ASOARQ = 1
              CLOSE CADASO.
           IF W-CARARQ = 1
              CLOSE CADCAR.
           IF W-EPIARQ = 1
              CLOSE CADEPI CADEPICAR CADEPIENT.
           IF W-CERTARQ = 1
              CLOSE CADCERT CADCERTFUN.
           IF W-CERTCARQ = 1
              CLOSE CADCERTCAR.
           IF W-FERARQ = 1
              CLOSE CADFERIAS.
           IF W-DEPARQ = 1
              CLOSE CADDEPEN.
           IF W-AVIARQ = 1
              CLOSE CADAVISO.
           IF W-CRIARQ = 1
              CLOSE CADCRIT.
           CLOSE CADFUNC CADALERTA.
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
