       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP143.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CANDIDATOS DA REQUISICAO DE VAGA: CADA CANDIDATO E   *
      * LIGADO AO NUMERO DA REQUISICAO (FPP118) E PASSA PELAS*
      * ETAPAS TRIAGEM, ENTREVISTA, APROVADO OU RECUSADO. O  *
      * APROVADO E ADMITIDO NO FPP004 COM OS DADOS JA        *
      * PREENCHIDOS; A EFETIVACAO NO FPP054 FECHA A VAGA E   *
      * MARCA O CANDIDATO COMO CONTRATADO. O RELATORIO MEDE  *
      * O TEMPO DE PREENCHIMENTO POR DEPARTAMENTO             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAN-NUM
                      ALTERNATE RECORD KEY IS CAN-VAGNUM
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CAN-CPF
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADVAGA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VAG-NUM
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
           SELECT CADCANRL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
          03 CAN-NUM                  PIC 9(06).
          03 CAN-VAGNUM               PIC 9(06).
          03 CAN-CPF                  PIC 9(11).
          03 CAN-NOME                 PIC X(30).
      * ETAPA: "T"=TRIAGEM "E"=ENTREVISTA "A"=APROVADO
      * "R"=RECUSADO "C"=CONTRATADO (EFETIVADO NO FPP054).
          03 CAN-ETAPA                PIC X(01).
          03 CAN-DATACAD              PIC 9(08).
          03 CAN-DATAENT              PIC 9(08).
          03 CAN-ENTREV               PIC 9(06).
          03 CAN-DATAETAPA            PIC 9(08).
          03 CAN-OPER                 PIC X(08).
          03 CAN-CODFUNC              PIC 9(06).
          03 CAN-DATACONTR            PIC 9(08).
      *-----------------------------------------------------------------
       FD CADVAGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAGA.DAT".
       01 REGVAGA.
          03 VAG-DEP                  PIC 9(03).
          03 VAG-CARGO                PIC 9(03).
          03 VAG-SOLICIT              PIC X(08).
          03 VAG-DATA                 PIC 9(08).
          03 VAG-STAT                 PIC X(01).
          03 VAG-APROV                PIC X(08).
          03 VAG-DATAAPR              PIC 9(08).
          03 VAG-NUM                  PIC 9(06).
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
       FD CADCANRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGCANRL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-FUNCAO        PIC X(01) VALUE SPACES.
       01 W-NUMSEL        PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM        PIC 9(06) VALUE ZEROS.
       01 W-NOVAETAPA     PIC X(01) VALUE SPACES.
       01 W-ENTDATA       PIC 9(08) VALUE ZEROS.
       01 W-ENTDATAX REDEFINES W-ENTDATA.
          03 W-ENTDIA     PIC 9(02).
          03 W-ENTMES     PIC 9(02).
          03 W-ENTANO     PIC 9(04).
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-DUP           PIC 9(01) VALUE ZEROS.
       01 W-VAGSEL        PIC 9(06) VALUE ZEROS.
       01 W-CPFSEL        PIC 9(11) VALUE ZEROS.
       01 W-ANOREL        PIC 9(04) VALUE ZEROS.
       01 W-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-DIASAPR       PIC 9(05) VALUE ZEROS.
       01 W-NDCONTR       PIC 9(07) VALUE ZEROS.
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-NDIA          PIC 9(07) VALUE ZEROS.
       01 W-NT1           PIC 9(07) VALUE ZEROS.
       01 W-NT2           PIC 9(07) VALUE ZEROS.
       01 W-NT3           PIC 9(07) VALUE ZEROS.
       01 W-ZANO          PIC 9(04) VALUE ZEROS.
       01 W-ZMES          PIC 9(02) VALUE ZEROS.
       01 W-ZDIA          PIC 9(02) VALUE ZEROS.
       01 W-IND           PIC 9(03) VALUE ZEROS.
       01 W-TOTQTD        PIC 9(05) VALUE ZEROS.
       01 W-TOTDIAS       PIC 9(09) VALUE ZEROS.
       01 W-TOTAPR        PIC 9(09) VALUE ZEROS.
      *----------[ ACUMULADO DO TEMPO DE PREENCHIMENTO POR DEPTO ]------
       01 W-TABTTF.
          03 W-TTF OCCURS 999 TIMES.
             05 W-TTFQTD     PIC 9(05).
             05 W-TTFDIAS    PIC 9(09).
             05 W-TTFAPR     PIC 9(09).
             05 W-TTFMAIOR   PIC 9(05).
      *----------[ VALIDACAO DO CPF DO CANDIDATO ]----------------------
       01  W-CPFCALC         PIC 9(11) VALUE ZEROS.
       01  W-CPFDIG REDEFINES W-CPFCALC.
           03 W-CPFD         PIC 9(01) OCCURS 11 TIMES.
       01  W-CPFIND          PIC 9(02) VALUE ZEROS.
       01  W-PESO            PIC 9(02) VALUE ZEROS.
       01  W-SOMA1           PIC 9(04) VALUE ZEROS.
       01  W-SOMA2           PIC 9(04) VALUE ZEROS.
       01  W-RESTO1          PIC 9(02) VALUE ZEROS.
       01  W-RESTO2          PIC 9(02) VALUE ZEROS.
       01  W-DV1             PIC 9(01) VALUE ZEROS.
       01  W-DV2             PIC 9(01) VALUE ZEROS.
       01  W-TMP2            PIC 9(04) VALUE ZEROS.
       01  W-CPFOK           PIC X(02) VALUE "00".
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
      *----------[ RELATORIO ]------------------------------------------
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADCANRL".
          03 W-NOMEARQ-DT PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 CAB1.
                03 FILLER      PIC X(40) VALUE
                        "TEMPO DE PREENCHIMENTO DE VAGAS - ANO: ".
                03 CAB-ANO     PIC 9(04).
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 CAB-DATA    PIC 9(08).
       01 CAB2.
                03 FILLER      PIC X(40) VALUE
                        "DEPTO DESCRICAO                 CONTRAT.".
                03 FILLER      PIC X(40) VALUE
                        "  MEDIA ABERT.  MEDIA APROV.  MAIOR     ".
       01 CAB3.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 DETLIN.
                03 DET-DEP     PIC 9(03).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 DET-DENDEP  PIC X(25).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 DET-QTD     PIC ZZZZ9.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 DET-MEDIA   PIC ZZZZ9.
                03 FILLER      PIC X(09) VALUE SPACES.
                03 DET-MEDAPR  PIC ZZZZ9.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 DET-MAIOR   PIC ZZZZ9.
       01 TOTLIN.
                03 FILLER      PIC X(34) VALUE
                        "TOTAL GERAL (DIAS CORRIDOS)      ".
                03 TOT-QTD     PIC ZZZZ9.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 TOT-MEDIA   PIC ZZZZ9.
                03 FILLER      PIC X(09) VALUE SPACES.
                03 TOT-MEDAPR  PIC ZZZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- CANDIDATOS DA REQUISICAO DE VAGA --".
           05  LINE 04  COLUMN 01
               VALUE  "FUNCAO (I=INCLUI E=ETAPA R=RELATORIO)   :".
           05  LINE 06  COLUMN 01
               VALUE  "NUMERO DO CANDIDATO (0 = NOVO)          :".
           05  LINE 08  COLUMN 01
               VALUE  "REQUISICAO DE VAGA                      :".
           05  LINE 10  COLUMN 01
               VALUE  "CPF                                     :".
           05  LINE 12  COLUMN 01
               VALUE  "NOME                                    :".
           05  LINE 14  COLUMN 01
               VALUE  "ETAPA (T/E/A/R/C)                       :".
           05  LINE 16  COLUMN 01
               VALUE  "DATA DA ENTREVISTA                      :".
           05  LINE 18  COLUMN 01
               VALUE  "ENTREVISTADOR (CHAPA)                   :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TW-FUNCAO
               LINE 04  COLUMN 43  PIC X(01)
               USING  W-FUNCAO
               HIGHLIGHT.
           05  TW-NUMSEL
               LINE 06  COLUMN 43  PIC 9(06)
               USING  W-NUMSEL
               HIGHLIGHT.
           05  TCAN-VAGNUM
               LINE 08  COLUMN 43  PIC 9(06)
               USING  CAN-VAGNUM
               HIGHLIGHT.
           05  TCAN-CPF
               LINE 10  COLUMN 43  PIC 9(11)
               USING  CAN-CPF
               HIGHLIGHT.
           05  TCAN-NOME
               LINE 12  COLUMN 43  PIC X(30)
               USING  CAN-NOME
               HIGHLIGHT.
           05  TCAN-ETAPA
               LINE 14  COLUMN 43  PIC X(01)
               FROM   CAN-ETAPA
               HIGHLIGHT.
           05  TCAN-DATAENT
               LINE 16  COLUMN 43  PIC 9(08)
               FROM   CAN-DATAENT
               HIGHLIGHT.
           05  TCAN-ENTREV
               LINE 18  COLUMN 43  PIC 9(06)
               FROM   CAN-ENTREV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADCAND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCAND
                 CLOSE CADCAND
                 MOVE "*** ARQUIVO CADCAND FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN I-O CADVAGA
           IF ST-ERRO NOT = "00"
              MOVE "* SEM REQUISICOES DE VAGA (FPP118) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAND
              GO TO ROT-FIMP.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAND CADVAGA
              GO TO ROT-FIMP.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAND CADVAGA CADDEP
              GO TO ROT-FIMP.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAND CADVAGA CADDEP CADCAR
              GO TO ROT-FIMP.
       R1INIT.
           MOVE SPACES TO W-FUNCAO CAN-NOME CAN-ETAPA
           MOVE ZEROS TO W-NUMSEL CAN-VAGNUM CAN-CPF
           MOVE ZEROS TO CAN-DATAENT CAN-ENTREV
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TW-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = "R" OR "r"
              GO TO RELATORIO.
           IF W-FUNCAO = "E" OR "e"
              GO TO ETAPA.
           IF W-FUNCAO NOT = "I" AND "i"
              MOVE "*** DIGITE I, E OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *----------------------------------------------------------------
      * INCLUSAO: O CANDIDATO SO ENTRA EM REQUISICAO APROVADA E
      * NASCE NA TRIAGEM ("T").
      *----------------------------------------------------------------
       INCLUI.
           ACCEPT TCAN-VAGNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1INIT.
           MOVE CAN-VAGNUM TO VAG-NUM
           READ CADVAGA
           IF ST-ERRO NOT = "00"
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI.
           IF VAG-STAT NOT = "A"
              MOVE "*** REQUISICAO NAO ESTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI.
           PERFORM MOSTRA-VAGA THRU MOSTRA-VAGA-FIM.
       INCLUI-CPF.
           ACCEPT TCAN-CPF
           PERFORM CALC-CPF THRU CALC-CPF-FIM
           IF W-CPFOK NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI-CPF.
           PERFORM VERIF-DUP THRU VERIF-DUP-FIM
           IF W-DUP = 1
              MOVE "*** CPF JA CONCORRE NESTA REQUISICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI-CPF.
       INCLUI-NOME.
           ACCEPT TCAN-NOME
           IF CAN-NOME = SPACES
              MOVE "CAMPO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI-NOME.
       INCLUI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INCLUI-OPC.
           PERFORM ACHA-MAXNUM THRU ACHA-MAXNUM-FIM
           COMPUTE CAN-NUM = W-MAXNUM + 1
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "T" TO CAN-ETAPA
           MOVE W-HOJE TO CAN-DATACAD CAN-DATAETAPA
           MOVE ZEROS TO CAN-DATAENT CAN-ENTREV
           MOVE ZEROS TO CAN-CODFUNC CAN-DATACONTR
           MOVE W-OPERID TO CAN-OPER
           WRITE REGCAND
           IF ST-ERRO = "00" OR "02"
              MOVE CAN-NUM TO W-NUMSEL
              DISPLAY TW-NUMSEL
              MOVE "*** CANDIDATO INCLUIDO EM TRIAGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           MOVE "ERRO NA GRAVACAO DO CANDIDATO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * MUDANCA DE ETAPA. TRANSICOES ACEITAS:
      *   T -> E OU R    E -> A OU R    A -> R (DESISTENCIA)
      * "C" SO E DADO PELO FPP054 NA EFETIVACAO DA ADMISSAO.
      *----------------------------------------------------------------
       ETAPA.
           ACCEPT TW-NUMSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1INIT.
           MOVE W-NUMSEL TO CAN-NUM
           READ CADCAND
           IF ST-ERRO NOT = "00"
              MOVE "*** CANDIDATO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ETAPA.
           DISPLAY TELAPRINCIPAL
           MOVE CAN-VAGNUM TO VAG-NUM
           READ CADVAGA
           IF ST-ERRO = "00"
              PERFORM MOSTRA-VAGA THRU MOSTRA-VAGA-FIM.
           IF CAN-ENTREV NOT = ZEROS
              MOVE CAN-ENTREV TO CODFUNC
              READ CADFUNC
              IF ST-ERRO = "00"
                 DISPLAY (18, 50) NOME.
           IF CAN-ETAPA = "R" OR "C"
              MOVE "*** CANDIDATO COM PROCESSO ENCERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
       ETAPA-NOVA.
           MOVE SPACES TO W-NOVAETAPA
           DISPLAY (20, 01) "NOVA ETAPA (E/A/R)                      :"
           ACCEPT (20, 43) W-NOVAETAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1INIT.
           IF W-NOVAETAPA = "e"
              MOVE "E" TO W-NOVAETAPA.
           IF W-NOVAETAPA = "a"
              MOVE "A" TO W-NOVAETAPA.
           IF W-NOVAETAPA = "r"
              MOVE "R" TO W-NOVAETAPA.
           IF W-NOVAETAPA = "R"
              GO TO ETAPA-GRAVA.
           IF W-NOVAETAPA = "E" AND CAN-ETAPA = "T"
              GO TO ETAPA-ENTREV.
           IF W-NOVAETAPA = "A" AND CAN-ETAPA = "E"
              GO TO ETAPA-APROVA.
           MOVE "*** TRANSICAO INVALIDA: T>E/R  E>A/R  A>R ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ETAPA-NOVA.
       ETAPA-ENTREV.
           MOVE ZEROS TO W-ENTDATA
           DISPLAY (16, 52) "(DDMMAAAA)"
           ACCEPT (16, 43) W-ENTDATA WITH UPDATE
           IF W-ENTMES < 1 OR W-ENTMES > 12
              OR W-ENTDIA < 1 OR W-ENTDIA > 31 OR W-ENTANO < 1900
              MOVE "*** DATA DA ENTREVISTA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ETAPA-ENTREV.
           COMPUTE CAN-DATAENT = W-ENTANO * 10000 + W-ENTMES * 100
                               + W-ENTDIA.
       ETAPA-ENTREV2.
           ACCEPT (18, 43) CAN-ENTREV WITH UPDATE
           MOVE CAN-ENTREV TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR FUNCSTAT NOT = "A"
              MOVE "*** ENTREVISTADOR DEVE SER CHAPA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ETAPA-ENTREV2.
           DISPLAY (18, 50) NOME
           GO TO ETAPA-GRAVA.
      * SO UM CANDIDATO APROVADO POR REQUISICAO, E A REQUISICAO
      * AINDA PRECISA ESTAR APROVADA (NAO RESERVADA NEM FECHADA).
       ETAPA-APROVA.
           MOVE CAN-VAGNUM TO VAG-NUM
           READ CADVAGA
           IF ST-ERRO NOT = "00" OR VAG-STAT NOT = "A"
              MOVE "*** REQUISICAO NAO ESTA MAIS ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           PERFORM VERIF-APROV THRU VERIF-APROV-FIM
           IF W-DUP = 1
              MOVE "*** JA HA CANDIDATO APROVADO NA REQUISICAO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
       ETAPA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ETAPA-GRAVA.
           MOVE W-NUMSEL TO CAN-NUM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-NOVAETAPA TO CAN-ETAPA
           MOVE W-HOJE TO CAN-DATAETAPA
           MOVE W-OPERID TO CAN-OPER
           REWRITE REGCAND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO CANDIDATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ETAPA DO CANDIDATO ATUALIZADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF CAN-ETAPA NOT = "A"
              GO TO R1INIT.
      *----------------------------------------------------------------
      * APROVADO: A ADMISSAO PODE SER INICIADA NA HORA. O FPP004
      * PEDE O NUMERO DO CANDIDATO NA CHAPA NOVA E TRAZ NOME, CPF,
      * DEPARTAMENTO, CARGO E REQUISICAO PREENCHIDOS.
      *----------------------------------------------------------------
       ETAPA-ADMITE.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 30) "INICIAR ADMISSAO (FPP004) (S/N) : "
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1INIT.
           CLOSE CADCAND CADVAGA CADDEP CADCAR CADFUNC
           CALL "FPP004.COB" USING W-OPERID
           GO TO R0.
      *----------------------------------------------------------------
      * RELATORIO DO TEMPO DE PREENCHIMENTO: PARA CADA CANDIDATO
      * CONTRATADO NO ANO (0 = TODOS), DIAS CORRIDOS DA ABERTURA E
      * DA APROVACAO DA REQUISICAO ATE A EFETIVACAO DA ADMISSAO,
      * ACUMULADOS POR DEPARTAMENTO DA VAGA.
      *----------------------------------------------------------------
       RELATORIO.
           MOVE ZEROS TO W-ANOREL
           DISPLAY (20, 01) "ANO DA CONTRATACAO (0 = TODOS)          :"
           ACCEPT (20, 43) W-ANOREL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1INIT.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-NOMEARQ-DT
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADCANRL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCANRL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           MOVE ZEROS TO W-TOTQTD W-TOTDIAS W-TOTAPR
           MOVE 1 TO W-IND.
       RELATORIO-ZERA.
           MOVE ZEROS TO W-TTFQTD(W-IND) W-TTFDIAS(W-IND)
                         W-TTFAPR(W-IND) W-TTFMAIOR(W-IND)
           IF W-IND < 999
              ADD 1 TO W-IND
              GO TO RELATORIO-ZERA.
           MOVE LOW-VALUES TO CAN-NUM
           START CADCAND KEY IS NOT LESS CAN-NUM
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO-IMP.
       RELATORIO-LP.
           READ CADCAND NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO-IMP.
           IF CAN-ETAPA NOT = "C" OR CAN-DATACONTR = ZEROS
              GO TO RELATORIO-LP.
           IF W-ANOREL NOT = ZEROS
              AND CAN-DATACONTR(1:4) NOT = W-ANOREL
              GO TO RELATORIO-LP.
           MOVE CAN-VAGNUM TO VAG-NUM
           READ CADVAGA
           IF ST-ERRO NOT = "00" OR VAG-DEP = ZEROS
              GO TO RELATORIO-LP.
           MOVE CAN-DATACONTR TO W-DTX
           PERFORM CALC-NDIAS THRU CALC-NDIAS-FIM
           MOVE W-NDIA TO W-NDCONTR
           MOVE VAG-DATA TO W-DTX
           PERFORM CALC-NDIAS THRU CALC-NDIAS-FIM
           MOVE ZEROS TO W-DIAS W-DIASAPR
           IF W-NDCONTR > W-NDIA
              COMPUTE W-DIAS = W-NDCONTR - W-NDIA.
           IF VAG-DATAAPR NOT = ZEROS
              MOVE VAG-DATAAPR TO W-DTX
              PERFORM CALC-NDIAS THRU CALC-NDIAS-FIM
              IF W-NDCONTR > W-NDIA
                 COMPUTE W-DIASAPR = W-NDCONTR - W-NDIA.
           MOVE VAG-DEP TO W-IND
           ADD 1 TO W-TTFQTD(W-IND)
           ADD W-DIAS TO W-TTFDIAS(W-IND)
           ADD W-DIASAPR TO W-TTFAPR(W-IND)
           IF W-DIAS > W-TTFMAIOR(W-IND)
              MOVE W-DIAS TO W-TTFMAIOR(W-IND).
           ADD 1 TO W-TOTQTD
           ADD W-DIAS TO W-TOTDIAS
           ADD W-DIASAPR TO W-TOTAPR
           GO TO RELATORIO-LP.
       RELATORIO-IMP.
           MOVE W-ANOREL TO CAB-ANO
           MOVE W-HOJE TO CAB-DATA
           WRITE REGCANRL FROM CAB1
           WRITE REGCANRL FROM CAB3
           WRITE REGCANRL FROM CAB2
           WRITE REGCANRL FROM CAB3
           MOVE 1 TO W-IND.
       RELATORIO-DEP.
           IF W-TTFQTD(W-IND) = ZEROS
              GO TO RELATORIO-DEP-PROX.
           MOVE W-IND TO DET-DEP CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** NAO CADASTRADO ***" TO DENDEP.
           MOVE DENDEP TO DET-DENDEP
           MOVE W-TTFQTD(W-IND) TO DET-QTD
           COMPUTE DET-MEDIA = W-TTFDIAS(W-IND) / W-TTFQTD(W-IND)
           COMPUTE DET-MEDAPR = W-TTFAPR(W-IND) / W-TTFQTD(W-IND)
           MOVE W-TTFMAIOR(W-IND) TO DET-MAIOR
           WRITE REGCANRL FROM DETLIN.
       RELATORIO-DEP-PROX.
           IF W-IND < 999
              ADD 1 TO W-IND
              GO TO RELATORIO-DEP.
           WRITE REGCANRL FROM CAB3
           MOVE W-TOTQTD TO TOT-QTD
           MOVE ZEROS TO TOT-MEDIA TOT-MEDAPR
           IF W-TOTQTD NOT = ZEROS
              COMPUTE TOT-MEDIA = W-TOTDIAS / W-TOTQTD
              COMPUTE TOT-MEDAPR = W-TOTAPR / W-TOTQTD.
           WRITE REGCANRL FROM TOTLIN
           CLOSE CADCANRL
           MOVE "*** RELATORIO DE PREENCHIMENTO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1INIT.
      *----------------------------------------------------------------
      * DEPARTAMENTO E CARGO DA REQUISICAO NA TELA.
      *----------------------------------------------------------------
       MOSTRA-VAGA.
           MOVE VAG-DEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENDEP.
           MOVE VAG-CARGO TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENCAR.
           DISPLAY (08, 50) DENDEP
           DISPLAY (09, 50) DENCAR.
       MOSTRA-VAGA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * O MESMO CPF NAO CONCORRE DUAS VEZES A MESMA REQUISICAO
      * (SALVO SE A CANDIDATURA ANTERIOR FOI RECUSADA).
      *----------------------------------------------------------------
       VERIF-DUP.
           MOVE ZEROS TO W-DUP
           MOVE CAN-VAGNUM TO W-VAGSEL
           MOVE CAN-CPF TO W-CPFSEL
           START CADCAND KEY IS EQUAL CAN-CPF
           IF ST-ERRO NOT = "00"
              GO TO VERIF-DUP-REP.
       VERIF-DUP-LP.
           READ CADCAND NEXT
           IF ST-ERRO NOT = "00" OR CAN-CPF NOT = W-CPFSEL
              GO TO VERIF-DUP-REP.
           IF CAN-VAGNUM = W-VAGSEL AND CAN-ETAPA NOT = "R"
              MOVE 1 TO W-DUP
              GO TO VERIF-DUP-REP.
           GO TO VERIF-DUP-LP.
       VERIF-DUP-REP.
           MOVE W-VAGSEL TO CAN-VAGNUM
           MOVE W-CPFSEL TO CAN-CPF
           MOVE SPACES TO CAN-NOME.
       VERIF-DUP-FIM.
           EXIT.
      *
       VERIF-APROV.
           MOVE ZEROS TO W-DUP
           START CADCAND KEY IS EQUAL CAN-VAGNUM
           IF ST-ERRO NOT = "00"
              GO TO VERIF-APROV-REP.
       VERIF-APROV-LP.
           READ CADCAND NEXT
           IF ST-ERRO NOT = "00" OR CAN-VAGNUM NOT = VAG-NUM
              GO TO VERIF-APROV-REP.
           IF CAN-ETAPA = "A" AND CAN-NUM NOT = W-NUMSEL
              MOVE 1 TO W-DUP
              GO TO VERIF-APROV-REP.
           GO TO VERIF-APROV-LP.
       VERIF-APROV-REP.
           MOVE W-NUMSEL TO CAN-NUM
           READ CADCAND.
       VERIF-APROV-FIM.
           EXIT.
      *
       ACHA-MAXNUM.
           MOVE ZEROS TO W-MAXNUM
           MOVE LOW-VALUES TO CAN-NUM
           START CADCAND KEY IS NOT LESS CAN-NUM
           IF ST-ERRO NOT = "00"
              GO TO ACHA-MAXNUM-FIM.
       ACHA-MAXNUM-LP.
           READ CADCAND NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-MAXNUM-FIM.
           MOVE CAN-NUM TO W-MAXNUM
           GO TO ACHA-MAXNUM-LP.
       ACHA-MAXNUM-FIM.
           EXIT.
      *----------------------------------------------------------------
       CALC-CPF.
           MOVE CAN-CPF TO W-CPFCALC
           MOVE "00" TO W-CPFOK
           MOVE 1 TO W-CPFIND.
       CALC-CPF-REPET.
           IF CAN-CPF = TBCPFINVALIDO(W-CPFIND)
              MOVE "*** CPF INVALIDO ***" TO MENS
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
              MOVE "*** CPF INVALIDO (DV1) ***" TO MENS
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
              MOVE "*** CPF INVALIDO (DV2) ***" TO MENS
              MOVE "99" TO W-CPFOK.
       CALC-CPF-FIM.
                EXIT.
      *----------------------------------------------------------------
      * NUMERO SERIAL DE DIAS DE UMA DATA AAAAMMDD.
      *----------------------------------------------------------------
       CALC-NDIAS.
           MOVE W-DTX(1:4) TO W-ZANO
           MOVE W-DTX(5:2) TO W-ZMES
           MOVE W-DTX(7:2) TO W-ZDIA
           COMPUTE W-NT1 = (W-ZMES + 9) / 12
           COMPUTE W-NT2 = 7 * (W-ZANO + W-NT1)
           DIVIDE W-NT2 BY 4 GIVING W-NT2
           COMPUTE W-NT3 = 275 * W-ZMES
           DIVIDE W-NT3 BY 9 GIVING W-NT3
           COMPUTE W-NDIA = 367 * W-ZANO - W-NT2 + W-NT3 + W-ZDIA.
       CALC-NDIAS-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAND CADVAGA CADDEP CADCAR CADFUNC.
       ROT-FIMP.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
