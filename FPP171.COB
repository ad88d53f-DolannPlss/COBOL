       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP171.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * TRANSFERENCIA DE FUNCIONARIO ENTRE FILIAIS COM       *
      * CONTINUIDADE DO CONTRATO: TROCA FILIAL E DEPTO NO    *
      * CADFUNC A PARTIR DA DATA EFETIVA, MANTENDO A DATA DE *
      * ADMISSAO, OS PERIODOS DE FERIAS E AS PROVISOES.      *
      * GRAVA O HISTORICO DE MOVIMENTACAO, O CADLOG, O       *
      * ARQTRANSF (DIAS NA FILIAL DE ORIGEM NO MES, USADOS   *
      * NO RATEIO DA GPS, DO FGTS E DO S-1200) E OS EVENTOS  *
      * ESOCIAL DA TRANSFERENCIA                             *
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
           SELECT CADTRFTX ASSIGN TO DISK
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
      * TRANSFERENCIAS ENTRE FILIAIS, UMA POR CHAPA E MES EFETIVO.
      *   DIASANT: DIAS DO MES (COMERCIAL, 30) AINDA NA FILIAL DE
      *            ORIGEM; O RESTANTE E DA FILIAL DE DESTINO.
      *   ESOEVT : "A"=S-2206 (MESMA RAIZ DE CNPJ)
      *            "S"=S-2299/S-2200 (OUTRO EMPREGADOR DO GRUPO)
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
      * CONTROLE DOS EVENTOS NAO PERIODICOS (FPP129): O REGISTRO "C"
      * DA DATA EFETIVA IMPEDE UM SEGUNDO S-2206 PELO HISTORICO.
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
       FD CADTRFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGTRFTX    PIC X(140).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-CODFUNC       PIC 9(06) VALUE ZEROS.
       01 W-FILANT        PIC 9(02) VALUE ZEROS.
       01 W-FILNOV        PIC 9(02) VALUE ZEROS.
       01 W-DEPANT        PIC 9(03) VALUE ZEROS.
       01 W-DEPNOV        PIC 9(03) VALUE ZEROS.
       01 W-DATAEF        PIC 9(08) VALUE ZEROS.
       01 W-DIASANT       PIC 9(02) VALUE ZEROS.
       01 W-CNPJANT       PIC 9(14) VALUE ZEROS.
       01 W-CNPJNOV       PIC 9(14) VALUE ZEROS.
       01 W-ESOEVT        PIC X(01) VALUE SPACES.
       01 W-CPTARQ        PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP171".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
      *----------[ VESPERA DA DATA EFETIVA (S-2299) ]-------------------
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
      * MESMA RAIZ DE CNPJ: ALTERACAO CONTRATUAL COM O NOVO
      * ESTABELECIMENTO (LAYOUT DO FPP129 MAIS O CNPJ).
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
      * RAIZ DIFERENTE (OUTRO EMPREGADOR DO GRUPO): DESLIGAMENTO NA
      * VESPERA COM MOTIVO 11 (TRANSFERENCIA) NO CNPJ DE ORIGEM E
      * ADMISSAO POR SUCESSAO NO CNPJ DE DESTINO, MANTIDA A DATA DE
      * ADMISSAO ORIGINAL.
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
               VALUE  "   *** TRANSFERENCIA ENTRE FILIAIS ***".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA DO FUNCIONARIO             :".
           05  LINE 07  COLUMN 01
               VALUE  " FILIAL / DEPARTAMENTO ATUAIS     :".
           05  LINE 09  COLUMN 01
               VALUE  " FILIAL DE DESTINO                :".
           05  LINE 11  COLUMN 01
               VALUE  " DEPARTAMENTO DE DESTINO          :".
           05  LINE 13  COLUMN 01
               VALUE  " DATA EFETIVA (AAAAMMDD)          :".
           05  LINE 15  COLUMN 01
               VALUE  " CONFIRMA A TRANSFERENCIA (S ou N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CODFUNC
               LINE 05  COLUMN 37  PIC 9(06)
               USING  W-CODFUNC
               HIGHLIGHT.
           05  TW-FILNOV
               LINE 09  COLUMN 37  PIC 9(02)
               USING  W-FILNOV
               HIGHLIGHT.
           05  TW-DEPNOV
               LINE 11  COLUMN 37  PIC 9(03)
               USING  W-DEPNOV
               HIGHLIGHT.
           05  TW-DATAEF
               LINE 13  COLUMN 37  PIC 9(08)
               USING  W-DATAEF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 37  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-OP0.
           OPEN I-O CADFUNC
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
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FILIAIS NAO EXISTE (FPP057) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADDEP
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADDEP CADFILIAL
              GO TO ROT-FIM2.
      * SEM CADCOMPET NENHUMA COMPETENCIA FOI FECHADA AINDA.
           MOVE ZEROS TO W-CPTARQ
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
       INC-001.
           MOVE ZEROS TO W-CODFUNC W-FILNOV W-DEPNOV W-DATAEF
           MOVE SPACES TO W-OPCAO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TW-CODFUNC
           IF W-CODFUNC = ZEROS
              GO TO ROT-FIM3.
           MOVE W-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF FUNCSTAT = "D"
              MOVE "*** FUNCIONARIO DESLIGADO - SEM TRANSFERENCIA ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE FILIAL TO W-FILANT
           MOVE FUNCDEP TO W-DEPANT
           DISPLAY (05, 45) NOME
           DISPLAY (07, 37) W-FILANT
           DISPLAY (07, 40) "/"
           DISPLAY (07, 42) W-DEPANT
           MOVE ZEROS TO W-CNPJANT
           MOVE W-FILANT TO FILCOD
           READ CADFILIAL
           IF ST-ERRO = "00"
              MOVE FILCNPJ TO W-CNPJANT.
       R2.
           ACCEPT TW-FILNOV
           IF W-FILNOV = ZEROS
              GO TO INC-001.
           IF W-FILNOV = W-FILANT
              MOVE "*** FUNCIONARIO JA ESTA NESTA FILIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-FILNOV TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00" OR FILSTAT NOT = "A"
              MOVE "*** FILIAL INEXISTENTE OU INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM VERIF-FILNOV THRU VERIF-FILNOV-FIM
           IF W-FILRC = "N"
              MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE FILCNPJ TO W-CNPJNOV
           DISPLAY (09, 45) FILRAZAO.
       R3.
           ACCEPT TW-DEPNOV
           MOVE W-DEPNOV TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00" OR DEPSTAT NOT = "A"
              MOVE "*** DEPARTAMENTO INEXISTENTE OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF DEPFILIAL NOT = W-FILNOV
              MOVE "*** DEPTO NAO PERTENCE A FILIAL DE DESTINO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (11, 45) DENDEP.
      *----------------------------------------------------------------
      * DATA EFETIVA: NAO ANTES DA ADMISSAO NEM NO FUTURO, COM A
      * COMPETENCIA AINDA ABERTA NAS DUAS FILIAIS E UMA SO
      * TRANSFERENCIA POR MES.
      *----------------------------------------------------------------
       R4.
           ACCEPT TW-DATAEF
           IF W-DATAEF < DATAADM OR W-DATAEF > W-HOJE
              MOVE "*** DATA EFETIVA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DATAEF(5:2) TO W-MESC
           IF W-MESC < 1 OR W-MESC > 12 OR W-DATAEF(7:2) = "00"
              MOVE "*** DATA EFETIVA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-CPTARQ NOT = 1
              GO TO R4-TRF.
           MOVE W-DATAEF(5:2) TO CPTMES
           MOVE W-DATAEF(1:4) TO CPTANO
           MOVE W-FILANT TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO = "00" AND CPTSTAT = "F"
              MOVE "*** COMPETENCIA FECHADA NA FILIAL DE ORIGEM ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-FILNOV TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO = "00" AND CPTSTAT = "F"
              MOVE "*** COMPETENCIA FECHADA NA FILIAL DE DESTINO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R4-TRF.
           MOVE W-CODFUNC TO TRF-CODFUNC
           MOVE W-DATAEF(1:4) TO TRF-ANO
           MOVE W-DATAEF(5:2) TO TRF-MES
           READ CADTRANSF
           IF ST-ERRO = "00"
              MOVE "*** JA HOUVE TRANSFERENCIA DA CHAPA NO MES ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      * DIAS DO MES COMERCIAL ATE A VESPERA DA DATA EFETIVA.
           MOVE W-DATAEF(7:2) TO W-DIAC
           COMPUTE W-DIASANT = W-DIAC - 1
           IF W-DIASANT > 30
              MOVE 30 TO W-DIASANT.
           IF W-CNPJANT(1:8) = W-CNPJNOV(1:8)
              MOVE "A" TO W-ESOEVT
           ELSE
              MOVE "S" TO W-ESOEVT.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* TRANSFERENCIA CANCELADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *----------------------------------------------------------------
      * GRAVACAO: SO FILIAL E DEPARTAMENTO MUDAM NO CADFUNC; DATAADM,
      * FERIAS (ARQFERIAS) E PROVISOES (ARQPROV) SEGUEM A CHAPA.
      *----------------------------------------------------------------
       ALT-RW1.
           MOVE REGFUNC TO W-REGANTES
           MOVE W-FILNOV TO FILIAL
           MOVE W-DEPNOV TO FUNCDEP
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           PERFORM GRAVA-MOVHIST THRU GRAVA-MOVHIST-FIM
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE CODFUNC TO LOG-CHAVE
           MOVE W-REGANTES TO LOG-ANTES
           MOVE REGFUNC TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
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
              MOVE "ERRO NA GRAVACAO DO ARQTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           MOVE "CADTRANSF" TO LOG-ARQUIVO
           MOVE "I" TO LOG-ACAO
           MOVE W-CODFUNC TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES
           MOVE REGTRANSF TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM GERA-EVENTOS THRU GERA-EVENTOS-FIM
           MOVE "*** TRANSFERENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
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
           MOVE W-DEPNOV TO MHDEPNOV
           MOVE FUNCCAR TO MHCARANT
           MOVE FUNCCAR TO MHCARNOV
           MOVE NVLSAL TO MHNVLANT
           MOVE NVLSAL TO MHNVLNOV
           WRITE REGMOVH.
       GRAVA-MOVHIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EVENTOS ESOCIAL DA TRANSFERENCIA NO ARQUIVO DO DIA
      * (CADTRFRLddmmaaaa.TXT), ACRESCENTADOS A CADA TRANSFERENCIA.
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
                 MOVE "ERRO ABERTURA DO ARQUIVO CADTRFTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
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
      * FILIAL DA CHAPA CONTRA AS FILIAIS DO OPERADOR (FPP187); A
      * TENTATIVA NEGADA FICA NO CADLOG.
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DE DESTINO CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILNOV.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILNOV TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILNOV-FIM.
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
           IF W-CPTARQ = 1
              CLOSE CADCOMPET.
           CLOSE CADFUNC CADDEP CADFILIAL CADCAR.
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
