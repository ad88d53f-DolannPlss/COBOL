       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP165.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * DECLARACAO DE VINCULO E RENDA: CARTA PARA BANCO,     *
      * IMOBILIARIA OU CONSULADO COM RAZAO SOCIAL/CNPJ DA    *
      * FILIAL, ADMISSAO, CARGO, SALARIO ATUAL (ARQCAR COM A *
      * GRADE SALARIAL) E BRUTO/LIQUIDO DOS ULTIMOS 3, 6 OU  *
      * 12 MESES FECHADOS (ARQHISTF), COM MEDIA OPCIONAL.    *
      * NUMERACAO PROPRIA (ARQSEQ), SPOOL E REGISTRO NO      *
      * CADLOG DE QUEM EMITIU                                *
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
           SELECT CADGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRD-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEQID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDCLTX ASSIGN TO DISK
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
      * HISTORICO CONSOLIDADO DA FOLHA, CARREGADO A CADA FECHAMENTO
      * (FPP038).
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
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQID                    PIC X(08).
          03 SEQPROX                  PIC 9(06).
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
       FD CADDCLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGDCLTX    PIC X(100).
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
          03 W-FILPROG         PIC X(08) VALUE "FPP165".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-HISTARQ       PIC 9(01) VALUE ZEROS.
       01 W-NMESES        PIC 9(02) VALUE ZEROS.
       01 W-MEDIA         PIC X(01) VALUE SPACES.
       01 W-SALMES        PIC 9(07)V99 VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-NUMDOC        PIC 9(06) VALUE ZEROS.
       01 W-TOTBRUTO      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ        PIC 9(10)V99 VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-IY            PIC 9(02) VALUE ZEROS.
       01 W-DATAED.
          03 W-DATAED-DD  PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-MM  PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-AA  PIC 9999.
       01 W-DATAIN        PIC 9(08) VALUE ZEROS.
       01 W-DATAINX REDEFINES W-DATAIN.
          03 W-DATAIN-AA  PIC 9(04).
          03 W-DATAIN-MM  PIC 9(02).
          03 W-DATAIN-DD  PIC 9(02).
      *----------[ ULTIMAS COMPETENCIAS FECHADAS DA CHAPA ]-------------
      * MAIS DE UMA FILIAL NA MESMA COMPETENCIA (TRANSFERENCIA) SOMA
      * NA MESMA LINHA.
       01 W-QTDM          PIC 9(02) VALUE ZEROS.
       01 TABREND.
          03 TR-ITEM OCCURS 12 TIMES.
             05 TR-ANO    PIC 9(04).
             05 TR-MES    PIC 9(02).
             05 TR-BRUTO  PIC 9(09)V99.
             05 TR-LIQ    PIC 9(09)V99.
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
      *----------[ LINHAS DO DOCUMENTO ]--------------------------------
       01 DCL-SEP.
                03 FILLER      PIC X(70) VALUE ALL "-".
       01 DCL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 DCL-EMPRESA.
                03 DCL-RAZAO   PIC X(30) VALUE "FATEC ZL".
                03 FILLER      PIC X(08) VALUE "  CNPJ: ".
                03 DCL-CNPJ    PIC 9(14).
       01 DCL-TIT.
                03 FILLER      PIC X(45) VALUE
                   "DECLARACAO DE VINCULO EMPREGATICIO E RENDA".
                03 FILLER      PIC X(04) VALUE "NR ".
                03 DCL-NUM     PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 DCL-NUMANO  PIC 9(04).
       01 DCL-TXT1.
                03 FILLER      PIC X(40) VALUE
                   "DECLARAMOS, PARA OS DEVIDOS FINS, QUE ".
       01 DCL-TXT2.
                03 DCL-NOME    PIC X(30).
                03 FILLER      PIC X(07) VALUE ", CPF ".
                03 DCL-CPF     PIC 9(11).
                03 FILLER      PIC X(09) VALUE ", CHAPA ".
                03 DCL-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE ",".
       01 DCL-TXT3.
                03 FILLER      PIC X(24) VALUE
                   "E NOSSO EMPREGADO DESDE ".
                03 DCL-DTADM   PIC X(10).
                03 FILLER      PIC X(14) VALUE ", NO CARGO DE ".
                03 DCL-DENCAR  PIC X(25).
                03 FILLER      PIC X(01) VALUE ",".
       01 DCL-TXT4.
                03 FILLER      PIC X(31) VALUE
                   "COM SALARIO MENSAL ATUAL DE R$ ".
                03 DCL-SAL     PIC ZZZ.ZZZ,99.
                03 FILLER      PIC X(01) VALUE ".".
       01 DCL-RENDTIT.
                03 FILLER      PIC X(24) VALUE
                   "REMUNERACAO DAS ULTIMAS ".
                03 DCL-NMES    PIC Z9.
                03 FILLER      PIC X(34) VALUE
                   " COMPETENCIAS FECHADAS:".
       01 DCL-RENDCAB.
                03 FILLER      PIC X(17) VALUE "   COMPETENCIA".
                03 FILLER      PIC X(20) VALUE
                   "      RENDA BRUTA".
                03 FILLER      PIC X(20) VALUE
                   "    RENDA LIQUIDA".
       01 DCL-RENDLIN.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 DCL-RMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 DCL-RANO    PIC 9999.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 DCL-RBRUTO  PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 DCL-RLIQ    PIC ZZZ.ZZZ.ZZ9,99.
       01 DCL-RENDTOT.
                03 DCL-TROT    PIC X(17).
                03 DCL-TBRUTO  PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 DCL-TLIQ    PIC ZZZ.ZZZ.ZZ9,99.
       01 DCL-RENDFALTA.
                03 FILLER      PIC X(17) VALUE
                   "OBS.: HA SOMENTE ".
                03 DCL-FQTD    PIC Z9.
                03 FILLER      PIC X(40) VALUE
                   " COMPETENCIA(S) FECHADA(S) NO PERIODO.".
       01 DCL-LOCAL.
                03 DCL-CIDADE  PIC X(20).
                03 FILLER      PIC X(02) VALUE ", ".
                03 DCL-DTEMI   PIC X(10).
       01 DCL-ASSIN.
                03 FILLER      PIC X(30) VALUE
                        "__________________________".
       01 DCL-ASSIN2.
                03 FILLER      PIC X(30) VALUE
                        "RECURSOS HUMANOS          ".
       01 DCL-EMISSOR.
                03 FILLER      PIC X(13) VALUE "EMITIDA POR: ".
                03 DCL-OPER    PIC X(08).
                03 FILLER      PIC X(04) VALUE " EM ".
                03 DCL-DH      PIC X(14).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** DECLARACAO DE VINCULO E RENDA ***".
           05  LINE 05  COLUMN 01
               VALUE  " CODIGO DO FUNCIONARIO :".
           05  LINE 07  COLUMN 01
               VALUE  " NOME                  :".
           05  LINE 09  COLUMN 01
               VALUE  " MESES (3, 6 OU 12)    :".
           05  LINE 11  COLUMN 01
               VALUE  " IMPRIME MEDIA (S/N)   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 26  PIC 9(06)
               USING  CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 07  COLUMN 26  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TNMESES
               LINE 09  COLUMN 26  PIC 9(02)
               USING  W-NMESES
               HIGHLIGHT.
           05  TMEDIA
               LINE 11  COLUMN 26  PIC X(01)
               USING  W-MEDIA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
       INC-001.
           MOVE SPACES TO NOME
           MOVE ZEROS TO CODFUNC
           DISPLAY TELAPRINCIPAL.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIMP.
           OPEN I-O CADSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC CADCAR
                 GO TO ROT-FIMP.
      * GRADE SALARIAL E FILIAIS SAO OPCIONAIS; SEM HISTORICO A CARTA
      * SAI SO COM O VINCULO E O SALARIO ATUAL.
           MOVE ZEROS TO W-GRADEARQ
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           MOVE ZEROS TO W-FILARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           MOVE ZEROS TO W-HISTARQ
           OPEN INPUT CADHISTF
           IF ST-ERRO = "00"
              MOVE 1 TO W-HISTARQ.
       R1.
           MOVE SPACES TO NOME
           MOVE ZEROS TO CODFUNC
           DISPLAY TELAPRINCIPAL
           ACCEPT TCODFUNC
           IF CODFUNC = ZEROS
              GO TO ROT-FIM.
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
           DISPLAY TNOME
           IF FUNCSTAT = "D"
              MOVE "*** FUNCIONARIO DESLIGADO - SEM VINCULO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           MOVE 3 TO W-NMESES
           ACCEPT TNMESES
           IF W-NMESES NOT = 3 AND W-NMESES NOT = 6 AND
              W-NMESES NOT = 12
              MOVE "*** INFORME 3, 6 OU 12 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           MOVE "N" TO W-MEDIA
           ACCEPT TMEDIA
           IF W-MEDIA = "s"
              MOVE "S" TO W-MEDIA.
           IF W-MEDIA = "n"
              MOVE "N" TO W-MEDIA.
           IF W-MEDIA NOT = "S" AND W-MEDIA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           DISPLAY (13, 01) "CONFIRMA A EMISSAO (S/N) : "
           ACCEPT (13, 28) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EMISSAO RECUSADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4.
      *----------------------------------------------------------------
      * NUMERO DA DECLARACAO: SEQUENCIA "DECLREND" DO ARQSEQ.
      *----------------------------------------------------------------
       PEGA-NUMERO.
           MOVE "DECLREND" TO SEQID
           READ CADSEQ
           IF ST-ERRO NOT = "00"
              MOVE "DECLREND" TO SEQID
              MOVE 1 TO SEQPROX
              WRITE REGSEQ.
           MOVE SEQPROX TO W-NUMDOC
           ADD 1 TO SEQPROX
           MOVE "DECLREND" TO SEQID
           REWRITE REGSEQ.
       GERA-DCL.
           PERFORM CARREGA-REND THRU CARREGA-REND-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "DECLREND" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADDCLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DOCUMENTO DA DECLARACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "FATEC ZL" TO DCL-RAZAO
           MOVE ZEROS TO DCL-CNPJ
           MOVE SPACES TO DCL-CIDADE
           IF W-FILARQ = 1
              MOVE FILIAL TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILRAZAO TO DCL-RAZAO
                 MOVE FILCNPJ TO DCL-CNPJ
                 MOVE FILCIDADE TO DCL-CIDADE
              END-IF.
           WRITE REGDCLTX FROM DCL-EMPRESA
           WRITE REGDCLTX FROM DCL-SEP
           MOVE W-NUMDOC TO DCL-NUM
           MOVE W-HOJE(1:4) TO DCL-NUMANO
           WRITE REGDCLTX FROM DCL-TIT
           WRITE REGDCLTX FROM DCL-BRANCO
           WRITE REGDCLTX FROM DCL-TXT1
           MOVE NOME TO DCL-NOME
           MOVE CPF TO DCL-CPF
           MOVE CODFUNC TO DCL-COD
           WRITE REGDCLTX FROM DCL-TXT2
           MOVE DATAADM TO W-DATAIN
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DCL-DTADM.
       GERA-CARGO.
           MOVE SPACES TO DENCAR TIPOSAL
           MOVE ZEROS TO SALBASE W-SALMES
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENCAR TIPOSAL
              MOVE ZEROS TO SALBASE.
           MOVE DENCAR TO DCL-DENCAR
           WRITE REGDCLTX FROM DCL-TXT3
      * O NIVEL DA GRADE (NVLSAL) AJUSTA O SALARIO BASE DO CARGO,
      * COMO NO CALCULO DA FOLHA (FPPREL).
           IF W-GRADEARQ = 1 AND NVLSAL NOT = ZEROS
              MOVE FUNCCAR TO GRD-CARGO
              MOVE NVLSAL TO GRD-NIVEL
              READ CADGRADE
              IF ST-ERRO = "00" AND GRD-STAT = "A"
                 IF GRD-TIPO = "P"
                    COMPUTE SALBASE ROUNDED = SALBASE
                          * (1 + GRD-VALOR / 100)
                 ELSE
                    MOVE GRD-VALOR TO SALBASE.
      * SALARIO APRESENTADO NA BASE MENSAL (220 HORAS / 30 DIAS).
           IF TIPOSAL = "H"
              COMPUTE W-SALMES = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMES = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-SALMES.
           MOVE W-SALMES TO DCL-SAL
           WRITE REGDCLTX FROM DCL-TXT4
           WRITE REGDCLTX FROM DCL-BRANCO.
       GERA-REND.
           MOVE W-NMESES TO DCL-NMES
           WRITE REGDCLTX FROM DCL-RENDTIT
           WRITE REGDCLTX FROM DCL-RENDCAB
           MOVE ZEROS TO W-TOTBRUTO W-TOTLIQ W-IX.
       GERA-REND-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDM
              GO TO GERA-REND-TOT.
           MOVE TR-MES(W-IX) TO DCL-RMES
           MOVE TR-ANO(W-IX) TO DCL-RANO
           MOVE TR-BRUTO(W-IX) TO DCL-RBRUTO
           MOVE TR-LIQ(W-IX) TO DCL-RLIQ
           WRITE REGDCLTX FROM DCL-RENDLIN
           ADD TR-BRUTO(W-IX) TO W-TOTBRUTO
           ADD TR-LIQ(W-IX) TO W-TOTLIQ
           GO TO GERA-REND-LP.
       GERA-REND-TOT.
           MOVE "   TOTAL" TO DCL-TROT
           MOVE W-TOTBRUTO TO DCL-TBRUTO
           MOVE W-TOTLIQ TO DCL-TLIQ
           WRITE REGDCLTX FROM DCL-RENDTOT
           IF W-MEDIA = "S" AND W-QTDM > ZEROS
              MOVE "   MEDIA MENSAL" TO DCL-TROT
              COMPUTE DCL-TBRUTO ROUNDED = W-TOTBRUTO / W-QTDM
              COMPUTE DCL-TLIQ ROUNDED = W-TOTLIQ / W-QTDM
              WRITE REGDCLTX FROM DCL-RENDTOT.
           IF W-QTDM < W-NMESES
              MOVE W-QTDM TO DCL-FQTD
              WRITE REGDCLTX FROM DCL-RENDFALTA.
           WRITE REGDCLTX FROM DCL-BRANCO
           MOVE W-HOJE TO W-DATAIN
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DCL-DTEMI
           WRITE REGDCLTX FROM DCL-LOCAL
           WRITE REGDCLTX FROM DCL-BRANCO
           WRITE REGDCLTX FROM DCL-ASSIN
           WRITE REGDCLTX FROM DCL-ASSIN2
           WRITE REGDCLTX FROM DCL-BRANCO
           MOVE W-OPERID TO DCL-OPER
           MOVE W-SPLDH TO DCL-DH
           WRITE REGDCLTX FROM DCL-EMISSOR
           WRITE REGDCLTX FROM DCL-SEP
           CLOSE CADDCLTX
           PERFORM GRAVA-EMISSAO THRU GRAVA-EMISSAO-FIM
           MOVE "*** DECLARACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *----------------------------------------------------------------
      * ULTIMAS W-NMESES COMPETENCIAS DA CHAPA NO ARQHISTF (SO FOLHAS
      * FECHADAS). A CHAVE VEM EM ORDEM CRESCENTE; QUANDO A TABELA
      * ENCHE, A COMPETENCIA MAIS ANTIGA SAI.
      *----------------------------------------------------------------
       CARREGA-REND.
           MOVE ZEROS TO W-QTDM
           IF W-HISTARQ NOT = 1
              GO TO CARREGA-REND-FIM.
           MOVE CODFUNC TO HF-CODFUNC
           MOVE ZEROS TO HF-ANO HF-MES HF-FIL
           START CADHISTF KEY IS NOT LESS HF-KEY
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-REND-FIM.
       CARREGA-REND-LP.
           READ CADHISTF NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-REND-FIM.
           IF HF-CODFUNC NOT = CODFUNC
              GO TO CARREGA-REND-FIM.
           IF W-QTDM > ZEROS
              IF TR-ANO(W-QTDM) = HF-ANO AND TR-MES(W-QTDM) = HF-MES
                 ADD HF-BRUTO TO TR-BRUTO(W-QTDM)
                 ADD HF-LIQ TO TR-LIQ(W-QTDM)
                 GO TO CARREGA-REND-LP.
           IF W-QTDM < W-NMESES
              ADD 1 TO W-QTDM
           ELSE
              PERFORM DESLOCA-REND THRU DESLOCA-REND-FIM.
           MOVE HF-ANO TO TR-ANO(W-QTDM)
           MOVE HF-MES TO TR-MES(W-QTDM)
           MOVE HF-BRUTO TO TR-BRUTO(W-QTDM)
           MOVE HF-LIQ TO TR-LIQ(W-QTDM)
           GO TO CARREGA-REND-LP.
       CARREGA-REND-FIM.
           EXIT.
      *
       DESLOCA-REND.
           MOVE 1 TO W-IY.
       DESLOCA-REND-LP.
           IF W-IY NOT < W-QTDM
              GO TO DESLOCA-REND-FIM.
           MOVE TR-ITEM(W-IY + 1) TO TR-ITEM(W-IY)
           ADD 1 TO W-IY
           GO TO DESLOCA-REND-LP.
       DESLOCA-REND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * W-DATAIN (AAAAMMDD) -> W-DATAED (DD/MM/AAAA).
      *----------------------------------------------------------------
       FORMATA-DATA.
           MOVE W-DATAIN-DD TO W-DATAED-DD
           MOVE W-DATAIN-MM TO W-DATAED-MM
           MOVE W-DATAIN-AA TO W-DATAED-AA.
       FORMATA-DATA-FIM.
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
      * REGISTRO NO CADLOG DA EMISSAO (ACAO "V"): QUEM EMITIU, PARA
      * QUAL CHAPA, NUMERO DA DECLARACAO E DOCUMENTO NO SPOOL.
      *----------------------------------------------------------------
       GRAVA-EMISSAO.
           MOVE W-OPERID TO LOG-OPERID
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO LOG-DATAHORA
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "V" TO LOG-ACAO
           MOVE CODFUNC TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           STRING "DECLARACAO DE VINCULO E RENDA NR " W-NUMDOC "/"
                  W-HOJE(1:4) " - " W-SPLNOME
                  DELIMITED BY SIZE INTO LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-EMISSAO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA A SAIDA NO SPOOL CENTRAL (ARQSPOOL): CADA GERACAO
      * GANHA NUMERO E NOME PROPRIOS; A TELA DE SPOOL (FPP063) LISTA
      * E REIMPRIME QUALQUER GERACAO PASSADA.
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
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-HISTARQ = 1
              CLOSE CADHISTF.
           CLOSE CADFUNC CADCAR CADSEQ.
       ROT-FIMP.
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
