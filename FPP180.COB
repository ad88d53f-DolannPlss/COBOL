       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP180.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CONFORMIDADE LEGAL DA JORNADA A PARTIR DAS MARCACOES *
      * DIARIAS (ARQPONTO) E DA ESCALA (ARQESCALA/ARQHORAR): *
      * INTERJORNADA MENOR QUE 11 HORAS, JORNADA ACIMA DE 10 *
      * HORAS, INTERVALO INTRAJORNADA AUSENTE OU CURTO, SETE *
      * OU MAIS DIAS SEGUIDOS SEM DESCANSO SEMANAL E HORA    *
      * EXTRA ACIMA DE 2 HORAS NO DIA. LISTA CADA OCORRENCIA *
      * COM CHAPA, DATA E BATIDAS E TOTALIZA POR             *
      * DEPARTAMENTO E GESTOR. RELATORIO NO SPOOL            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ESC-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHORAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HOR-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PON-KEY
                      ALTERNATE RECORD KEY IS PON-CODFUNC
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
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADJORTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
          03 ESC-HORCOD               PIC 9(02).
          03 ESC-STAT                 PIC X(01).
          03 ESC-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHORAR.DAT".
       01 REGHORAR.
          03 HOR-DESC                 PIC X(20).
          03 HOR-ENT1                 PIC 9(04).
          03 HOR-SAI1                 PIC 9(04).
          03 HOR-ENT2                 PIC 9(04).
          03 HOR-SAI2                 PIC 9(04).
          03 HOR-DIAS                 PIC X(07).
          03 HOR-STAT                 PIC X(01).
          03 HOR-COD                  PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
          03 PON-MARC1                PIC 9(04).
          03 PON-MARC2                PIC 9(04).
          03 PON-MARC3                PIC 9(04).
          03 PON-MARC4                PIC 9(04).
          03 PON-STAT                 PIC X(01).
          03 PON-KEY.
              05 PON-CODFUNC          PIC 9(06).
              05 PON-DATA             PIC 9(08).
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
       FD CADJORTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGJORTX    PIC X(100).
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
          03 W-FILPROG         PIC X(08) VALUE "FPP180".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-MESANT        PIC 9(02) VALUE ZEROS.
       01 W-ANOANT        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-ULTANT        PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTC          PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-DIAY          PIC 9(02) VALUE ZEROS.
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-DOW           PIC 9(01) VALUE ZEROS.
       01 W-DOWPOS        PIC 9(01) VALUE ZEROS.
       01 W-ZANO          PIC 9(04) VALUE ZEROS.
       01 W-ZMES          PIC 9(02) VALUE ZEROS.
       01 W-ZDIA          PIC 9(02) VALUE ZEROS.
       01 W-ZJ            PIC 9(02) VALUE ZEROS.
       01 W-ZK            PIC 9(02) VALUE ZEROS.
       01 W-ZT1           PIC 9(04) VALUE ZEROS.
       01 W-ZT2           PIC 9(04) VALUE ZEROS.
       01 W-ZT3           PIC 9(04) VALUE ZEROS.
       01 W-ZH            PIC 9(04) VALUE ZEROS.
      *----------[ CONVERSAO HHMM -> MINUTOS ]--------------------------
       01 W-HHMM          PIC 9(04) VALUE ZEROS.
       01 W-HHMMX REDEFINES W-HHMM.
          03 W-HH         PIC 9(02).
          03 W-MM         PIC 9(02).
       01 W-MINUTOS       PIC 9(04) VALUE ZEROS.
       01 W-M1            PIC 9(04) VALUE ZEROS.
       01 W-M2            PIC 9(04) VALUE ZEROS.
       01 W-M3            PIC 9(04) VALUE ZEROS.
       01 W-M4            PIC 9(04) VALUE ZEROS.
      *----------[ LIMITES LEGAIS EM MINUTOS ]--------------------------
       01 W-LIMINTER      PIC 9(04) VALUE 660.
       01 W-LIMJORN       PIC 9(04) VALUE 600.
       01 W-LIMHE         PIC 9(04) VALUE 120.
       01 W-LIMDIAS       PIC 9(02) VALUE 7.
      * SEM ESCALA ATIVA A JORNADA PREVISTA E A DE 8 HORAS DA CLT.
       01 W-JORNPAD       PIC 9(04) VALUE 480.
      *----------[ SITUACAO DO DIA E DA CHAPA ]-------------------------
       01 W-TEMESC        PIC 9(01) VALUE ZEROS.
       01 W-REPORTA       PIC 9(01) VALUE ZEROS.
       01 W-TRAB          PIC 9(01) VALUE ZEROS.
       01 W-TRABANT       PIC 9(01) VALUE ZEROS.
       01 W-SEGUIDOS      PIC 9(03) VALUE ZEROS.
       01 W-PRIENT        PIC 9(04) VALUE ZEROS.
       01 W-ULTSAI        PIC 9(04) VALUE ZEROS.
       01 W-ULTSAIANT     PIC 9(04) VALUE ZEROS.
       01 W-MINTRAB       PIC 9(04) VALUE ZEROS.
       01 W-MINPREV       PIC 9(04) VALUE ZEROS.
       01 W-MINEXTRA      PIC S9(04) VALUE ZEROS.
       01 W-MININT        PIC 9(04) VALUE ZEROS.
       01 W-DESCANSO      PIC 9(04) VALUE ZEROS.
       01 W-MINX          PIC 9(04) VALUE ZEROS.
       01 W-HMED.
          03 W-HMED-H     PIC 99.
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HMED-M     PIC 99.
       01 W-TIPO          PIC 9(01) VALUE ZEROS.
       01 W-TEXTO         PIC X(30) VALUE SPACES.
      *----------[ CONTAGENS POR DEPARTAMENTO E GERAIS ]----------------
      *   1 INTERJORNADA  2 JORNADA > 10H  3 INTRAJORNADA
      *   4 SEM DESCANSO SEMANAL  5 HORA EXTRA > 2H
       01 W-TABDEP        OCCURS 999 TIMES.
          03 W-TD-QTD     PIC 9(05) OCCURS 5 TIMES.
       01 W-TOTTIPO       PIC 9(06) OCCURS 5 TIMES VALUE ZEROS.
       01 W-TOTDEP        PIC 9(06) VALUE ZEROS.
       01 W-TOTGER        PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(06) VALUE ZEROS.
       01 IDEP            PIC 9(04) VALUE ZEROS.
       01 ITP             PIC 9(01) VALUE ZEROS.
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
       01 JRL-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 JRL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 JRL-TIT.
                03 FILLER      PIC X(40) VALUE
                   "CONFORMIDADE DA JORNADA - COMPETENCIA ".
                03 JRL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 JRL-ANO     PIC 9999.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 JRL-DH      PIC X(14).
       01 JRL-SEC1.
                03 FILLER      PIC X(40) VALUE
                   "1. OCORRENCIAS POR CHAPA E DATA".
       01 JRL-CAB1.
                03 FILLER      PIC X(50) VALUE
                   "CHAPA  NOME                 DEP DATA       BATIDAS".
                03 FILLER      PIC X(40) VALUE
                   "                 OCORRENCIA".
       01 JRL-DET.
                03 JRL-DCHAPA  PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-DNOME   PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-DDEP    PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-DDIA    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 JRL-DMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 JRL-DANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-DMARC   PIC X(05) OCCURS 4 TIMES.
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-DTEXTO  PIC X(30).
       01 JRL-SEC2.
                03 FILLER      PIC X(50) VALUE
                   "2. OCORRENCIAS NO MES POR DEPARTAMENTO E GESTOR".
       01 JRL-CAB2.
                03 FILLER      PIC X(50) VALUE
                   "DEP DENOMINACAO          GESTOR                   ".
                03 FILLER      PIC X(48) VALUE
                   "    INTERJ JORN10  INTRA    DSR  HE>2H  TOTAL".
       01 JRL-RES.
                03 JRL-RDEP    PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-RDEN    PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-RGEST   PIC X(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-RGNOME  PIC X(20).
                03 JRL-RQTD    PIC ZZZZZ9 OCCURS 5 TIMES.
                03 FILLER      PIC X(01) VALUE " ".
                03 JRL-RTOT    PIC ZZZZZ9.
       01 JRL-NADA.
                03 FILLER      PIC X(40) VALUE
                   "    NENHUMA OCORRENCIA NO PERIODO".
       01 JRL-NUM3        PIC 9(03) VALUE ZEROS.
       01 JRL-NUM6        PIC 9(06) VALUE ZEROS.
       01 JRL-OPER.
                03 FILLER      PIC X(13) VALUE "GERADO POR: ".
                03 JRL-OPERID  PIC X(08).
                03 FILLER      PIC X(20) VALUE
                   "   CHAPAS COM PONTO:".
                03 JRL-QTDFUNC PIC ZZZZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CONFORMIDADE LEGAL DA JORNADA ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 09  COLUMN 44
               VALUE  "AAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA A GERAC".
           05  LINE 12  COLUMN 42
               VALUE  "AO (S ou N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESCOMPET
               LINE 09  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  LINE 09  COLUMN 53
               VALUE  "/".
           05  TW-ANOCOMPET
               LINE 09  COLUMN 54  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 56  PIC X(01)
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
           MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAPRINCIPAL.
       INC-COMPET.
           ACCEPT TW-MESCOMPET
           IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
              MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
           ACCEPT TW-ANOCOMPET
           IF W-ANOCOMPET < 1900
              MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
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
           OPEN INPUT CADPONTO
           IF ST-ERRO NOT = "00"
              MOVE "* MARCACOES NAO IMPORTADAS (FPP086) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADESCALA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE ESCALAS NAO EXISTE (FPP085) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPONTO
              GO TO ROT-FIM2.
           OPEN INPUT CADHORAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE HORARIOS NAO EXISTE (FPP084) *"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPONTO CADESCALA
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPONTO CADESCALA CADHORAR
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPONTO CADESCALA CADHORAR CADFUNC
              GO TO ROT-FIM2.
           MOVE "JORNADA" TO W-SPLTIPO
           MOVE W-MESCOMPET TO W-SPLMES
           MOVE W-ANOCOMPET TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADJORTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (16, 01) "*** CONFERINDO AS MARCACOES - AGUARDE ***"
           MOVE W-MESCOMPET TO W-MESC
           MOVE W-ANOCOMPET TO W-ANOC
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE W-ULTC TO W-ULTDIA
           COMPUTE W-MESANT = W-MESCOMPET - 1
           MOVE W-ANOCOMPET TO W-ANOANT
           IF W-MESANT = ZEROS
              MOVE 12 TO W-MESANT
              SUBTRACT 1 FROM W-ANOANT.
           MOVE W-MESANT TO W-MESC
           MOVE W-ANOANT TO W-ANOC
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE W-ULTC TO W-ULTANT
           MOVE W-MESCOMPET TO JRL-MES
           MOVE W-ANOCOMPET TO JRL-ANO
           MOVE W-SPLDH TO JRL-DH
           WRITE REGJORTX FROM JRL-TIT
           WRITE REGJORTX FROM JRL-SEP
           WRITE REGJORTX FROM JRL-SEC1
           WRITE REGJORTX FROM JRL-CAB1
           WRITE REGJORTX FROM JRL-SEP
           MOVE ZEROS TO W-TOTGER W-TOTFUNC
           MOVE 1 TO IDEP.
       INC-ZERA.
           MOVE ZEROS TO W-TD-QTD(IDEP, 1) W-TD-QTD(IDEP, 2)
           MOVE ZEROS TO W-TD-QTD(IDEP, 3) W-TD-QTD(IDEP, 4)
           MOVE ZEROS TO W-TD-QTD(IDEP, 5)
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO INC-ZERA.
      *----------------------------------------------------------------
      * CADA CHAPA COM MARCACAO NO MES: OS SEIS ULTIMOS DIAS DO MES
      * ANTERIOR SO ALIMENTAM A CONTAGEM DE DIAS SEGUIDOS E O
      * DESCANSO ENTRE JORNADAS; AS OCORRENCIAS SAO DA COMPETENCIA.
      *----------------------------------------------------------------
       LER-FUNC.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-RESUMO.
       LER-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-RESUMO.
           IF FUNCDEP = ZEROS
              GO TO LER-FUNC-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO LER-FUNC-RD.
           MOVE CODFUNC TO PON-CODFUNC
           COMPUTE PON-DATA = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + 1
           START CADPONTO KEY IS NOT LESS PON-KEY
           IF ST-ERRO NOT = "00"
              GO TO LER-FUNC-RD.
           READ CADPONTO NEXT
           IF ST-ERRO NOT = "00" OR PON-CODFUNC NOT = CODFUNC
              OR PON-DATA > W-ANOCOMPET * 10000
                          + W-MESCOMPET * 100 + W-ULTDIA
              GO TO LER-FUNC-RD.
           ADD 1 TO W-TOTFUNC
           PERFORM CONFERE-CHAPA THRU CONFERE-CHAPA-FIM
           GO TO LER-FUNC-RD.
      *----------------------------------------------------------------
       CONFERE-CHAPA.
           MOVE ZEROS TO W-TEMESC
           MOVE CODFUNC TO ESC-CODFUNC
           READ CADESCALA
           IF ST-ERRO = "00" AND ESC-STAT = "A"
              MOVE ESC-HORCOD TO HOR-COD
              READ CADHORAR
              IF ST-ERRO = "00" AND HOR-STAT = "A"
                 MOVE 1 TO W-TEMESC.
           MOVE ZEROS TO W-TRABANT W-SEGUIDOS W-ULTSAIANT W-REPORTA
           COMPUTE W-DIAY = W-ULTANT - 5.
       CONFERE-ANT.
           COMPUTE W-DTX = W-ANOANT * 10000 + W-MESANT * 100 + W-DIAY
           PERFORM AVALIA-DIA THRU AVALIA-DIA-FIM
           ADD 1 TO W-DIAY
           IF W-DIAY NOT > W-ULTANT
              GO TO CONFERE-ANT.
           MOVE 1 TO W-REPORTA
           MOVE 1 TO W-DIAY.
       CONFERE-MES.
           COMPUTE W-DTX = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-DIAY
           PERFORM AVALIA-DIA THRU AVALIA-DIA-FIM
           ADD 1 TO W-DIAY
           IF W-DIAY NOT > W-ULTDIA
              GO TO CONFERE-MES.
       CONFERE-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * UM DIA DA CHAPA (DATA EM W-DTX). BATIDAS IMPARES CONTAM COMO
      * DIA TRABALHADO, MAS SO ENTRAM NA INTERJORNADA E NA CONTAGEM
      * DE DIAS SEGUIDOS, POIS OS PARES NAO SAO CONFIAVEIS.
      *----------------------------------------------------------------
       AVALIA-DIA.
           MOVE ZEROS TO W-TRAB W-MINTRAB W-PRIENT W-ULTSAI
           MOVE CODFUNC TO PON-CODFUNC
           MOVE W-DTX TO PON-DATA
           READ CADPONTO
           IF ST-ERRO NOT = "00" OR PON-MARC1 = ZEROS
              GO TO AVALIA-DIA-SEM.
           MOVE 1 TO W-TRAB
           MOVE PON-MARC1 TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-M1 W-PRIENT
           MOVE ZEROS TO W-M2 W-M3 W-M4
           IF PON-MARC2 NOT = ZEROS
              MOVE PON-MARC2 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              MOVE W-MINUTOS TO W-M2 W-ULTSAI.
           IF PON-MARC3 NOT = ZEROS
              MOVE PON-MARC3 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              MOVE W-MINUTOS TO W-M3 W-ULTSAI.
           IF PON-MARC4 NOT = ZEROS
              MOVE PON-MARC4 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              MOVE W-MINUTOS TO W-M4 W-ULTSAI.
           IF W-M2 > W-M1
              COMPUTE W-MINTRAB = W-M2 - W-M1.
           IF W-M3 NOT = ZEROS AND W-M4 > W-M3
              COMPUTE W-MINTRAB = W-MINTRAB + W-M4 - W-M3.
           ADD 1 TO W-SEGUIDOS
           IF W-REPORTA NOT = 1
              GO TO AVALIA-DIA-GUARDA.
      * 1 - DESCANSO ENTRE JORNADAS (DIAS CONSECUTIVOS).
           IF W-TRABANT = 1
              COMPUTE W-DESCANSO = 1440 - W-ULTSAIANT + W-PRIENT
              IF W-DESCANSO < W-LIMINTER
                 MOVE W-DESCANSO TO W-MINX
                 PERFORM EDITA-HM THRU EDITA-HM-FIM
                 MOVE SPACES TO W-TEXTO
                 STRING "INTERJORNADA DE " W-HMED " (MIN 11H)"
                        DELIMITED BY SIZE INTO W-TEXTO
                 MOVE 1 TO W-TIPO
                 PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
      * 4 - SETIMO DIA SEGUIDO OU MAIS SEM DESCANSO SEMANAL.
           IF W-SEGUIDOS NOT < W-LIMDIAS
              MOVE SPACES TO W-TEXTO
              MOVE W-SEGUIDOS TO JRL-NUM3
              STRING JRL-NUM3 " DIAS SEGUIDOS SEM DSR"
                     DELIMITED BY SIZE INTO W-TEXTO
              MOVE 4 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           IF PON-STAT = "I"
              GO TO AVALIA-DIA-GUARDA.
      * 2 - JORNADA DIARIA ACIMA DE 10 HORAS.
           IF W-MINTRAB > W-LIMJORN
              MOVE W-MINTRAB TO W-MINX
              PERFORM EDITA-HM THRU EDITA-HM-FIM
              MOVE SPACES TO W-TEXTO
              STRING "JORNADA DE " W-HMED " (MAX 10H)"
                     DELIMITED BY SIZE INTO W-TEXTO
              MOVE 2 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
      * 3 - INTERVALO: 1 HORA ACIMA DE 6 HORAS, 15 MINUTOS ACIMA
      *     DE 4 HORAS TRABALHADAS.
           PERFORM CONFERE-INTERV THRU CONFERE-INTERV-FIM
      * 5 - HORA EXTRA ACIMA DE 2 HORAS NO DIA.
           PERFORM CALC-PREVISTO THRU CALC-PREVISTO-FIM
           COMPUTE W-MINEXTRA = W-MINTRAB - W-MINPREV
           IF W-MINEXTRA > W-LIMHE
              MOVE W-MINEXTRA TO W-MINX
              PERFORM EDITA-HM THRU EDITA-HM-FIM
              MOVE SPACES TO W-TEXTO
              STRING "HORA EXTRA DE " W-HMED " (MAX 2H)"
                     DELIMITED BY SIZE INTO W-TEXTO
              MOVE 5 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           GO TO AVALIA-DIA-GUARDA.
       AVALIA-DIA-SEM.
           MOVE ZEROS TO W-SEGUIDOS.
       AVALIA-DIA-GUARDA.
           MOVE W-TRAB TO W-TRABANT
           MOVE W-ULTSAI TO W-ULTSAIANT.
       AVALIA-DIA-FIM.
           EXIT.
      *----------------------------------------------------------------
       CONFERE-INTERV.
           IF W-MINTRAB NOT > 240
              GO TO CONFERE-INTERV-FIM.
           IF W-M3 = ZEROS
              MOVE "INTERVALO NAO REGISTRADO" TO W-TEXTO
              MOVE 3 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO CONFERE-INTERV-FIM.
           MOVE ZEROS TO W-MININT
           IF W-M3 > W-M2
              COMPUTE W-MININT = W-M3 - W-M2.
           IF W-MINTRAB > 360 AND W-MININT < 60
              MOVE W-MININT TO W-MINX
              PERFORM EDITA-HM THRU EDITA-HM-FIM
              MOVE SPACES TO W-TEXTO
              STRING "INTERVALO DE " W-HMED " (MIN 1H)"
                     DELIMITED BY SIZE INTO W-TEXTO
              MOVE 3 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO CONFERE-INTERV-FIM.
           IF W-MINTRAB NOT > 360 AND W-MININT < 15
              MOVE W-MININT TO W-MINX
              PERFORM EDITA-HM THRU EDITA-HM-FIM
              MOVE SPACES TO W-TEXTO
              STRING "INTERVALO DE " W-HMED " (MIN 15MIN)"
                     DELIMITED BY SIZE INTO W-TEXTO
              MOVE 3 TO W-TIPO
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
       CONFERE-INTERV-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MINUTOS PREVISTOS NO DIA PELA ESCALA (MESMA REGRA DO FPP087);
      * DIA FORA DA ESCALA TEM PREVISTO ZERO.
      *----------------------------------------------------------------
       CALC-PREVISTO.
           MOVE ZEROS TO W-MINPREV
           IF W-TEMESC NOT = 1
              MOVE W-JORNPAD TO W-MINPREV
              GO TO CALC-PREVISTO-FIM.
           PERFORM CALC-DOW THRU CALC-DOW-FIM
           COMPUTE W-DOWPOS = W-DOW + 1
           IF W-DOWPOS > 7
              MOVE 7 TO W-DOWPOS.
           IF HOR-DIAS(W-DOWPOS:1) NOT = "S"
              GO TO CALC-PREVISTO-FIM.
           MOVE HOR-ENT1 TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MINUTOS TO W-MINX
           MOVE HOR-SAI1 TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           COMPUTE W-MINPREV = W-MINUTOS - W-MINX
           IF HOR-SAI2 NOT = ZEROS
              MOVE HOR-ENT2 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              MOVE W-MINUTOS TO W-MINX
              MOVE HOR-SAI2 TO W-HHMM
              PERFORM CALC-MIN THRU CALC-MIN-FIM
              COMPUTE W-MINPREV = W-MINPREV + W-MINUTOS - W-MINX.
       CALC-PREVISTO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LINHA DA OCORRENCIA (TEXTO EM W-TEXTO, TIPO EM W-TIPO).
      *----------------------------------------------------------------
       GRAVA-OCOR.
           MOVE CODFUNC TO JRL-DCHAPA
           MOVE NOME TO JRL-DNOME
           MOVE FUNCDEP TO JRL-DDEP
           MOVE W-DTX(7:2) TO JRL-DDIA
           MOVE W-DTX(5:2) TO JRL-DMES
           MOVE W-DTX(1:4) TO JRL-DANO
           MOVE PON-MARC1 TO W-HHMM
           PERFORM EDITA-MARC THRU EDITA-MARC-FIM
           MOVE W-HMED TO JRL-DMARC(1)
           MOVE PON-MARC2 TO W-HHMM
           PERFORM EDITA-MARC THRU EDITA-MARC-FIM
           MOVE W-HMED TO JRL-DMARC(2)
           MOVE PON-MARC3 TO W-HHMM
           PERFORM EDITA-MARC THRU EDITA-MARC-FIM
           MOVE W-HMED TO JRL-DMARC(3)
           MOVE PON-MARC4 TO W-HHMM
           PERFORM EDITA-MARC THRU EDITA-MARC-FIM
           MOVE W-HMED TO JRL-DMARC(4)
           MOVE W-TEXTO TO JRL-DTEXTO
           WRITE REGJORTX FROM JRL-DET
           MOVE FUNCDEP TO IDEP
           ADD 1 TO W-TD-QTD(IDEP, W-TIPO) W-TOTTIPO(W-TIPO)
           ADD 1 TO W-TOTGER.
       GRAVA-OCOR-FIM.
           EXIT.
      *----------------------------------------------------------------
       EDITA-MARC.
           MOVE W-HH TO W-HMED-H
           MOVE W-MM TO W-HMED-M
           IF W-HHMM = ZEROS
              MOVE "--:--" TO W-HMED.
       EDITA-MARC-FIM.
           EXIT.
      *----------------------------------------------------------------
       EDITA-HM.
           MOVE ":" TO W-HMED(3:1)
           DIVIDE W-MINX BY 60 GIVING W-HMED-H REMAINDER W-HMED-M.
       EDITA-HM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * RESUMO: OCORRENCIAS POR DEPARTAMENTO, COM O GESTOR
      * RESPONSAVEL (RESPFUNC DO CADASTRO DE DEPARTAMENTOS).
      *----------------------------------------------------------------
       ROT-RESUMO.
           IF W-TOTGER = ZEROS
              WRITE REGJORTX FROM JRL-NADA.
           WRITE REGJORTX FROM JRL-BRANCO
           WRITE REGJORTX FROM JRL-SEC2
           WRITE REGJORTX FROM JRL-CAB2
           WRITE REGJORTX FROM JRL-SEP
           MOVE 1 TO IDEP.
       RES-DEP.
           MOVE ZEROS TO W-TOTDEP
           ADD W-TD-QTD(IDEP, 1) W-TD-QTD(IDEP, 2) W-TD-QTD(IDEP, 3)
               W-TD-QTD(IDEP, 4) W-TD-QTD(IDEP, 5) TO W-TOTDEP
           IF W-TOTDEP = ZEROS
              GO TO RES-DEP-PROX.
           MOVE IDEP TO JRL-NUM3
           MOVE JRL-NUM3 TO JRL-RDEP
           MOVE SPACES TO JRL-RGEST JRL-RGNOME
           MOVE IDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "NAO CADASTRADO" TO JRL-RDEN
              GO TO RES-DEP-IMP.
           MOVE DENDEP TO JRL-RDEN
           IF RESPFUNC = ZEROS
              MOVE "SEM GESTOR" TO JRL-RGNOME
              GO TO RES-DEP-IMP.
           MOVE RESPFUNC TO JRL-NUM6
           MOVE JRL-NUM6 TO JRL-RGEST
           MOVE RESPFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO JRL-RGNOME.
       RES-DEP-IMP.
           MOVE 1 TO ITP.
       RES-DEP-TIPO.
           MOVE W-TD-QTD(IDEP, ITP) TO JRL-RQTD(ITP)
           ADD 1 TO ITP
           IF ITP < 6
              GO TO RES-DEP-TIPO.
           MOVE W-TOTDEP TO JRL-RTOT
           WRITE REGJORTX FROM JRL-RES.
       RES-DEP-PROX.
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO RES-DEP.
           WRITE REGJORTX FROM JRL-SEP
           MOVE SPACES TO JRL-RDEP JRL-RGEST JRL-RGNOME
           MOVE "TOTAL GERAL" TO JRL-RDEN
           MOVE 1 TO ITP.
       RES-TOT-TIPO.
           MOVE W-TOTTIPO(ITP) TO JRL-RQTD(ITP)
           ADD 1 TO ITP
           IF ITP < 6
              GO TO RES-TOT-TIPO.
           MOVE W-TOTGER TO JRL-RTOT
           WRITE REGJORTX FROM JRL-RES
           WRITE REGJORTX FROM JRL-SEP
           MOVE W-OPERID TO JRL-OPERID
           MOVE W-TOTFUNC TO JRL-QTDFUNC
           WRITE REGJORTX FROM JRL-OPER
           MOVE "*** RELATORIO GRAVADO NO SPOOL (JORNADA) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * ULTIMO DIA DO MES W-MESC/W-ANOC (MESMA REGRA DO FPPREL).
      *----------------------------------------------------------------
       CALC-ULTDIA.
           MOVE 31 TO W-ULTC
           IF W-MESC = 4 OR W-MESC = 6
              OR W-MESC = 9 OR W-MESC = 11
              MOVE 30 TO W-ULTC.
           IF W-MESC = 2
              MOVE 28 TO W-ULTC
              DIVIDE W-ANOC BY 4 GIVING W-TMPA
                     REMAINDER W-REM4
              DIVIDE W-ANOC BY 100 GIVING W-TMPA
                     REMAINDER W-REM100
              DIVIDE W-ANOC BY 400 GIVING W-TMPA
                     REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-ULTC.
       CALC-ULTDIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER: W-DOW = 1 E
      * DOMINGO, 0 E SABADO.
      *----------------------------------------------------------------
       CALC-DOW.
           MOVE W-DTX(1:4) TO W-ZANO
           MOVE W-DTX(5:2) TO W-ZMES
           MOVE W-DTX(7:2) TO W-ZDIA
           IF W-ZMES < 3
              ADD 12 TO W-ZMES
              SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZMES + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                 + 5 * W-ZJ
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-DOW.
       CALC-DOW-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HHMM PARA MINUTOS DO DIA.
      *----------------------------------------------------------------
       CALC-MIN.
           COMPUTE W-MINUTOS = W-HH * 60 + W-MM.
       CALC-MIN-FIM.
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
           CLOSE CADPONTO CADESCALA CADHORAR CADFUNC CADDEP CADJORTX.
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
