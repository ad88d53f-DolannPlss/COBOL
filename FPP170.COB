       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP170.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * LANCA NA FOLHA AS DIARIAS E REEMBOLSOS APROVADOS      *
      * (ARQDESP.DAT, STATUS "A") COM DATA ATE A COMPETENCIA: *
      * GERA NO ARQLANC UMA RUBRICA INDENIZATORIA (SEM INSS,  *
      * IRRF E FGTS) E, QUANDO AS DIARIAS DO PERIODO PASSAM   *
      * DE 50% DO SALARIO MENSAL, O EXCEDENTE EM RUBRICA DE   *
      * PROVENTO TRIBUTAVEL. AS DESPESAS FICAM "G" COM A      *
      * COMPETENCIA; CONFERENCIA NO SPOOL ("DESPESAS")        *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DSP-KEY
                      ALTERNATE RECORD KEY IS DSP-CODFUNC
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
           SELECT CADLANC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LANCKEY
                      ALTERNATE RECORD KEY IS LANCCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRUBR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUBCOD
                      ALTERNATE RECORD KEY IS RUBDESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCOMPET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPTKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDSPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESP.DAT".
       01 REGDESP.
          03 DSP-DATA                 PIC 9(08).
          03 DSP-TIPO                 PIC X(01).
          03 DSP-VALOR                PIC 9(06)V99.
          03 DSP-RECIBO               PIC X(12).
          03 DSP-STAT                 PIC X(01).
          03 DSP-APRRESP              PIC 9(06).
          03 DSP-APRDATA              PIC 9(08).
          03 DSP-COMPPAG              PIC 9(06).
          03 DSP-VALTRIB              PIC 9(06)V99.
          03 DSP-KEY.
              05 DSP-CODFUNC          PIC 9(06).
              05 DSP-SEQ              PIC 9(03).
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
       FD CADLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLANC.DAT".
       01 REGLANC.
          03 LANCRUB                  PIC 9(03).
          03 LANCVALOR                PIC 9(06)V99.
          03 LANCKEY.
              05 LANCCODFUNC          PIC 9(06).
              05 LANCMES              PIC 9(02).
              05 LANCANO              PIC 9(04).
              05 LANCSEQ              PIC 9(02).
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
       FD CADDSPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGDSPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-COMPETARQ     PIC 9(01) VALUE ZEROS.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPAAMM      PIC 9(06) VALUE ZEROS.
       01 W-DSPAAMM       PIC 9(06) VALUE ZEROS.
       01 W-RUBIND        PIC 9(03) VALUE ZEROS.
       01 W-RUBTRIB       PIC 9(03) VALUE ZEROS.
       01 W-DESCIND       PIC X(25) VALUE SPACES.
       01 W-DESCTRIB      PIC X(25) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-ELEG          PIC 9(01) VALUE ZEROS.
       01 W-LSEQ          PIC 9(03) VALUE ZEROS.
       01 W-SALMES        PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTDIA        PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTOUT        PIC 9(07)V99 VALUE ZEROS.
       01 W-LIMDIA        PIC 9(07)V99 VALUE ZEROS.
       01 W-EXCED         PIC 9(07)V99 VALUE ZEROS.
       01 W-INDEN         PIC 9(07)V99 VALUE ZEROS.
       01 W-RESTTRIB      PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDCHAPA      PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ        PIC 9(05) VALUE ZEROS.
       01 W-QTDITEM       PIC 9(06) VALUE ZEROS.
       01 W-TOTINDEN      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTTRIB       PIC 9(09)V99 VALUE ZEROS.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-DATAIN        PIC 9(08) VALUE ZEROS.
       01 W-DATAINX REDEFINES W-DATAIN.
          03 W-DATAIN-AA  PIC 9(04).
          03 W-DATAIN-MM  PIC 9(02).
          03 W-DATAIN-DD  PIC 9(02).
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
      *----------[ LINHAS DA CONFERENCIA ]------------------------------
       01 DSL-SEP.
                03 FILLER      PIC X(90) VALUE ALL "-".
       01 DSL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 DSL-TIT.
                03 FILLER      PIC X(50) VALUE
                   "DIARIAS E REEMBOLSOS LANCADOS NA FOLHA - COMPET. ".
                03 DSL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 DSL-ANO     PIC 9999.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 DSL-DH      PIC X(14).
       01 DSL-RUB.
                03 FILLER      PIC X(14) VALUE "INDENIZATORIA ".
                03 DSL-RUBIND  PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-DESCIND PIC X(25).
                03 FILLER      PIC X(13) VALUE "  TRIBUTAVEL ".
                03 DSL-RUBTRIB PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-DESCTRIB PIC X(25).
       01 DSL-CAB.
                03 FILLER      PIC X(43) VALUE
                   "CHAPA  NOME                      DATA".
                03 FILLER      PIC X(22) VALUE
                   " TIPO            VALOR".
                03 FILLER      PIC X(23) VALUE
                   " RECIBO      TRIBUTAVEL".
       01 DSL-ITEM.
                03 DSL-CHAPA   PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-NOME    PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-DIA     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 DSL-DMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 DSL-DANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-TIPO    PIC X(11).
                03 DSL-VALOR   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-RECIBO  PIC X(12).
                03 DSL-TRIB    PIC ZZZ.ZZ9,99.
       01 DSL-TOTCH.
                03 FILLER      PIC X(16) VALUE "   SALARIO MES: ".
                03 DSL-SAL     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(09) VALUE "  LIMITE ".
                03 DSL-LIM     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(11) VALUE "  INDENIZ. ".
                03 DSL-INDEN   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(10) VALUE "  TRIBUT. ".
                03 DSL-EXCED   PIC ZZZ.ZZ9,99.
       01 DSL-REJ.
                03 DSL-RCHAPA  PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 DSL-RNOME   PIC X(25).
                03 FILLER      PIC X(14) VALUE " NAO LANCADA: ".
                03 DSL-MOTIVO  PIC X(40).
       01 DSL-TOTAL.
                03 FILLER      PIC X(08) VALUE "CHAPAS: ".
                03 DSL-QTD     PIC ZZZZ9.
                03 FILLER      PIC X(12) VALUE "  RECUSADAS ".
                03 DSL-QTDREJ  PIC ZZZZ9.
                03 FILLER      PIC X(11) VALUE "  INDENIZ. ".
                03 DSL-TINDEN  PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(10) VALUE "  TRIBUT. ".
                03 DSL-TTRIB   PIC ZZZ.ZZZ.ZZ9,99.
       01 DSL-OPER.
                03 FILLER      PIC X(13) VALUE "GERADO POR: ".
                03 DSL-OPERID  PIC X(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** DIARIAS E REEMBOLSOS - LANCA NA FOLHA ***".
           05  LINE 05  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)      :".
           05  LINE 07  COLUMN 01
               VALUE  " RUBRICA INDENIZATORIA      :".
           05  LINE 09  COLUMN 01
               VALUE  " RUBRICA TRIBUTAVEL (EXCED.):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESCOMPET
               LINE 05  COLUMN 31  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  LINE 05  COLUMN 33
               VALUE  "/".
           05  TW-ANOCOMPET
               LINE 05  COLUMN 34  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-RUBIND
               LINE 07  COLUMN 31  PIC 999
               USING  W-RUBIND
               HIGHLIGHT.
           05  TW-DESCIND
               LINE 07  COLUMN 36  PIC X(25)
               USING  W-DESCIND
               HIGHLIGHT.
           05  TW-RUBTRIB
               LINE 09  COLUMN 31  PIC 999
               USING  W-RUBTRIB
               HIGHLIGHT.
           05  TW-DESCTRIB
               LINE 09  COLUMN 36  PIC X(25)
               USING  W-DESCTRIB
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-001.
           MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-RUBIND W-RUBTRIB
           MOVE SPACES TO W-DESCIND W-DESCTRIB
           DISPLAY TELAPRINCIPAL.
       INC-OP0.
           OPEN I-O CADDESP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE DESPESAS NAO EXISTE (FPP168) *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESP
              GO TO ROT-FIMP.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESP CADFUNC
              GO TO ROT-FIMP.
           OPEN INPUT CADRUBR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE RUBRICAS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESP CADFUNC CADCAR
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CADLANC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              GO TO INC-OP1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESP CADFUNC CADCAR CADRUBR
              GO TO ROT-FIMP.
      * GRADE SALARIAL E CONTROLE DE COMPETENCIAS SAO OPCIONAIS.
           MOVE ZEROS TO W-GRADEARQ
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           MOVE ZEROS TO W-COMPETARQ
           OPEN INPUT CADCOMPET
           IF ST-ERRO = "00"
              MOVE 1 TO W-COMPETARQ.
       INC-COMPET.
           ACCEPT TW-MESCOMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
              MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
           ACCEPT TW-ANOCOMPET
           IF W-ANOCOMPET < 1900
              MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
           COMPUTE W-COMPAAMM = W-ANOCOMPET * 100 + W-MESCOMPET.
      *----------------------------------------------------------------
      * A INDENIZATORIA NAO PODE TER INCIDENCIA NENHUMA; A DO
      * EXCEDENTE E PROVENTO COM INSS E IRRF.
      *----------------------------------------------------------------
       INC-RUBIND.
           ACCEPT TW-RUBIND
           MOVE W-RUBIND TO RUBCOD
           READ CADRUBR
           IF ST-ERRO NOT = "00"
              MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBIND.
           IF RUBSTAT NOT = "A" OR RUBTIPO NOT = "P"
              MOVE "*** RUBRICA INATIVA OU NAO E PROVENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBIND.
           IF RUBINSS = "S" OR RUBIRRF = "S" OR RUBFGTS = "S"
              MOVE "*** INDENIZATORIA NAO PODE TER INCIDENCIA ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBIND.
           MOVE RUBDESC TO W-DESCIND
           DISPLAY TW-DESCIND.
       INC-RUBTRIB.
           ACCEPT TW-RUBTRIB
           MOVE W-RUBTRIB TO RUBCOD
           READ CADRUBR
           IF ST-ERRO NOT = "00"
              MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBTRIB.
           IF RUBSTAT NOT = "A" OR RUBTIPO NOT = "P"
              MOVE "*** RUBRICA INATIVA OU NAO E PROVENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBTRIB.
           IF RUBINSS NOT = "S" OR RUBIRRF NOT = "S"
              MOVE "*** RUBRICA DEVE TER INCIDENCIA INSS E IRRF ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RUBTRIB.
           MOVE RUBDESC TO W-DESCTRIB
           DISPLAY TW-DESCTRIB.
       INC-OPC.
           DISPLAY (12, 01) "CONFIRMA O LANCAMENTO NA FOLHA (S/N) : "
           ACCEPT (12, 40) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LANCAMENTO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.
       INC-SPOOL.
           MOVE "DESPESAS" TO W-SPLTIPO
           MOVE W-MESCOMPET TO W-SPLMES
           MOVE W-ANOCOMPET TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADDSPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DA CONFERENCIA NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-MESCOMPET TO DSL-MES
           MOVE W-ANOCOMPET TO DSL-ANO
           MOVE W-SPLDH TO DSL-DH
           WRITE REGDSPTX FROM DSL-TIT
           MOVE W-RUBIND TO DSL-RUBIND
           MOVE W-DESCIND TO DSL-DESCIND
           MOVE W-RUBTRIB TO DSL-RUBTRIB
           MOVE W-DESCTRIB TO DSL-DESCTRIB
           WRITE REGDSPTX FROM DSL-RUB
           WRITE REGDSPTX FROM DSL-SEP
           WRITE REGDSPTX FROM DSL-CAB
           WRITE REGDSPTX FROM DSL-SEP
           MOVE ZEROS TO W-QTDCHAPA W-QTDREJ W-QTDITEM
           MOVE ZEROS TO W-TOTINDEN W-TOTTRIB.
      *----------------------------------------------------------------
      * AS DESPESAS DE UMA CHAPA SAO CONTIGUAS NA CHAVE; A PRIMEIRA
      * ELEGIVEL DISPARA O PROCESSAMENTO DA CHAPA INTEIRA E O CURSOR
      * PULA PARA A CHAPA SEGUINTE.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO DSP-KEY
           START CADDESP KEY IS NOT LESS DSP-KEY
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-DESP.
           READ CADDESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           PERFORM VERIF-ELEG THRU VERIF-ELEG-FIM
           IF W-ELEG NOT = 1
              GO TO LER-DESP.
           MOVE DSP-CODFUNC TO W-CHAPA
           PERFORM PROC-CHAPA THRU PROC-CHAPA-FIM
           MOVE W-CHAPA TO DSP-CODFUNC
           MOVE 999 TO DSP-SEQ
           START CADDESP KEY IS GREATER DSP-KEY
              INVALID KEY
                 GO TO ROT-TOTAIS.
           GO TO LER-DESP.
      *----------------------------------------------------------------
      * DESPESA APROVADA COM DATA ATE O FIM DA COMPETENCIA.
      *----------------------------------------------------------------
       VERIF-ELEG.
           MOVE ZEROS TO W-ELEG
           IF DSP-STAT NOT = "A"
              GO TO VERIF-ELEG-FIM.
           DIVIDE DSP-DATA BY 100 GIVING W-DSPAAMM
           IF W-DSPAAMM > W-COMPAAMM
              GO TO VERIF-ELEG-FIM.
           MOVE 1 TO W-ELEG.
       VERIF-ELEG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * UMA CHAPA: CONFERE CADASTRO E COMPETENCIA DA FILIAL, SOMA AS
      * DESPESAS, SEPARA O EXCEDENTE DAS DIARIAS E GRAVA OS
      * LANCAMENTOS NO ARQLANC.
      *----------------------------------------------------------------
       PROC-CHAPA.
           MOVE W-CHAPA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
              GO TO PROC-CHAPA-REJ.
           IF FUNCSTAT = "D"
              MOVE "CHAPA DESLIGADA - PAGAR NA RESCISAO" TO W-MOTIVO
              GO TO PROC-CHAPA-REJ.
           IF W-COMPETARQ = 1
              MOVE W-MESCOMPET TO CPTMES
              MOVE W-ANOCOMPET TO CPTANO
              MOVE FILIAL TO CPTFIL
              READ CADCOMPET
              IF ST-ERRO = "00" AND CPTSTAT = "F"
                 MOVE "COMPETENCIA FECHADA NA FILIAL" TO W-MOTIVO
                 GO TO PROC-CHAPA-REJ.
           PERFORM CALC-SALARIO THRU CALC-SALARIO-FIM
           PERFORM SOMA-CHAPA THRU SOMA-CHAPA-FIM
      * DIARIAS ACIMA DE 50% DO SALARIO MENSAL: O EXCEDENTE INTEGRA
      * A REMUNERACAO E VAI PARA A RUBRICA TRIBUTAVEL.
           COMPUTE W-LIMDIA ROUNDED = W-SALMES * 0,50
           MOVE ZEROS TO W-EXCED
           IF W-TOTDIA > W-LIMDIA
              COMPUTE W-EXCED = W-TOTDIA - W-LIMDIA.
           COMPUTE W-INDEN = W-TOTDIA + W-TOTOUT - W-EXCED
           IF W-INDEN > 999999,99 OR W-EXCED > 999999,99
              MOVE "VALOR ACIMA DO LIMITE DO LANCAMENTO" TO W-MOTIVO
              GO TO PROC-CHAPA-REJ.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-LSEQ > 97
              MOVE "SEM SEQUENCIA LIVRE NO ARQLANC" TO W-MOTIVO
              GO TO PROC-CHAPA-REJ.
           IF W-INDEN > ZEROS
              ADD 1 TO W-LSEQ
              MOVE W-RUBIND TO LANCRUB
              MOVE W-INDEN TO LANCVALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           IF W-EXCED > ZEROS
              ADD 1 TO W-LSEQ
              MOVE W-RUBTRIB TO LANCRUB
              MOVE W-EXCED TO LANCVALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           PERFORM MARCA-CHAPA THRU MARCA-CHAPA-FIM
           MOVE W-SALMES TO DSL-SAL
           MOVE W-LIMDIA TO DSL-LIM
           MOVE W-INDEN TO DSL-INDEN
           MOVE W-EXCED TO DSL-EXCED
           WRITE REGDSPTX FROM DSL-TOTCH
           WRITE REGDSPTX FROM DSL-BRANCO
           ADD 1 TO W-QTDCHAPA
           ADD W-INDEN TO W-TOTINDEN
           ADD W-EXCED TO W-TOTTRIB
           GO TO PROC-CHAPA-FIM.
       PROC-CHAPA-REJ.
           ADD 1 TO W-QTDREJ
           MOVE W-CHAPA TO DSL-RCHAPA
           MOVE NOME TO DSL-RNOME
           MOVE W-MOTIVO TO DSL-MOTIVO
           WRITE REGDSPTX FROM DSL-REJ
           WRITE REGDSPTX FROM DSL-BRANCO.
       PROC-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SALARIO MENSAL DA CHAPA: BASE DO CARGO AJUSTADA PELO NIVEL DA
      * GRADE (NVLSAL), COMO NO CALCULO DA FOLHA (FPPREL).
      *----------------------------------------------------------------
       CALC-SALARIO.
           MOVE ZEROS TO W-SALMES
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              GO TO CALC-SALARIO-FIM.
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
           IF TIPOSAL = "H"
              COMPUTE W-SALMES = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMES = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-SALMES.
       CALC-SALARIO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * TOTAIS DAS DESPESAS ELEGIVEIS DA CHAPA: DIARIAS X DEMAIS.
      *----------------------------------------------------------------
       SOMA-CHAPA.
           MOVE ZEROS TO W-TOTDIA W-TOTOUT
           MOVE W-CHAPA TO DSP-CODFUNC
           MOVE ZEROS TO DSP-SEQ
           START CADDESP KEY IS NOT LESS DSP-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CHAPA-FIM.
       SOMA-CHAPA-LP.
           READ CADDESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CHAPA-FIM.
           IF DSP-CODFUNC NOT = W-CHAPA
              GO TO SOMA-CHAPA-FIM.
           PERFORM VERIF-ELEG THRU VERIF-ELEG-FIM
           IF W-ELEG NOT = 1
              GO TO SOMA-CHAPA-LP.
           IF DSP-TIPO = "D"
              ADD DSP-VALOR TO W-TOTDIA
           ELSE
              ADD DSP-VALOR TO W-TOTOUT.
           GO TO SOMA-CHAPA-LP.
       SOMA-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ULTIMA SEQUENCIA JA USADA NO ARQLANC PARA CHAPA/MES/ANO.
      *----------------------------------------------------------------
       PROX-SEQ.
           MOVE ZEROS TO W-LSEQ
           MOVE W-CHAPA TO LANCCODFUNC
           MOVE W-MESCOMPET TO LANCMES
           MOVE W-ANOCOMPET TO LANCANO
           MOVE ZEROS TO LANCSEQ
           START CADLANC KEY IS NOT LESS LANCKEY
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-LP.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
           IF LANCCODFUNC NOT = W-CHAPA
              OR LANCMES NOT = W-MESCOMPET
              OR LANCANO NOT = W-ANOCOMPET
              GO TO PROX-SEQ-FIM.
           MOVE LANCSEQ TO W-LSEQ
           GO TO PROX-SEQ-LP.
       PROX-SEQ-FIM.
           EXIT.
      *
       GRAVA-LANC.
           MOVE W-CHAPA TO LANCCODFUNC
           MOVE W-MESCOMPET TO LANCMES
           MOVE W-ANOCOMPET TO LANCANO
           MOVE W-LSEQ TO LANCSEQ
           WRITE REGLANC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADLANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * BAIXA AS DESPESAS DA CHAPA ("G" + COMPETENCIA) E DISTRIBUI O
      * EXCEDENTE TRIBUTAVEL PELAS DIARIAS, NA ORDEM DE LANCAMENTO.
      *----------------------------------------------------------------
       MARCA-CHAPA.
           MOVE W-EXCED TO W-RESTTRIB
           MOVE W-CHAPA TO DSP-CODFUNC
           MOVE ZEROS TO DSP-SEQ
           START CADDESP KEY IS NOT LESS DSP-KEY
           IF ST-ERRO NOT = "00"
              GO TO MARCA-CHAPA-FIM.
       MARCA-CHAPA-LP.
           READ CADDESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-CHAPA-FIM.
           IF DSP-CODFUNC NOT = W-CHAPA
              GO TO MARCA-CHAPA-FIM.
           PERFORM VERIF-ELEG THRU VERIF-ELEG-FIM
           IF W-ELEG NOT = 1
              GO TO MARCA-CHAPA-LP.
           MOVE ZEROS TO DSP-VALTRIB
           IF DSP-TIPO = "D" AND W-RESTTRIB > ZEROS
              IF DSP-VALOR < W-RESTTRIB
                 MOVE DSP-VALOR TO DSP-VALTRIB
              ELSE
                 MOVE W-RESTTRIB TO DSP-VALTRIB.
           SUBTRACT DSP-VALTRIB FROM W-RESTTRIB
           MOVE "G" TO DSP-STAT
           MOVE W-COMPAAMM TO DSP-COMPPAG
           REWRITE REGDESP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADDESP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-QTDITEM
           MOVE DSP-CODFUNC TO DSL-CHAPA
           MOVE NOME TO DSL-NOME
           MOVE DSP-DATA TO W-DATAIN
           MOVE W-DATAIN-DD TO DSL-DIA
           MOVE W-DATAIN-MM TO DSL-DMES
           MOVE W-DATAIN-AA TO DSL-DANO
           MOVE SPACES TO DSL-TIPO
           IF DSP-TIPO = "D"
              MOVE "DIARIA" TO DSL-TIPO.
           IF DSP-TIPO = "K"
              MOVE "KM" TO DSL-TIPO.
           IF DSP-TIPO = "A"
              MOVE "ALIMENTACAO" TO DSL-TIPO.
           IF DSP-TIPO = "H"
              MOVE "HOSPEDAGEM" TO DSL-TIPO.
           MOVE DSP-VALOR TO DSL-VALOR
           MOVE DSP-RECIBO TO DSL-RECIBO
           MOVE DSP-VALTRIB TO DSL-TRIB
           WRITE REGDSPTX FROM DSL-ITEM
           GO TO MARCA-CHAPA-LP.
       MARCA-CHAPA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           WRITE REGDSPTX FROM DSL-SEP
           MOVE W-QTDCHAPA TO DSL-QTD
           MOVE W-QTDREJ TO DSL-QTDREJ
           MOVE W-TOTINDEN TO DSL-TINDEN
           MOVE W-TOTTRIB TO DSL-TTRIB
           WRITE REGDSPTX FROM DSL-TOTAL
           MOVE W-OPERID TO DSL-OPERID
           WRITE REGDSPTX FROM DSL-OPER
           CLOSE CADDSPTX
           DISPLAY (14, 01) "CHAPAS LANCADAS : " W-QTDCHAPA
           DISPLAY (15, 01) "CHAPAS RECUSADAS: " W-QTDREJ
           DISPLAY (16, 01) "DESPESAS BAIXADAS: " W-QTDITEM
           MOVE W-TOTINDEN TO DSL-TINDEN
           MOVE W-TOTTRIB TO DSL-TTRIB
           DISPLAY (17, 01) "INDENIZATORIO: " DSL-TINDEN
           DISPLAY (18, 01) "TRIBUTAVEL   : " DSL-TTRIB
           MOVE "*** LANCAMENTOS GERADOS - CONFERENCIA NO SPOOL ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
           IF W-COMPETARQ = 1
              CLOSE CADCOMPET.
           CLOSE CADDESP CADFUNC CADCAR CADRUBR CADLANC.
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
       FIM-ROT-TEMPO.
