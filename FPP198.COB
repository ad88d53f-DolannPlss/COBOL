       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP198.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * HORA EXTRA NAO AUTORIZADA DA COMPETENCIA POR         *
      * DEPARTAMENTO: O EXCEDENTE AS AUTORIZACOES (FPP196)   *
      * GRAVADO PELO FECHAMENTO DO PONTO (FPP087) NO         *
      * ARQHEPEND, POR CHAPA, COM O DESTINO DADO (BANCO DE   *
      * HORAS OU LISTA DE PENDENTES). SAI NO SPOOL ("HENAUT") *
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
           SELECT CADHEPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PND-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHEREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADHEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEPEND.DAT".
       01 REGHEPEND.
          03 PND-HORAS                PIC 9(02)V99.
          03 PND-HORAUT               PIC 9(02)V99.
          03 PND-PERC                 PIC 9(03).
          03 PND-DEP                  PIC 9(03).
          03 PND-DEST                 PIC X(01).
          03 PND-KEY.
              05 PND-CODFUNC          PIC 9(06).
              05 PND-DATA             PIC 9(08).
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
       FD CADHEREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGHEREL    PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-MESSEL        PIC 9(02) VALUE ZEROS.
       01 W-ANOSEL        PIC 9(04) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
      * HORA EXTRA NAO AUTORIZADA DA CHAPA NO DEPARTAMENTO.
       01 W-CCOD          PIC 9(06) VALUE ZEROS.
       01 W-CNOME         PIC X(30) VALUE SPACES.
       01 W-CFIL          PIC 9(02) VALUE ZEROS.
       01 W-CDIAS         PIC 9(02) VALUE ZEROS.
       01 W-C50           PIC 9(04)V99 VALUE ZEROS.
       01 W-C100          PIC 9(04)V99 VALUE ZEROS.
       01 W-CAUT          PIC 9(04)V99 VALUE ZEROS.
       01 W-CBH           PIC 9(04)V99 VALUE ZEROS.
       01 W-CPEND         PIC 9(04)V99 VALUE ZEROS.
      * TOTAIS DO RELATORIO.
       01 W-QTDFUN        PIC 9(06) VALUE ZEROS.
       01 W-QTDDEP        PIC 9(04) VALUE ZEROS.
       01 W-TOTHORAS      PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTBH         PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTPEND       PIC 9(07)V99 VALUE ZEROS.
      * HORAS NAO AUTORIZADAS POR DEPARTAMENTO (PND-DEP).
       01 W-TABDEP        OCCURS 999 TIMES.
          03 W-TD-QTD     PIC 9(04).
          03 W-TD-HORAS   PIC 9(06)V99.
          03 W-TD-BH      PIC 9(06)V99.
       01 IDEP            PIC 9(04) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP198".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
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
       01 HEN-SEP.
                03 FILLER      PIC X(120) VALUE ALL "-".
       01 HEN-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 HEN-TIT.
                03 FILLER      PIC X(40) VALUE
                   "HORA EXTRA NAO AUTORIZADA - COMPETENCIA:".
                03 FILLER      PIC X(01) VALUE " ".
                03 CH-MES      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CH-ANO      PIC 9999.
                03 FILLER      PIC X(10) VALUE "  FILIAL: ".
                03 CH-FILIAL   PIC X(05).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CH-DH       PIC X(14).
       01 HEN-DEPCAB.
                03 FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
                03 HDC-COD     PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 HDC-DEN     PIC X(25).
       01 HEN-CAB1.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                           FL  DI".
                03 FILLER      PIC X(44) VALUE
                   "AS  HE 50%  HE 100%  AUTORIZ.  BANCO HR  PEN".
                03 FILLER      PIC X(05) VALUE
                   "DENTE".
       01 HEN-FUN.
                03 HEF-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 HEF-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 HEF-FIL     PIC 99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 HEF-DIAS    PIC Z9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 HEF-50      PIC Z.ZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 HEF-100     PIC Z.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 HEF-AUT     PIC Z.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 HEF-BH      PIC Z.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 HEF-PEND    PIC Z.ZZ9,99.
       01 HEN-TOTDEP.
                03 FILLER      PIC X(20) VALUE "TOTAL DO DEPTO    : ".
                03 HTD-HORAS   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(13) VALUE "   BANCO   : ".
                03 HTD-BH      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(13) VALUE "   PENDENTE: ".
                03 HTD-PEND    PIC ZZZ.ZZ9,99.
       01 HEN-TOTG.
                03 FILLER      PIC X(20) VALUE "TOTAL GERAL       : ".
                03 HTG-HORAS   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(13) VALUE "   BANCO   : ".
                03 HTG-BH      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(13) VALUE "   PENDENTE: ".
                03 HTG-PEND    PIC ZZZ.ZZ9,99.
       01 HEN-TOTQ.
                03 FILLER      PIC X(20) VALUE "DEPARTAMENTOS     : ".
                03 HTQ-DEP     PIC ZZZ9.
                03 FILLER      PIC X(16) VALUE "   FUNCIONARIOS:".
                03 HTQ-FUN     PIC ZZZZZ9.
       01 HEN-NADA.
                03 FILLER      PIC X(44) VALUE
                   "NENHUMA HORA EXTRA NAO AUTORIZADA NA COMPETE".
                03 FILLER      PIC X(05) VALUE
                   "NCIA.".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** HORA EXTRA NAO AUTORIZADA POR DEPTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  COMPETENCIA (MM/AAAA)   :".
           05  LINE 08  COLUMN 01
               VALUE  "  FILIAL       (0=TODAS)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO (S/N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESSEL
               LINE 06  COLUMN 29  PIC 99
               USING  W-MESSEL
               HIGHLIGHT.
           05  LINE 06  COLUMN 31
               VALUE  "/".
           05  TW-ANOSEL
               LINE 06  COLUMN 32  PIC 9(04)
               USING  W-ANOSEL
               HIGHLIGHT.
           05  TW-FILSEL
               LINE 08  COLUMN 29  PIC 99
               USING  W-FILSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE W-HOJE-MM TO W-MESSEL
                MOVE W-HOJE-AA TO W-ANOSEL
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-FILSEL
                DISPLAY TELAPRINCIPAL.
       INC-COMPET.
                ACCEPT TW-MESSEL
                IF W-MESSEL < 1 OR W-MESSEL > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                ACCEPT TW-ANOSEL
                IF W-ANOSEL < 2000 OR W-ANOSEL > W-HOJE-AA
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                ACCEPT TW-FILSEL.
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
           OPEN INPUT CADHEPEND
           IF ST-ERRO NOT = "00"
              MOVE "* PONTO AINDA NAO FECHADO (FPP087) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHEPEND
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHEPEND CADFUNC
              GO TO ROT-FIM2.
           COMPUTE W-DTINI = W-ANOSEL * 10000 + W-MESSEL * 100
           COMPUTE W-DTFIM = W-DTINI + 99
           MOVE "HENAUT" TO W-SPLTIPO
           MOVE W-MESSEL TO W-SPLMES
           MOVE W-ANOSEL TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADHEREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (14, 01) "*** GERANDO O RELATORIO - AGUARDE ***"
           MOVE ZEROS TO W-QTDFUN W-QTDDEP W-TOTHORAS W-TOTBH
           MOVE ZEROS TO W-TOTPEND
           MOVE 1 TO IDEP.
       INC-ZERA.
           MOVE ZEROS TO W-TD-QTD(IDEP) W-TD-HORAS(IDEP)
           MOVE ZEROS TO W-TD-BH(IDEP)
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO INC-ZERA.
           MOVE W-MESSEL TO CH-MES
           MOVE W-ANOSEL TO CH-ANO
           IF W-FILSEL = ZEROS
              MOVE "TODAS" TO CH-FILIAL
           ELSE
              MOVE W-FILSEL TO CH-FILIAL.
           MOVE W-SPLDH TO CH-DH
           WRITE REGHEREL FROM HEN-TIT
           WRITE REGHEREL FROM HEN-SEP.
      *----------------------------------------------------------------
      * 1A PASSADA: HORAS NAO AUTORIZADAS DA COMPETENCIA POR
      * DEPARTAMENTO, SO DAS CHAPAS DA FILIAL PEDIDA E PERMITIDAS AO
      * OPERADOR.
      *----------------------------------------------------------------
       SOMA-DEP.
           MOVE LOW-VALUES TO PND-KEY
           START CADHEPEND KEY IS NOT LESS PND-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-DEP-FIM.
       SOMA-DEP-RD.
           READ CADHEPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-DEP-FIM.
           IF PND-DATA < W-DTINI OR PND-DATA > W-DTFIM
              GO TO SOMA-DEP-RD.
           PERFORM LE-FUNC THRU LE-FUNC-FIM
           IF W-FILRC = "N"
              GO TO SOMA-DEP-RD.
           IF PND-DEP = ZEROS
              GO TO SOMA-DEP-RD.
           MOVE PND-DEP TO IDEP
           ADD 1 TO W-TD-QTD(IDEP)
           ADD PND-HORAS TO W-TD-HORAS(IDEP)
           IF PND-DEST = "B"
              ADD PND-HORAS TO W-TD-BH(IDEP).
           GO TO SOMA-DEP-RD.
       SOMA-DEP-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 2A PASSADA: PARA CADA DEPARTAMENTO COM HORAS, AS CHAPAS
      * (UMA LINHA POR CHAPA, SOMANDO OS DIAS DA COMPETENCIA).
      *----------------------------------------------------------------
       PROC-DEP.
           PERFORM SOMA-DEP THRU SOMA-DEP-FIM
           MOVE 1 TO IDEP.
       PROC-DEP-LP.
           IF IDEP > 999
              GO TO PROC-DEP-FIM.
           IF W-TD-QTD(IDEP) = ZEROS
              GO TO PROC-DEP-PROX.
           MOVE IDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** NAO CADASTRADO ***" TO DENDEP.
           ADD 1 TO W-QTDDEP
           MOVE IDEP TO HDC-COD
           MOVE DENDEP TO HDC-DEN
           WRITE REGHEREL FROM HEN-BRANCO
           WRITE REGHEREL FROM HEN-DEPCAB
           WRITE REGHEREL FROM HEN-CAB1
           WRITE REGHEREL FROM HEN-SEP
           PERFORM LISTA-CHAPAS THRU LISTA-CHAPAS-FIM
           WRITE REGHEREL FROM HEN-SEP
           MOVE W-TD-HORAS(IDEP) TO HTD-HORAS
           MOVE W-TD-BH(IDEP) TO HTD-BH
           COMPUTE HTD-PEND = W-TD-HORAS(IDEP) - W-TD-BH(IDEP)
           WRITE REGHEREL FROM HEN-TOTDEP
           ADD W-TD-HORAS(IDEP) TO W-TOTHORAS
           ADD W-TD-BH(IDEP) TO W-TOTBH.
       PROC-DEP-PROX.
           ADD 1 TO IDEP
           GO TO PROC-DEP-LP.
       PROC-DEP-FIM.
           IF W-QTDDEP = ZEROS
              WRITE REGHEREL FROM HEN-NADA.
           COMPUTE W-TOTPEND = W-TOTHORAS - W-TOTBH
           WRITE REGHEREL FROM HEN-BRANCO
           WRITE REGHEREL FROM HEN-SEP
           MOVE W-QTDDEP TO HTQ-DEP
           MOVE W-QTDFUN TO HTQ-FUN
           WRITE REGHEREL FROM HEN-TOTQ
           MOVE W-TOTHORAS TO HTG-HORAS
           MOVE W-TOTBH TO HTG-BH
           MOVE W-TOTPEND TO HTG-PEND
           WRITE REGHEREL FROM HEN-TOTG
           CLOSE CADHEREL
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 01) "HORAS EXTRAS NAO AUTORIZADAS       : "
                   W-TOTHORAS
           DISPLAY (17, 01) "PENDENTES DE TRATAMENTO            : "
                   W-TOTPEND
           MOVE "*** RELATORIO GRAVADO NO SPOOL (HENAUT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CHAPAS DO DEPARTAMENTO IDEP: O ARQHEPEND VEM POR CHAPA E DIA,
      * ENTAO A LINHA SAI NA TROCA DE CHAPA.
      *----------------------------------------------------------------
       LISTA-CHAPAS.
           MOVE ZEROS TO W-CCOD
           MOVE LOW-VALUES TO PND-KEY
           START CADHEPEND KEY IS NOT LESS PND-KEY
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CHAPAS-FIM.
       LISTA-CHAPAS-RD.
           READ CADHEPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CHAPAS-ULT.
           IF PND-DEP NOT = IDEP
              GO TO LISTA-CHAPAS-RD.
           IF PND-DATA < W-DTINI OR PND-DATA > W-DTFIM
              GO TO LISTA-CHAPAS-RD.
           IF PND-CODFUNC NOT = W-CCOD
              PERFORM LE-FUNC THRU LE-FUNC-FIM
              IF W-FILRC = "N"
                 GO TO LISTA-CHAPAS-RD
              END-IF
              IF W-CCOD NOT = ZEROS
                 PERFORM GRAVA-CHAPA THRU GRAVA-CHAPA-FIM
              END-IF
              MOVE PND-CODFUNC TO W-CCOD
              MOVE NOME TO W-CNOME
              MOVE FILIAL TO W-CFIL
              MOVE ZEROS TO W-CDIAS W-C50 W-C100 W-CAUT W-CBH W-CPEND.
           ADD 1 TO W-CDIAS
           ADD PND-HORAUT TO W-CAUT
           IF PND-PERC = 100
              ADD PND-HORAS TO W-C100
           ELSE
              ADD PND-HORAS TO W-C50.
           IF PND-DEST = "B"
              ADD PND-HORAS TO W-CBH
           ELSE
              ADD PND-HORAS TO W-CPEND.
           GO TO LISTA-CHAPAS-RD.
       LISTA-CHAPAS-ULT.
           IF W-CCOD NOT = ZEROS
              PERFORM GRAVA-CHAPA THRU GRAVA-CHAPA-FIM.
       LISTA-CHAPAS-FIM.
           EXIT.
      *
       GRAVA-CHAPA.
           ADD 1 TO W-QTDFUN
           MOVE W-CCOD TO HEF-COD
           MOVE W-CNOME TO HEF-NOME
           MOVE W-CFIL TO HEF-FIL
           MOVE W-CDIAS TO HEF-DIAS
           MOVE W-C50 TO HEF-50
           MOVE W-C100 TO HEF-100
           MOVE W-CAUT TO HEF-AUT
           MOVE W-CBH TO HEF-BH
           MOVE W-CPEND TO HEF-PEND
           WRITE REGHEREL FROM HEN-FUN.
       GRAVA-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CHAPA DO REGISTRO PENDENTE: FILIAL PEDIDA E PERMITIDA.
      *----------------------------------------------------------------
       LE-FUNC.
           MOVE "N" TO W-FILRC
           MOVE PND-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** NAO CADASTRADO ***" TO NOME
              MOVE ZEROS TO FILIAL.
           IF W-FILSEL NOT = ZEROS AND FILIAL NOT = W-FILSEL
              GO TO LE-FUNC-FIM.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM.
       LE-FUNC-FIM.
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
           CLOSE CADHEPEND CADFUNC CADDEP.
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
