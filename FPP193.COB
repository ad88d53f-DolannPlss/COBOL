       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP193.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * TREINAMENTOS DO ANO: HORAS E CUSTO POR FUNCIONARIO    *
      * (FPP191), INCLUSIVE QUEM NAO TREINOU, E CUSTO POR     *
      * DEPARTAMENTO CONTRA O ORCAMENTO DE TREINAMENTO DO ANO *
      * (FPP192), MARCANDO O DEPARTAMENTO QUE ESTOUROU. SAI   *
      * NO SPOOL ("TREINAM")                                  *
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
           SELECT CADTREFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFU-KEY
                      ALTERNATE RECORD KEY IS TFU-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRORC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORT-KEY
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
           SELECT CADTREREL ASSIGN TO DISK
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
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTREFUN.DAT".
       01 REGTREFUN.
          03 TFU-CURSO                PIC 9(03).
          03 TFU-DATA                 PIC 9(08).
          03 TFU-HORAS                PIC 9(03)V9.
          03 TFU-CUSTO                PIC 9(06)V99.
          03 TFU-FORNEC               PIC X(25).
          03 TFU-SITUAC               PIC X(01).
          03 TFU-NOTA                 PIC 9(02)V9.
          03 TFU-DEP                  PIC 9(03).
          03 TFU-KEY.
              05 TFU-CODFUNC          PIC 9(06).
              05 TFU-SEQ              PIC 9(03).
      *-----------------------------------------------------------------
       FD CADTRORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRORC.DAT".
       01 REGTRORC.
          03 ORT-VALOR                PIC 9(08)V99.
          03 ORT-KEY.
              05 ORT-ANO              PIC 9(04).
              05 ORT-DEP              PIC 9(03).
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
       FD CADTREREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGTREREL   PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ANOSEL        PIC 9(04) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-ORCARQ        PIC 9(01) VALUE ZEROS.
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
      * TREINAMENTOS DA CHAPA NO ANO.
       01 W-FQTD          PIC 9(03) VALUE ZEROS.
       01 W-FCONC         PIC 9(03) VALUE ZEROS.
       01 W-FHORAS        PIC 9(05)V9 VALUE ZEROS.
       01 W-FCUSTO        PIC 9(07)V99 VALUE ZEROS.
      * TOTAIS DO RELATORIO.
       01 W-QTDFUN        PIC 9(06) VALUE ZEROS.
       01 W-QTDSEM        PIC 9(06) VALUE ZEROS.
       01 W-TOTHORAS      PIC 9(07)V9 VALUE ZEROS.
       01 W-TOTCUSTO      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTORC        PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDEP        PIC 9(04) VALUE ZEROS.
       01 W-QTDDEPEST     PIC 9(04) VALUE ZEROS.
       01 W-MEDHORAS      PIC 9(05)V9 VALUE ZEROS.
       01 W-SALDO         PIC S9(09)V99 VALUE ZEROS.
       01 W-PCT           PIC 9(04)V9 VALUE ZEROS.
      * HORAS E CUSTO POR DEPARTAMENTO DO CUSTO (TFU-DEP).
       01 W-TABDEP        OCCURS 999 TIMES.
          03 W-TD-PART    PIC 9(04).
          03 W-TD-HORAS   PIC 9(06)V9.
          03 W-TD-CUSTO   PIC 9(08)V99.
       01 IDEP            PIC 9(04) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP193".
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
       01 TRE-SEP.
                03 FILLER      PIC X(120) VALUE ALL "-".
       01 TRE-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 TRE-TIT.
                03 FILLER      PIC X(30) VALUE
                   "TREINAMENTOS REALIZADOS - ANO:".
                03 FILLER      PIC X(01) VALUE " ".
                03 CT-ANO      PIC 9(04).
                03 FILLER      PIC X(10) VALUE "  FILIAL: ".
                03 CT-FILIAL   PIC X(05).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CT-DH       PIC X(14).
       01 TRE-SUB1.
                03 FILLER      PIC X(44) VALUE
                   "HORAS E CUSTO DE TREINAMENTO POR FUNCIONARIO".
                03 FILLER      PIC X(44) VALUE
                   " (HORAS SEM AS DESISTENCIAS)                ".
       01 TRE-CAB1.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                           FL DEP".
                03 FILLER      PIC X(43) VALUE
                   " QTD  CONC     HORAS        CUSTO  SITUACAO".
       01 TRE-FUN.
                03 TEF-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 TEF-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 TEF-FIL     PIC 99.
                03 FILLER      PIC X(01) VALUE " ".
                03 TEF-DEP     PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 TEF-QTD     PIC ZZ9.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 TEF-CONC    PIC ZZ9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TEF-HORAS   PIC ZZ.ZZ9,9.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 TEF-CUSTO   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TEF-SIT     PIC X(20).
       01 TRE-SUB2.
                03 FILLER      PIC X(44) VALUE
                   "CUSTO DE TREINAMENTO POR DEPARTAMENTO X ORCA".
                03 FILLER      PIC X(10) VALUE
                   "MENTO     ".
       01 TRE-CAB2.
                03 FILLER      PIC X(44) VALUE
                   "DEP DENOMINACAO               FL PART     HO".
                03 FILLER      PIC X(44) VALUE
                   "RAS         CUSTO        ORCADO          SAL".
                03 FILLER      PIC X(20) VALUE
                   "DO   % USO  SITUACAO".
       01 TRE-DEP.
                03 TED-COD     PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 TED-DEN     PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 TED-FIL     PIC 99.
                03 FILLER      PIC X(01) VALUE " ".
                03 TED-PART    PIC ZZZ9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-HORAS   PIC ZZ.ZZ9,9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-CUSTO   PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-ORC     PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-SALDO   PIC --.---.--9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-PCT     PIC ZZZ9,9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TED-SIT     PIC X(20).
       01 TRE-TOTF.
                03 FILLER      PIC X(20) VALUE "FUNCIONARIOS      : ".
                03 TTF-QTD     PIC ZZZZZ9.
                03 FILLER      PIC X(25) VALUE
                   "   SEM TREINAMENTO NO ANO".
                03 FILLER      PIC X(02) VALUE ": ".
                03 TTF-SEM     PIC ZZZZZ9.
                03 FILLER      PIC X(22) VALUE
                   "   MEDIA HORAS/FUNC.: ".
                03 TTF-MED     PIC ZZ.ZZ9,9.
       01 TRE-TOTG.
                03 FILLER      PIC X(20) VALUE "TOTAL DE HORAS    : ".
                03 TTG-HORAS   PIC ZZZ.ZZ9,9.
                03 FILLER      PIC X(13) VALUE "   CUSTO   : ".
                03 TTG-CUSTO   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(13) VALUE "   ORCADO  : ".
                03 TTG-ORC     PIC ZZZ.ZZZ.ZZ9,99.
       01 TRE-TOTD.
                03 FILLER      PIC X(20) VALUE "DEPARTAMENTOS     : ".
                03 TTD-QTD     PIC ZZZ9.
                03 FILLER      PIC X(27) VALUE
                   "   ACIMA DO ORCAMENTO    : ".
                03 TTD-EST     PIC ZZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** TREINAMENTOS DO ANO X ORCAMENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  ANO (AAAA)              :".
           05  LINE 08  COLUMN 01
               VALUE  "  FILIAL       (0=TODAS)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO (S/N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOSEL
               LINE 06  COLUMN 29  PIC 9(04)
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
                MOVE W-HOJE-AA TO W-ANOSEL
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-FILSEL
                DISPLAY TELAPRINCIPAL.
       INC-ANO.
                ACCEPT TW-ANOSEL
                IF W-ANOSEL < 2000 OR W-ANOSEL > W-HOJE-AA
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
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
           OPEN INPUT CADTREFUN
           IF ST-ERRO NOT = "00"
              MOVE "* TREINAMENTOS POR CHAPA NAO EXISTEM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTREFUN
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTREFUN CADFUNC
              GO TO ROT-FIM2.
      * SEM ORCAMENTO CADASTRADO (FPP192) O CUSTO SAI SEM CONFRONTO.
           MOVE ZEROS TO W-ORCARQ
           OPEN INPUT CADTRORC
           IF ST-ERRO = "00"
              MOVE 1 TO W-ORCARQ.
           COMPUTE W-DTINI = W-ANOSEL * 10000 + 0101
           COMPUTE W-DTFIM = W-ANOSEL * 10000 + 1231
           MOVE "TREINAM" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADTREREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (14, 01) "*** GERANDO O RELATORIO - AGUARDE ***"
           MOVE ZEROS TO W-QTDFUN W-QTDSEM W-TOTHORAS W-TOTCUSTO
           MOVE ZEROS TO W-TOTORC W-QTDDEP W-QTDDEPEST
           MOVE 1 TO IDEP.
       INC-ZERA.
           MOVE ZEROS TO W-TD-PART(IDEP) W-TD-HORAS(IDEP)
           MOVE ZEROS TO W-TD-CUSTO(IDEP)
           ADD 1 TO IDEP
           IF IDEP < 1000
              GO TO INC-ZERA.
           MOVE W-ANOSEL TO CT-ANO
           IF W-FILSEL = ZEROS
              MOVE "TODAS" TO CT-FILIAL
           ELSE
              MOVE W-FILSEL TO CT-FILIAL.
           MOVE W-SPLDH TO CT-DH
           WRITE REGTREREL FROM TRE-TIT
           WRITE REGTREREL FROM TRE-SEP
           WRITE REGTREREL FROM TRE-SUB1
           WRITE REGTREREL FROM TRE-CAB1
           WRITE REGTREREL FROM TRE-SEP.
      *----------------------------------------------------------------
      * POR FUNCIONARIO (DA FILIAL PEDIDA E NAS FILIAIS PERMITIDAS AO
      * OPERADOR): ATIVOS E SUSPENSOS SEMPRE SAEM, MESMO SEM
      * TREINAMENTO; DESLIGADOS SO SE TREINARAM NO ANO.
      *----------------------------------------------------------------
       PROC-FUNC.
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
       PROC-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
           IF W-FILSEL NOT = ZEROS AND FILIAL NOT = W-FILSEL
              GO TO PROC-FUNC-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO PROC-FUNC-RD.
           PERFORM SOMA-TREIN THRU SOMA-TREIN-FIM
           IF FUNCSTAT = "D" AND W-FQTD = ZEROS
              GO TO PROC-FUNC-RD.
           MOVE SPACES TO TEF-SIT
           IF W-FQTD = ZEROS
              MOVE "SEM TREINAMENTO" TO TEF-SIT
              ADD 1 TO W-QTDSEM.
           IF FUNCSTAT = "D"
              MOVE "DESLIGADO" TO TEF-SIT.
           ADD 1 TO W-QTDFUN
           ADD W-FHORAS TO W-TOTHORAS
           ADD W-FCUSTO TO W-TOTCUSTO
           MOVE CODFUNC TO TEF-COD
           MOVE NOME TO TEF-NOME
           MOVE FILIAL TO TEF-FIL
           MOVE FUNCDEP TO TEF-DEP
           MOVE W-FQTD TO TEF-QTD
           MOVE W-FCONC TO TEF-CONC
           MOVE W-FHORAS TO TEF-HORAS
           MOVE W-FCUSTO TO TEF-CUSTO
           WRITE REGTREREL FROM TRE-FUN
           GO TO PROC-FUNC-RD.
       PROC-FUNC-FIM.
           WRITE REGTREREL FROM TRE-SEP
           MOVE ZEROS TO W-MEDHORAS
           IF W-QTDFUN NOT = ZEROS
              COMPUTE W-MEDHORAS ROUNDED = W-TOTHORAS / W-QTDFUN.
           MOVE W-QTDFUN TO TTF-QTD
           MOVE W-QTDSEM TO TTF-SEM
           MOVE W-MEDHORAS TO TTF-MED
           WRITE REGTREREL FROM TRE-TOTF
           WRITE REGTREREL FROM TRE-BRANCO
           WRITE REGTREREL FROM TRE-SUB2
           WRITE REGTREREL FROM TRE-CAB2
           WRITE REGTREREL FROM TRE-SEP.
      *----------------------------------------------------------------
      * POR DEPARTAMENTO: CUSTO DO ANO CONTRA O ORCAMENTO (FPP192).
      * SAI O DEPARTAMENTO QUE TEVE TREINAMENTO OU TEM ORCAMENTO.
      *----------------------------------------------------------------
       PROC-DEP.
           MOVE 1 TO IDEP.
       PROC-DEP-LP.
           IF IDEP > 999
              GO TO PROC-DEP-FIM.
           MOVE IDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** NAO CADASTRADO ***" TO DENDEP
              MOVE ZEROS TO DEPFILIAL.
           IF W-FILSEL NOT = ZEROS AND DEPFILIAL NOT = W-FILSEL
              GO TO PROC-DEP-PROX.
           PERFORM VERIF-FILDEP THRU VERIF-FILDEP-FIM
           IF W-FILRC = "N"
              GO TO PROC-DEP-PROX.
           MOVE ZEROS TO ORT-VALOR
           IF W-ORCARQ = 1
              MOVE W-ANOSEL TO ORT-ANO
              MOVE IDEP TO ORT-DEP
              READ CADTRORC
              IF ST-ERRO NOT = "00"
                 MOVE ZEROS TO ORT-VALOR.
           IF W-TD-PART(IDEP) = ZEROS AND ORT-VALOR = ZEROS
              GO TO PROC-DEP-PROX.
           ADD 1 TO W-QTDDEP
           ADD ORT-VALOR TO W-TOTORC
           COMPUTE W-SALDO = ORT-VALOR - W-TD-CUSTO(IDEP)
           MOVE ZEROS TO W-PCT
           MOVE SPACES TO TED-SIT
           IF ORT-VALOR = ZEROS
              MOVE "SEM ORCAMENTO" TO TED-SIT
           ELSE
              IF W-TD-CUSTO(IDEP) > ORT-VALOR * 99
                 MOVE 9999,9 TO W-PCT
              ELSE
                 COMPUTE W-PCT ROUNDED =
                         W-TD-CUSTO(IDEP) * 100 / ORT-VALOR
              END-IF
              IF W-TD-CUSTO(IDEP) > ORT-VALOR
                 MOVE "ACIMA DO ORCAMENTO" TO TED-SIT
                 ADD 1 TO W-QTDDEPEST.
           MOVE IDEP TO TED-COD
           MOVE DENDEP TO TED-DEN
           MOVE DEPFILIAL TO TED-FIL
           MOVE W-TD-PART(IDEP) TO TED-PART
           MOVE W-TD-HORAS(IDEP) TO TED-HORAS
           MOVE W-TD-CUSTO(IDEP) TO TED-CUSTO
           MOVE ORT-VALOR TO TED-ORC
           MOVE W-SALDO TO TED-SALDO
           MOVE W-PCT TO TED-PCT
           WRITE REGTREREL FROM TRE-DEP.
       PROC-DEP-PROX.
           ADD 1 TO IDEP
           GO TO PROC-DEP-LP.
       PROC-DEP-FIM.
           WRITE REGTREREL FROM TRE-SEP
           MOVE W-QTDDEP TO TTD-QTD
           MOVE W-QTDDEPEST TO TTD-EST
           WRITE REGTREREL FROM TRE-TOTD
           MOVE W-TOTHORAS TO TTG-HORAS
           MOVE W-TOTCUSTO TO TTG-CUSTO
           MOVE W-TOTORC TO TTG-ORC
           WRITE REGTREREL FROM TRE-TOTG
           CLOSE CADTREREL
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 01) "FUNCIONARIOS SEM TREINAMENTO NO ANO: "
                   W-QTDSEM
           DISPLAY (17, 01) "DEPARTAMENTOS ACIMA DO ORCAMENTO   : "
                   W-QTDDEPEST
           MOVE "*** RELATORIO GRAVADO NO SPOOL (TREINAM) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * TREINAMENTOS DA CHAPA NO ANO; O CUSTO E AS HORAS TAMBEM VAO
      * PARA O DEPARTAMENTO QUE ARCOU COM O TREINAMENTO. DESISTENCIA
      * ENTRA NO CUSTO MAS NAO NAS HORAS.
      *----------------------------------------------------------------
       SOMA-TREIN.
           MOVE ZEROS TO W-FQTD W-FCONC W-FHORAS W-FCUSTO
           MOVE CODFUNC TO TFU-CODFUNC
           MOVE ZEROS TO TFU-SEQ
           START CADTREFUN KEY IS NOT LESS TFU-KEY
           IF ST-ERRO NOT = "00"
              GO TO SOMA-TREIN-FIM.
       SOMA-TREIN-RD.
           READ CADTREFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-TREIN-FIM.
           IF TFU-CODFUNC NOT = CODFUNC
              GO TO SOMA-TREIN-FIM.
           IF TFU-DATA < W-DTINI OR TFU-DATA > W-DTFIM
              GO TO SOMA-TREIN-RD.
           ADD 1 TO W-FQTD
           ADD TFU-CUSTO TO W-FCUSTO
           IF TFU-SITUAC = "C"
              ADD 1 TO W-FCONC.
           IF TFU-SITUAC NOT = "D"
              ADD TFU-HORAS TO W-FHORAS.
           IF TFU-DEP = ZEROS
              GO TO SOMA-TREIN-RD.
           MOVE TFU-DEP TO IDEP
           ADD 1 TO W-TD-PART(IDEP)
           ADD TFU-CUSTO TO W-TD-CUSTO(IDEP)
           IF TFU-SITUAC NOT = "D"
              ADD TFU-HORAS TO W-TD-HORAS(IDEP).
           GO TO SOMA-TREIN-RD.
       SOMA-TREIN-FIM.
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
      *
       VERIF-FILDEP.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE DEPFILIAL TO W-FILCOD
           MOVE ZEROS TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILDEP-FIM.
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
           IF W-ORCARQ = 1
              CLOSE CADTRORC.
           CLOSE CADTREFUN CADFUNC CADDEP.
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
