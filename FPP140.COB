       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP140.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * DOCUMENTOS SEM CIENCIA: LISTA, POR DEPARTAMENTO, OS  *
      * HOLERITES, RECIBOS DE FERIAS E 13o PUBLICADOS PELO   *
      * FPP138 HA MAIS DE N DIAS E AINDA NAO CONFIRMADOS     *
      * PELO FUNCIONARIO (ARQCIENC). SAI NO SPOOL            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCIENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CI-KEY
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
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCIEWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCIEREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCIENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCIENC.DAT".
       01 REGCIENC.
          03 CI-ARQ                   PIC X(20).
          03 CI-DATAPUB               PIC 9(08).
          03 CI-HORAPUB               PIC 9(06).
          03 CI-DATACIE               PIC 9(08).
          03 CI-HORACIE               PIC 9(06).
          03 CI-ORIGEM                PIC X(01).
          03 CI-KEY.
              05 CI-CODFUNC           PIC 9(06).
              05 CI-TIPO              PIC X(01).
              05 CI-ANO               PIC 9(04).
              05 CI-MES               PIC 9(02).
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
      * ARQUIVO DE TRABALHO (REFEITO A CADA EMISSAO) PARA LISTAR AS
      * PENDENCIAS NA ORDEM DEPARTAMENTO / CHAPA / DOCUMENTO.
       FD CADCIEWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCIEWK.DAT".
       01 REGCIEWK.
          03 WK-NOME                  PIC X(30).
          03 WK-DATAPUB               PIC 9(08).
          03 WK-DIAS                  PIC 9(05).
          03 WK-KEY.
              05 WK-DEP               PIC 9(03).
              05 WK-CODFUNC           PIC 9(06).
              05 WK-TIPO              PIC X(01).
              05 WK-ANO               PIC 9(04).
              05 WK-MES               PIC 9(02).
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
       FD CADCIEREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGCIEREL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
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
          03 W-FILPROG         PIC X(08) VALUE "FPP140".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-DIASMIN       PIC 9(03) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-INTHOJE       PIC 9(08) VALUE ZEROS.
       01 W-INTPUB        PIC 9(08) VALUE ZEROS.
       01 W-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-DEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
       01 W-DEPANT        PIC 9(03) VALUE ZEROS.
       01 W-PRIMEIRO      PIC 9(01) VALUE ZEROS.
       01 W-QTDDEP        PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT        PIC 9(06) VALUE ZEROS.
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
       01 PEN-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 PEN-TIT.
                03 FILLER      PIC X(40) VALUE
                   "DOCUMENTOS SEM CIENCIA HA MAIS DE".
                03 PEN-TDIAS   PIC ZZ9.
                03 FILLER      PIC X(17) VALUE " DIAS - POSICAO ".
                03 PEN-THOJE   PIC 99/99/9999.
       01 PEN-DEP.
                03 FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
                03 PEN-DCOD    PIC 999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-DNOME   PIC X(25).
       01 PEN-CAB.
                03 FILLER      PIC X(38) VALUE
                   "CHAPA  NOME".
                03 FILLER      PIC X(42) VALUE
                   "DOCUMENTO    COMPET.  PUBLICADO   DIAS".
       01 PEN-DET.
                03 PEN-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-DOC     PIC X(12).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 PEN-ANO     PIC 9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PEN-PUB     PIC 99/99/9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-DIAS    PIC ZZZZ9.
       01 PEN-SUB.
                03 FILLER      PIC X(38) VALUE
                   "   PENDENTES NO DEPARTAMENTO ........:".
                03 PEN-SQTD    PIC ZZZZ9.
       01 PEN-RODAPE.
                03 FILLER      PIC X(38) VALUE
                   "TOTAL DE DOCUMENTOS SEM CIENCIA .....:".
                03 PEN-RQTD    PIC ZZZZZ9.
       01 W-DATAED.
                03 W-DATAED-DD PIC 99.
                03 W-DATAED-MM PIC 99.
                03 W-DATAED-AA PIC 9999.
       01 W-DATAEDN REDEFINES W-DATAED PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** DOCUMENTOS SEM CIENCIA DO FUNCIONAR".
           05  LINE 02  COLUMN 42
               VALUE  "IO ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         PUBLICADOS HA MA".
           05  LINE 10  COLUMN 42
               VALUE  "IS DE (DIAS) :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DIASMIN
               LINE 10  COLUMN 57  PIC ZZ9
               USING  W-DIASMIN
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 51  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE 5 TO W-DIASMIN
                MOVE ZEROS TO W-QTDTOT
                DISPLAY TELAPRINCIPAL.
       INC-DIAS.
                ACCEPT TW-DIASMIN.
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
           OPEN INPUT CADCIENC
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM DOCUMENTO PUBLICADO (ARQCIENC) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIENC
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-DEPARQ W-WKARQ
           OPEN INPUT CADDEP
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
           OPEN OUTPUT CADCIEWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIEWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADCIEWK
           OPEN I-O CADCIEWK
           MOVE 1 TO W-WKARQ
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INTHOJE = FUNCTION INTEGER-OF-DATE(W-HOJE)
           MOVE LOW-VALUES TO CI-KEY
           START CADCIENC KEY IS NOT LESS CI-KEY INVALID KEY
                 GO TO EMITE.
      *----------------------------------------------------------------
      * SELECAO: SEM CIENCIA E PUBLICADO HA MAIS DE N DIAS. O
      * DESLIGADO NAO TEM MAIS ACESSO A INTRANET E FICA DE FORA.
      *----------------------------------------------------------------
       LE-CIENC.
           READ CADCIENC NEXT RECORD
              AT END
                 GO TO EMITE.
           IF CI-DATACIE NOT = ZEROS OR CI-DATAPUB = ZEROS
              GO TO LE-CIENC.
           COMPUTE W-INTPUB = FUNCTION INTEGER-OF-DATE(CI-DATAPUB)
           COMPUTE W-DIAS = W-INTHOJE - W-INTPUB
           IF W-DIAS NOT > W-DIASMIN
              GO TO LE-CIENC.
           MOVE CI-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "CHAPA NAO CADASTRADA" TO NOME
              MOVE ZEROS TO FUNCDEP FILIAL
              MOVE SPACE TO FUNCSTAT.
           IF FUNCSTAT = "D"
              GO TO LE-CIENC.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO LE-CIENC.
           MOVE NOME TO WK-NOME
           MOVE CI-DATAPUB TO WK-DATAPUB
           MOVE W-DIAS TO WK-DIAS
           MOVE FUNCDEP TO WK-DEP
           MOVE CI-CODFUNC TO WK-CODFUNC
           MOVE CI-TIPO TO WK-TIPO
           MOVE CI-ANO TO WK-ANO
           MOVE CI-MES TO WK-MES
           WRITE REGCIEWK
           ADD 1 TO W-QTDTOT
           GO TO LE-CIENC.
      *
       EMITE.
           IF W-QTDTOT = ZEROS
              MOVE "*** NENHUM DOCUMENTO PENDENTE DE CIENCIA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CIENPEND" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADCIEREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIEREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DIASMIN TO PEN-TDIAS
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO PEN-THOJE
           WRITE REGCIEREL FROM PEN-TIT
           MOVE ZEROS TO W-PRIMEIRO W-QTDDEP
           MOVE LOW-VALUES TO WK-KEY
           START CADCIEWK KEY IS NOT LESS WK-KEY INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADCIEWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           IF W-PRIMEIRO = 1 AND WK-DEP NOT = W-DEPANT
              PERFORM FECHA-DEP THRU FECHA-DEP-FIM.
           IF W-PRIMEIRO = 0 OR WK-DEP NOT = W-DEPANT
              PERFORM CAB-DEP THRU CAB-DEP-FIM.
           MOVE WK-CODFUNC TO PEN-COD
           MOVE WK-NOME TO PEN-NOME
           IF WK-TIPO = "H"
              MOVE "HOLERITE" TO PEN-DOC.
           IF WK-TIPO = "F"
              MOVE "REC. FERIAS" TO PEN-DOC.
           IF WK-TIPO = "D"
              MOVE "13o SALARIO" TO PEN-DOC.
           IF WK-TIPO = "R"
              MOVE "REMUN. TOTAL" TO PEN-DOC.
           MOVE WK-MES TO PEN-MES
           MOVE WK-ANO TO PEN-ANO
           MOVE WK-DATAPUB(7:2) TO W-DATAED-DD
           MOVE WK-DATAPUB(5:2) TO W-DATAED-MM
           MOVE WK-DATAPUB(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO PEN-PUB
           MOVE WK-DIAS TO PEN-DIAS
           WRITE REGCIEREL FROM PEN-DET
           ADD 1 TO W-QTDDEP
           GO TO LE-TRAB.
       FIM-EMITE.
           IF W-PRIMEIRO = 1
              PERFORM FECHA-DEP THRU FECHA-DEP-FIM.
           WRITE REGCIEREL FROM PEN-SEP
           MOVE W-QTDTOT TO PEN-RQTD
           WRITE REGCIEREL FROM PEN-RODAPE
           CLOSE CADCIEREL
           MOVE "*** RELATORIO GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       CAB-DEP.
           MOVE 1 TO W-PRIMEIRO
           MOVE WK-DEP TO W-DEPANT PEN-DCOD
           MOVE ZEROS TO W-QTDDEP
           MOVE "DEPARTAMENTO NAO CADASTRADO" TO PEN-DNOME
           IF W-DEPARQ = 1
              MOVE WK-DEP TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE DENDEP TO PEN-DNOME.
           WRITE REGCIEREL FROM PEN-SEP
           WRITE REGCIEREL FROM PEN-DEP
           WRITE REGCIEREL FROM PEN-CAB.
       CAB-DEP-FIM.
           EXIT.
      *
       FECHA-DEP.
           MOVE W-QTDDEP TO PEN-SQTD
           WRITE REGCIEREL FROM PEN-SUB.
       FECHA-DEP-FIM.
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
       ROT-FIM.
                IF W-DEPARQ = 1
                   CLOSE CADDEP.
                IF W-WKARQ = 1
                   CLOSE CADCIEWK.
                CLOSE CADCIENC CADFUNC.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
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
