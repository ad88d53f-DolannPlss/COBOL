       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP145.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AVALIACOES PENDENTES: LISTA, POR DEPARTAMENTO E COM  *
      * O GESTOR RESPONSAVEL, AS CHAPAS ATIVAS QUE AINDA NAO *
      * TEM AVALIACAO DE DESEMPENHO (FPP144) NO ANO DO CICLO.*
      * SAI NO SPOOL                                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AVL-KEY
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
           SELECT CADAVWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAVREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
          03 AVL-NOTA                 PIC 9(01) OCCURS 5 TIMES.
          03 AVL-NOTAFINAL            PIC 9(01)V99.
          03 AVL-AVALIADOR            PIC 9(06).
          03 AVL-DEP                  PIC 9(03).
          03 AVL-DATA                 PIC 9(08).
          03 AVL-OPER                 PIC X(08).
          03 AVL-KEY.
              05 AVL-CODFUNC          PIC 9(06).
              05 AVL-ANO              PIC 9(04).
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
      * PENDENCIAS NA ORDEM DEPARTAMENTO / CHAPA.
       FD CADAVWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVWK.DAT".
       01 REGAVWK.
          03 WK-NOME                  PIC X(30).
          03 WK-DATAADM               PIC 9(08).
          03 WK-KEY.
              05 WK-DEP               PIC 9(03).
              05 WK-CODFUNC           PIC 9(06).
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
       FD CADAVREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGAVREL    PIC X(100).
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
          03 W-FILPROG         PIC X(08) VALUE "FPP145".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-ANOCICLO      PIC 9(04) VALUE ZEROS.
       01 W-FIMCICLO      PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-AVALARQ       PIC 9(01) VALUE ZEROS.
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
                   "AVALIACOES DE DESEMPENHO PENDENTES - CI".
                03 FILLER      PIC X(04) VALUE "CLO ".
                03 PEN-TANO    PIC 9999.
                03 FILLER      PIC X(11) VALUE " - POSICAO ".
                03 PEN-THOJE   PIC 99/99/9999.
       01 PEN-DEP.
                03 FILLER      PIC X(14) VALUE "DEPARTAMENTO: ".
                03 PEN-DCOD    PIC 999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-DNOME   PIC X(25).
                03 FILLER      PIC X(09) VALUE "  GESTOR:".
                03 PEN-GCOD    PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-GNOME   PIC X(20).
       01 PEN-CAB.
                03 FILLER      PIC X(38) VALUE
                   "CHAPA  NOME".
                03 FILLER      PIC X(42) VALUE
                   "ADMISSAO".
       01 PEN-DET.
                03 PEN-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PEN-ADM     PIC 99/99/9999.
       01 PEN-SUB.
                03 FILLER      PIC X(38) VALUE
                   "   PENDENTES NO DEPARTAMENTO ........:".
                03 PEN-SQTD    PIC ZZZZ9.
       01 PEN-RODAPE.
                03 FILLER      PIC X(38) VALUE
                   "TOTAL DE AVALIACOES PENDENTES .......:".
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
               VALUE  "  *** AVALIACOES DE DESEMPENHO PENDENTES".
           05  LINE 02  COLUMN 42
               VALUE  "***".
           05  LINE 10  COLUMN 01
               VALUE  "                         ANO DO CICLO DE ".
           05  LINE 10  COLUMN 42
               VALUE  "AVALIACAO    :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOCICLO
               LINE 10  COLUMN 57  PIC 9999
               USING  W-ANOCICLO
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
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE(1:4) TO W-ANOCICLO
                MOVE ZEROS TO W-QTDTOT
                DISPLAY TELAPRINCIPAL.
       INC-ANO.
                ACCEPT TW-ANOCICLO
                IF W-ANOCICLO < 2000
                   MOVE "*** ANO DO CICLO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
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
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      * SEM ARQAVAL NENHUMA AVALIACAO FOI FEITA: TODAS AS CHAPAS
      * ATIVAS SAEM COMO PENDENTES.
           MOVE ZEROS TO W-AVALARQ W-DEPARQ W-WKARQ
           OPEN INPUT CADAVAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-AVALARQ.
           OPEN INPUT CADDEP
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
           OPEN OUTPUT CADAVWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADAVWK
           OPEN I-O CADAVWK
           MOVE 1 TO W-WKARQ
           COMPUTE W-FIMCICLO = W-ANOCICLO * 10000 + 1231
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO EMITE.
      *----------------------------------------------------------------
      * SELECAO: CHAPA ATIVA, ADMITIDA ATE O FIM DO ANO DO CICLO,
      * SEM AVALIACAO NO ARQAVAL PARA ESSE ANO.
      *----------------------------------------------------------------
       LE-FUNC.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO EMITE.
           IF FUNCSTAT NOT = "A"
              GO TO LE-FUNC.
           IF DATAADM > W-FIMCICLO
              GO TO LE-FUNC.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO LE-FUNC.
           IF W-AVALARQ = 1
              MOVE CODFUNC TO AVL-CODFUNC
              MOVE W-ANOCICLO TO AVL-ANO
              READ CADAVAL
              IF ST-ERRO = "00"
                 GO TO LE-FUNC.
           MOVE NOME TO WK-NOME
           MOVE DATAADM TO WK-DATAADM
           MOVE FUNCDEP TO WK-DEP
           MOVE CODFUNC TO WK-CODFUNC
           WRITE REGAVWK
           ADD 1 TO W-QTDTOT
           GO TO LE-FUNC.
      *
       EMITE.
           IF W-QTDTOT = ZEROS
              MOVE "*** NENHUMA AVALIACAO PENDENTE NO CICLO ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "AVALPEND" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-ANOCICLO TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADAVREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ANOCICLO TO PEN-TANO
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO PEN-THOJE
           WRITE REGAVREL FROM PEN-TIT
           MOVE ZEROS TO W-PRIMEIRO W-QTDDEP
           MOVE LOW-VALUES TO WK-KEY
           START CADAVWK KEY IS NOT LESS WK-KEY INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADAVWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           IF W-PRIMEIRO = 1 AND WK-DEP NOT = W-DEPANT
              PERFORM FECHA-DEP THRU FECHA-DEP-FIM.
           IF W-PRIMEIRO = 0 OR WK-DEP NOT = W-DEPANT
              PERFORM CAB-DEP THRU CAB-DEP-FIM.
           MOVE WK-CODFUNC TO PEN-COD
           MOVE WK-NOME TO PEN-NOME
           MOVE WK-DATAADM(7:2) TO W-DATAED-DD
           MOVE WK-DATAADM(5:2) TO W-DATAED-MM
           MOVE WK-DATAADM(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO PEN-ADM
           WRITE REGAVREL FROM PEN-DET
           ADD 1 TO W-QTDDEP
           GO TO LE-TRAB.
       FIM-EMITE.
           IF W-PRIMEIRO = 1
              PERFORM FECHA-DEP THRU FECHA-DEP-FIM.
           WRITE REGAVREL FROM PEN-SEP
           MOVE W-QTDTOT TO PEN-RQTD
           WRITE REGAVREL FROM PEN-RODAPE
           CLOSE CADAVREL
           MOVE "*** RELATORIO GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      * CABECALHO DO DEPARTAMENTO COM O GESTOR (RESPFUNC) QUE DEVE
      * FAZER AS AVALIACOES.
       CAB-DEP.
           MOVE 1 TO W-PRIMEIRO
           MOVE WK-DEP TO W-DEPANT PEN-DCOD
           MOVE ZEROS TO W-QTDDEP PEN-GCOD
           MOVE SPACES TO PEN-GNOME
           MOVE "DEPARTAMENTO NAO CADASTRADO" TO PEN-DNOME
           IF W-DEPARQ = 1
              MOVE WK-DEP TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE DENDEP TO PEN-DNOME
                 MOVE RESPFUNC TO PEN-GCOD CODFUNC
                 READ CADFUNC
                 IF ST-ERRO = "00"
                    MOVE NOME TO PEN-GNOME
                 ELSE
                    MOVE "NAO DEFINIDO" TO PEN-GNOME.
           WRITE REGAVREL FROM PEN-SEP
           WRITE REGAVREL FROM PEN-DEP
           WRITE REGAVREL FROM PEN-CAB.
       CAB-DEP-FIM.
           EXIT.
      *
       FECHA-DEP.
           MOVE W-QTDDEP TO PEN-SQTD
           WRITE REGAVREL FROM PEN-SUB.
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
                IF W-AVALARQ = 1
                   CLOSE CADAVAL.
                IF W-DEPARQ = 1
                   CLOSE CADDEP.
                IF W-WKARQ = 1
                   CLOSE CADAVWK.
                CLOSE CADFUNC.
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
