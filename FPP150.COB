       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP150.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AUXILIO-CRECHE - PROXIMOS ENCERRAMENTOS: LISTA, NA   *
      * ORDEM DO MES DE CORTE, OS BENEFICIOS ATIVOS (FPP149) *
      * CUJO DEPENDENTE COMPLETA 6 ANOS ATE N MESES A FRENTE *
      * (E OS JA VENCIDOS AINDA NAO ENCERRADOS PELA FOLHA).  *
      * SAI NO SPOOL                                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRE-KEY
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
           SELECT CADCRWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCRREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRECHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
          03 CRE-NOMECRECHE           PIC X(30).
          03 CRE-CNPJ                 PIC 9(14).
          03 CRE-VALRECIBO            PIC 9(06)V99.
          03 CRE-COMPINI              PIC 9(06).
          03 CRE-COMPFIM              PIC 9(06).
          03 CRE-COMPLIM              PIC 9(06).
          03 CRE-STAT                 PIC X(01).
          03 CRE-ULTCOMP              PIC 9(06).
          03 CRE-OPER                 PIC X(08).
          03 CRE-DATAALT              PIC 9(08).
          03 CRE-KEY.
              05 CRE-CODFUNC          PIC 9(06).
              05 CRE-SEQDEP           PIC 9(01).
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
      * ARQUIVO DE TRABALHO (REFEITO A CADA EMISSAO) PARA LISTAR OS
      * ENCERRAMENTOS NA ORDEM MES DE CORTE / CHAPA / DEPENDENTE.
       FD CADCRWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRWK.DAT".
       01 REGCRWK.
          03 WK-NOME                  PIC X(22).
          03 WK-NOMEDEPEN             PIC X(22).
          03 WK-DATANASC              PIC 9(08).
          03 WK-VALRECIBO             PIC 9(06)V99.
          03 WK-KEY.
              05 WK-COMPLIM           PIC 9(06).
              05 WK-CODFUNC           PIC 9(06).
              05 WK-SEQDEP            PIC 9(01).
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
       FD CADCRREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGCRREL    PIC X(100).
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
          03 W-FILPROG         PIC X(08) VALUE "FPP150".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-MESESFR       PIC 9(02) VALUE ZEROS.
       01 W-ANOX          PIC 9(04) VALUE ZEROS.
       01 W-MESX          PIC 9(02) VALUE ZEROS.
       01 W-TOTMESES      PIC 9(06) VALUE ZEROS.
       01 W-COMPATUAL     PIC 9(06) VALUE ZEROS.
       01 W-COMPMAX       PIC 9(06) VALUE ZEROS.
       01 W-DEPENARQ      PIC 9(01) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
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
       01 CRT-SEP.
                03 FILLER      PIC X(95) VALUE ALL "-".
       01 CRT-TIT.
                03 FILLER      PIC X(40) VALUE
                   "AUXILIO-CRECHE - ENCERRAMENTOS ATE ".
                03 CRT-TMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRT-TANO    PIC 9999.
                03 FILLER      PIC X(11) VALUE " - POSICAO ".
                03 CRT-THOJE   PIC 99/99/9999.
       01 CRT-CAB.
                03 FILLER      PIC X(30) VALUE
                   "CORTE   CHAPA  FUNCIONARIO".
                03 FILLER      PIC X(23) VALUE
                   "DEPENDENTE".
                03 FILLER      PIC X(42) VALUE
                   "  NASCIMENTO   ULT.MES     RECIBO".
       01 CRT-DET.
                03 CRT-CMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRT-CANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CRT-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CRT-NOME    PIC X(22).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CRT-NOMEDEP PIC X(22).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CRT-NASC    PIC 99/99/9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CRT-UMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRT-UANO    PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CRT-RECIBO  PIC ZZZ.ZZ9,99.
       01 CRT-RODAPE.
                03 FILLER      PIC X(38) VALUE
                   "TOTAL DE BENEFICIOS A ENCERRAR ......:".
                03 CRT-RQTD    PIC ZZZZZ9.
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
               VALUE  "  *** AUXILIO-CRECHE - PROXIMOS ENCERRAM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTOS ***".
           05  LINE 10  COLUMN 01
               VALUE  "                         MESES A FRENTE ".
           05  LINE 10  COLUMN 41
               VALUE  "(01 A 24)    :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESESFR
               LINE 10  COLUMN 57  PIC 99
               USING  W-MESESFR
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
                MOVE 3 TO W-MESESFR
                MOVE ZEROS TO W-QTDTOT
                DISPLAY TELAPRINCIPAL.
       INC-MESES.
                ACCEPT TW-MESESFR
                IF W-MESESFR < 1 OR W-MESESFR > 24
                   MOVE "*** INFORME DE 01 A 24 MESES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MESES.
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
      *
      * LIMITE DA JANELA: COMPETENCIA ATUAL MAIS N MESES (AAAAMM).
       INC-JANELA.
                MOVE W-HOJE(1:4) TO W-ANOX
                MOVE W-HOJE(5:2) TO W-MESX
                COMPUTE W-COMPATUAL = W-ANOX * 100 + W-MESX
                COMPUTE W-TOTMESES = W-ANOX * 12 + W-MESX - 1
                      + W-MESESFR
                DIVIDE W-TOTMESES BY 12 GIVING W-ANOX
                       REMAINDER W-MESX
                ADD 1 TO W-MESX
                COMPUTE W-COMPMAX = W-ANOX * 100 + W-MESX.
       INC-OP0.
           OPEN INPUT CADCRECHE
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM AUXILIO-CRECHE CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRECHE
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-DEPENARQ W-WKARQ
           OPEN INPUT CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPENARQ.
           OPEN OUTPUT CADCRWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADCRWK
           OPEN I-O CADCRWK
           MOVE 1 TO W-WKARQ
           MOVE LOW-VALUES TO CRE-KEY
           START CADCRECHE KEY IS NOT LESS CRE-KEY INVALID KEY
                 GO TO EMITE.
      *----------------------------------------------------------------
      * SELECAO: BENEFICIO ATIVO CUJO MES DE CORTE (COMPLIM) CAI ATE
      * O LIMITE DA JANELA. OS JA VENCIDOS (AINDA NAO ENCERRADOS PELA
      * FOLHA) TAMBEM SAEM.
      *----------------------------------------------------------------
       LE-CRECHE.
           READ CADCRECHE NEXT RECORD
              AT END
                 GO TO EMITE.
           IF CRE-STAT NOT = "A"
              GO TO LE-CRECHE.
           IF CRE-COMPLIM > W-COMPMAX
              GO TO LE-CRECHE.
           MOVE SPACES TO WK-NOME WK-NOMEDEPEN
           MOVE ZEROS TO WK-DATANASC
           MOVE CRE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO WK-NOME
           ELSE
              MOVE ZEROS TO FILIAL.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO LE-CRECHE.
           IF W-DEPENARQ = 1
              MOVE CRE-CODFUNC TO DEPENCODFUNC
              MOVE CRE-SEQDEP TO DEPENSEQ
              READ CADDEPEN
              IF ST-ERRO = "00"
                 MOVE NOMEDEPEN TO WK-NOMEDEPEN
                 MOVE DEPENDATANASC TO WK-DATANASC.
           MOVE CRE-VALRECIBO TO WK-VALRECIBO
           MOVE CRE-COMPLIM TO WK-COMPLIM
           MOVE CRE-CODFUNC TO WK-CODFUNC
           MOVE CRE-SEQDEP TO WK-SEQDEP
           WRITE REGCRWK
           ADD 1 TO W-QTDTOT
           GO TO LE-CRECHE.
      *
       EMITE.
           IF W-QTDTOT = ZEROS
              MOVE "*** NENHUM ENCERRAMENTO NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CRECHECT" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADCRREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-MESX TO CRT-TMES
           MOVE W-ANOX TO CRT-TANO
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO CRT-THOJE
           WRITE REGCRREL FROM CRT-TIT
           WRITE REGCRREL FROM CRT-SEP
           WRITE REGCRREL FROM CRT-CAB
           WRITE REGCRREL FROM CRT-SEP
           MOVE LOW-VALUES TO WK-KEY
           START CADCRWK KEY IS NOT LESS WK-KEY INVALID KEY
                 GO TO FIM-EMITE.
      *
      * O ULTIMO MES PAGO E O ANTERIOR AO MES DE CORTE.
       LE-TRAB.
           READ CADCRWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           MOVE WK-COMPLIM(5:2) TO CRT-CMES
           MOVE WK-COMPLIM(1:4) TO CRT-CANO
           MOVE WK-COMPLIM(1:4) TO W-ANOX
           MOVE WK-COMPLIM(5:2) TO W-MESX
           IF W-MESX = 1
              MOVE 12 TO CRT-UMES
              COMPUTE CRT-UANO = W-ANOX - 1
           ELSE
              COMPUTE CRT-UMES = W-MESX - 1
              MOVE W-ANOX TO CRT-UANO.
           MOVE WK-CODFUNC TO CRT-COD
           MOVE WK-NOME TO CRT-NOME
           MOVE WK-NOMEDEPEN TO CRT-NOMEDEP
           MOVE WK-DATANASC(7:2) TO W-DATAED-DD
           MOVE WK-DATANASC(5:2) TO W-DATAED-MM
           MOVE WK-DATANASC(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO CRT-NASC
           MOVE WK-VALRECIBO TO CRT-RECIBO
           WRITE REGCRREL FROM CRT-DET
           GO TO LE-TRAB.
       FIM-EMITE.
           WRITE REGCRREL FROM CRT-SEP
           MOVE W-QTDTOT TO CRT-RQTD
           WRITE REGCRREL FROM CRT-RODAPE
           CLOSE CADCRREL
           MOVE "*** RELATORIO GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
                IF W-DEPENARQ = 1
                   CLOSE CADDEPEN.
                IF W-WKARQ = 1
                   CLOSE CADCRWK.
                CLOSE CADCRECHE CADFUNC.
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
