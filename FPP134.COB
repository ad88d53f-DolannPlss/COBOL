       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP134.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * EXTRATOS DE PENSAO ALIMENTICIA (ARQPENJUD - FPP035): *
      * MENSAL POR ORDEM JUDICIAL (PJ-CODFUNC/PJ-SEQ) COM    *
      * BASE, PERCENTUAL E VALOR REPASSADO, E INFORME ANUAL  *
      * DE RENDIMENTOS POR BENEFICIARIO A PARTIR DA VERBA DE *
      * PENSAO DO ARQPAGVB. AMBOS SAEM NO SPOOL (ARQSPOOL)   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPENJUD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PJ-KEY
                      ALTERNATE RECORD KEY IS PJ-CODFUNC
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
           SELECT CADPENPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PP-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPENTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADPENJUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENJUD.DAT".
       01 REGPENJUD.
      * TIPO: "A"=PENSAO ALIMENTICIA  "P"=PENHORA CIVEL.
          03 PJ-TIPO                  PIC X(01).
          03 PJ-PRIOR                 PIC 9(01).
          03 PJ-PERC                  PIC 9(02)V99.
          03 PJ-BENEF                 PIC X(30).
          03 PJ-BANCO                 PIC 9(03).
          03 PJ-AGENCIA               PIC 9(04).
          03 PJ-CONTA                 PIC 9(08).
          03 PJ-CONTADV               PIC X(01).
          03 PJ-STAT                  PIC X(01).
          03 PJ-KEY.
              05 PJ-CODFUNC           PIC 9(06).
              05 PJ-SEQ               PIC 9(02).
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
      * PENSAO APLICADA POR ORDEM JUDICIAL NA COMPETENCIA (FPPREL).
       FD CADPENPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENPG.DAT".
       01 REGPENPG.
          03 PP-BASE                  PIC 9(07)V99.
          03 PP-PERC                  PIC 9(02)V99.
          03 PP-VALOR                 PIC 9(07)V99.
          03 PP-TIPO                  PIC X(01).
          03 PP-FILIAL                PIC 9(02).
          03 PP-KEY.
              05 PP-CODFUNC           PIC 9(06).
              05 PP-ANO               PIC 9(04).
              05 PP-MES               PIC 9(02).
              05 PP-SEQ               PIC 9(02).
      *-----------------------------------------------------------------
      * RESULTADO ANALITICO DA FOLHA; A PENSAO JUDICIAL DA CHAPA SAI
      * NA VERBA 923.
       FD CADPAGVB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGVB.DAT".
       01 REGPAGVB.
          03 VB-VALOR                 PIC 9(07)V99.
          03 VB-TIPO                  PIC X(01).
          03 VB-FILIAL                PIC 9(02).
          03 VB-KEY.
              05 VB-CODFUNC           PIC 9(06).
              05 VB-ANO               PIC 9(04).
              05 VB-MES               PIC 9(02).
              05 VB-RUB               PIC 9(03).
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
       FD CADPENTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGPENTX     PIC X(80).
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
          03 W-FILPROG         PIC X(08) VALUE "FPP134".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-TIPOEXT       PIC X(01) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-CHAPASEL      PIC 9(06) VALUE ZEROS.
       01 W-PPARQ         PIC 9(01) VALUE ZEROS.
       01 W-VBARQ         PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-QTDORD        PIC 9(05) VALUE ZEROS.
       01 W-QTDCHAPA      PIC 9(02) VALUE ZEROS.
       01 W-PJKEYSAV      PIC X(08) VALUE SPACES.
       01 W-MESX          PIC 9(02) VALUE ZEROS.
       01 W-BASE          PIC 9(07)V99 VALUE ZEROS.
       01 W-PERC          PIC 9(02)V99 VALUE ZEROS.
       01 W-VALOR         PIC 9(07)V99 VALUE ZEROS.
       01 W-ORIGEM        PIC X(01) VALUE SPACES.
       01 W-TOTANO        PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTVB         PIC 9(08)V99 VALUE ZEROS.
       01 W-TEMVB         PIC 9(01) VALUE ZEROS.
       01 W-TEMNOTA       PIC 9(01) VALUE ZEROS.
       01 W-TOTGERAL      PIC 9(09)V99 VALUE ZEROS.
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
      *----------[ LINHAS DOS EXTRATOS ]--------------------------------
       01 EXT-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 EXT-TITM.
                03 FILLER      PIC X(44) VALUE
                   "EXTRATO MENSAL DE PENSAO ALIMENTICIA - COMP.".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 EXT-TMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 EXT-TANO    PIC 9999.
       01 EXT-TITA.
                03 FILLER      PIC X(47) VALUE
                   "INFORME ANUAL DE RENDIMENTOS - PENSAO ALIMENTI".
                03 FILLER      PIC X(17) VALUE
                   "CIA - ANO-CALEND.".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 EXT-TAANO   PIC 9999.
       01 EXT-FONTE.
                03 FILLER      PIC X(17) VALUE "FONTE PAGADORA : ".
                03 EXT-FCNPJ   PIC 9(14).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 EXT-FRAZAO  PIC X(30).
       01 EXT-ORDEM.
                03 FILLER      PIC X(17) VALUE "ORDEM JUDICIAL : ".
                03 EXT-OCOD    PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 EXT-OSEQ    PIC 99.
                03 FILLER      PIC X(12) VALUE "   SITUACAO".
                03 FILLER      PIC X(03) VALUE " : ".
                03 EXT-OSTAT   PIC X(10).
       01 EXT-ALIM.
                03 FILLER      PIC X(17) VALUE "ALIMENTANTE    : ".
                03 EXT-ANOME   PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 EXT-ACPF    PIC 9(11).
       01 EXT-BENEF.
                03 FILLER      PIC X(17) VALUE "BENEFICIARIO   : ".
                03 EXT-BNOME   PIC X(30).
       01 EXT-CONTA.
                03 FILLER      PIC X(17) VALUE "CREDITO EM     : ".
                03 FILLER      PIC X(06) VALUE "BANCO ".
                03 EXT-BBANCO  PIC 999.
                03 FILLER      PIC X(06) VALUE "  AG. ".
                03 EXT-BAGE    PIC 9999.
                03 FILLER      PIC X(09) VALUE "  CONTA ".
                03 EXT-BCONTA  PIC 9(08).
                03 FILLER      PIC X(01) VALUE "-".
                03 EXT-BDV     PIC X(01).
       01 EXT-VALM.
                03 EXT-VROT    PIC X(44).
                03 EXT-VVAL    PIC ZZ.ZZZ.ZZ9,99.
       01 EXT-PERCM.
                03 FILLER      PIC X(44) VALUE
                   "PERCENTUAL DA ORDEM SOBRE A BASE".
                03 FILLER      PIC X(07) VALUE SPACES.
                03 EXT-PPERC   PIC Z9,99.
                03 FILLER      PIC X(02) VALUE " %".
       01 EXT-CABA.
                03 FILLER      PIC X(10) VALUE "MES".
                03 FILLER      PIC X(18) VALUE "   BASE DE CALCULO".
                03 FILLER      PIC X(10) VALUE "       %".
                03 FILLER      PIC X(18) VALUE "    VALOR PAGO".
       01 EXT-DETA.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 EXT-DMES    PIC 99.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 EXT-DBASE   PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 EXT-DPERC   PIC Z9,99.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 EXT-DVAL    PIC ZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 EXT-DORIG   PIC X(01).
       01 EXT-TOTA.
                03 FILLER      PIC X(44) VALUE
                   "TOTAL PAGO AO BENEFICIARIO NO ANO".
                03 EXT-TAVAL   PIC ZZ.ZZZ.ZZ9,99.
       01 EXT-TOTVB.
                03 FILLER      PIC X(44) VALUE
                   "TOTAL RETIDO DO ALIMENTANTE (VERBA 923)".
                03 EXT-TVBVAL  PIC ZZ.ZZZ.ZZ9,99.
       01 EXT-NOTA1.
                03 FILLER      PIC X(80) VALUE
                   "(*) VERBA 923 - COMPETENCIA SEM DETALHE POR ORDEM".
       01 EXT-NOTA2.
                03 FILLER      PIC X(80) VALUE
                   "    (CHAPA COM UMA UNICA ORDEM DE ALIMENTOS)".
       01 EXT-RODAPE.
                03 FILLER      PIC X(26) VALUE
                   "ORDENS LISTADAS .........:".
                03 EXT-RQTD    PIC ZZZZ9.
                03 FILLER      PIC X(13) VALUE "   VALOR  : ".
                03 EXT-RVAL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EXTRATOS DE PENSAO ALIMENTICIA ***".
           05  LINE 05  COLUMN 01
               VALUE  " M = EXTRATO MENSAL POR ORDEM JUDICIAL".
           05  LINE 06  COLUMN 01
               VALUE  " A = INFORME ANUAL POR BENEFICIARIO".
           05  LINE 09  COLUMN 01
               VALUE  "                         TIPO DE EXTRATO (".
           05  LINE 09  COLUMN 43
               VALUE  "M/A) :".
           05  LINE 11  COLUMN 01
               VALUE  "                         MES (SO MENSAL)".
           05  LINE 11  COLUMN 43
               VALUE  "     :".
           05  LINE 13  COLUMN 01
               VALUE  "                         ANO".
           05  LINE 13  COLUMN 43
               VALUE  "     :".
           05  LINE 15  COLUMN 01
               VALUE  "                         CHAPA (0=TODAS)".
           05  LINE 15  COLUMN 43
               VALUE  "     :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-TIPOEXT
               LINE 09  COLUMN 51  PIC X(01)
               USING  W-TIPOEXT
               HIGHLIGHT.
           05  TW-MESCOMPET
               LINE 11  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  TW-ANOCOMPET
               LINE 13  COLUMN 51  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-CHAPASEL
               LINE 15  COLUMN 51  PIC 9(06)
               USING  W-CHAPASEL
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
                MOVE SPACES TO W-TIPOEXT W-OPCAO
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-CHAPASEL
                MOVE ZEROS TO W-QTDORD W-TOTGERAL
                DISPLAY TELAPRINCIPAL.
       INC-TIPO.
                ACCEPT TW-TIPOEXT
                IF W-TIPOEXT = "m"
                   MOVE "M" TO W-TIPOEXT.
                IF W-TIPOEXT = "a"
                   MOVE "A" TO W-TIPOEXT.
                IF W-TIPOEXT NOT = "M" AND "A"
                   MOVE "*** DIGITE M=MENSAL OU A=ANUAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
                IF W-TIPOEXT = "A"
                   MOVE ZEROS TO W-MESCOMPET
                   DISPLAY TW-MESCOMPET
                   GO TO INC-ANO.
       INC-MES.
                ACCEPT TW-MESCOMPET
                IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TW-ANOCOMPET
                IF W-ANOCOMPET < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-CHAPA.
                ACCEPT TW-CHAPASEL
                IF W-CHAPASEL = ZEROS
                   GO TO INC-OPC.
                OPEN INPUT CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                MOVE W-CHAPASEL TO CODFUNC
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   CLOSE CADFUNC
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CHAPA.
                CLOSE CADFUNC
                PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                IF W-FILRC = "N"
                   MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CHAPA.
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
           OPEN INPUT CADPENJUD
           IF ST-ERRO NOT = "00"
              MOVE "* NAO HA ORDENS JUDICIAIS CADASTRADAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPENJUD
              GO TO ROT-FIM2.
      * O DETALHE POR ORDEM (FPPREL) E O ANALITICO POR VERBA SAO
      * OPCIONAIS; SEM NENHUM DOS DOIS NAO HA O QUE DEMONSTRAR.
           MOVE ZEROS TO W-PPARQ W-VBARQ W-FILARQ
           OPEN INPUT CADPENPG
           IF ST-ERRO = "00"
              MOVE 1 TO W-PPARQ.
           OPEN INPUT CADPAGVB
           IF ST-ERRO = "00"
              MOVE 1 TO W-VBARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           IF W-PPARQ = 0 AND W-VBARQ = 0
              MOVE "*** FOLHA SEM RESULTADO DE PENSAO GRAVADO ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-TIPOEXT = "M"
              MOVE "PENSMES" TO W-SPLTIPO
              MOVE W-MESCOMPET TO W-SPLMES
           ELSE
              MOVE "PENSANO" TO W-SPLTIPO
              MOVE 12 TO W-SPLMES.
           MOVE W-ANOCOMPET TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADPENTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPENTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CHAPASEL TO PJ-CODFUNC
           MOVE ZEROS TO PJ-SEQ
           START CADPENJUD KEY IS NOT LESS PJ-KEY
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXT.
      *----------------------------------------------------------------
      * UMA ORDEM DE ALIMENTOS POR VEZ (PENHORA CIVEL NAO ENTRA).
      *----------------------------------------------------------------
       LE-ORDEM.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-EXT.
           IF W-CHAPASEL NOT = ZEROS AND PJ-CODFUNC NOT = W-CHAPASEL
              GO TO FIM-EXT.
           IF PJ-TIPO NOT = "A"
              GO TO LE-ORDEM.
           MOVE PJ-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO CPF FILIAL.
      * SEM CHAPA INFORMADA SO SAEM AS ORDENS DAS FILIAIS DO OPERADOR.
           IF W-CHAPASEL = ZEROS
              PERFORM VERIF-FILREL THRU VERIF-FILREL-FIM
              IF W-FILRC = "N"
                 GO TO LE-ORDEM.
           MOVE PJ-KEY TO W-PJKEYSAV
           PERFORM CONTA-ORDENS THRU CONTA-ORDENS-FIM
           IF W-TIPOEXT = "M"
              PERFORM EXT-MENSAL THRU EXT-MENSAL-FIM
           ELSE
              PERFORM EXT-ANUAL THRU EXT-ANUAL-FIM.
           GO TO LE-ORDEM.
       FIM-EXT.
           MOVE W-QTDORD TO EXT-RQTD
           MOVE W-TOTGERAL TO EXT-RVAL
           WRITE REGPENTX FROM EXT-RODAPE
           CLOSE CADPENTX
           IF W-QTDORD = ZEROS
              MOVE "*** NENHUMA ORDEM COM VALOR NO PERIODO ***" TO MENS
           ELSE
              MOVE "*** EXTRATOS GERADOS NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * EXTRATO MENSAL DE UMA ORDEM: SO SAI QUANDO HOUVE PENSAO NA
      * COMPETENCIA.
      *----------------------------------------------------------------
       EXT-MENSAL.
           MOVE W-MESCOMPET TO W-MESX
           PERFORM BUSCA-MES THRU BUSCA-MES-FIM
           IF W-ORIGEM = SPACES
              GO TO EXT-MENSAL-FIM.
           ADD 1 TO W-QTDORD
           ADD W-VALOR TO W-TOTGERAL
           MOVE W-MESCOMPET TO EXT-TMES
           MOVE W-ANOCOMPET TO EXT-TANO
           WRITE REGPENTX FROM EXT-TITM
           PERFORM CAB-ORDEM THRU CAB-ORDEM-FIM
           MOVE "BASE (LIQUIDO APOS INSS E IRRF)" TO EXT-VROT
           MOVE W-BASE TO EXT-VVAL
           IF W-ORIGEM = "*"
              MOVE "BASE (NAO DETALHADA NESTA COMPETENCIA)" TO EXT-VROT.
           WRITE REGPENTX FROM EXT-VALM
           MOVE W-PERC TO EXT-PPERC
           WRITE REGPENTX FROM EXT-PERCM
           MOVE "VALOR RETIDO E REPASSADO AO BENEFICIARIO"
                                                         TO EXT-VROT
           IF W-ORIGEM = "*"
              MOVE "VALOR RETIDO E REPASSADO (*)" TO EXT-VROT.
           MOVE W-VALOR TO EXT-VVAL
           WRITE REGPENTX FROM EXT-VALM
           IF W-ORIGEM = "*"
              WRITE REGPENTX FROM EXT-NOTA1
              WRITE REGPENTX FROM EXT-NOTA2.
           WRITE REGPENTX FROM EXT-SEP.
       EXT-MENSAL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * INFORME ANUAL DE UMA ORDEM (BENEFICIARIO): MES A MES, COM O
      * TOTAL DA VERBA 923 DO ALIMENTANTE COMO CONFERENCIA.
      *----------------------------------------------------------------
       EXT-ANUAL.
           MOVE ZEROS TO W-TOTANO W-TOTVB W-TEMNOTA
           MOVE 1 TO W-MESX.
       EXT-ANUAL-SOMA.
           PERFORM BUSCA-MES THRU BUSCA-MES-FIM
           ADD W-VALOR TO W-TOTANO
           IF W-TEMVB = 1
              ADD VB-VALOR TO W-TOTVB.
           ADD 1 TO W-MESX
           IF W-MESX < 13
              GO TO EXT-ANUAL-SOMA.
           IF W-TOTANO = ZEROS
              GO TO EXT-ANUAL-FIM.
           ADD 1 TO W-QTDORD
           ADD W-TOTANO TO W-TOTGERAL
           MOVE W-ANOCOMPET TO EXT-TAANO
           WRITE REGPENTX FROM EXT-TITA
           PERFORM CAB-ORDEM THRU CAB-ORDEM-FIM
           WRITE REGPENTX FROM EXT-CABA
           MOVE 1 TO W-MESX.
       EXT-ANUAL-DET.
           PERFORM BUSCA-MES THRU BUSCA-MES-FIM
           IF W-ORIGEM = SPACES
              GO TO EXT-ANUAL-PROX.
           MOVE W-MESX TO EXT-DMES
           MOVE W-BASE TO EXT-DBASE
           MOVE W-PERC TO EXT-DPERC
           MOVE W-VALOR TO EXT-DVAL
           MOVE SPACES TO EXT-DORIG
           IF W-ORIGEM = "*"
              MOVE "*" TO EXT-DORIG
              MOVE 1 TO W-TEMNOTA.
           WRITE REGPENTX FROM EXT-DETA.
       EXT-ANUAL-PROX.
           ADD 1 TO W-MESX
           IF W-MESX < 13
              GO TO EXT-ANUAL-DET.
           MOVE W-TOTANO TO EXT-TAVAL
           WRITE REGPENTX FROM EXT-TOTA
           MOVE W-TOTVB TO EXT-TVBVAL
           WRITE REGPENTX FROM EXT-TOTVB
           IF W-TEMNOTA = 1
              WRITE REGPENTX FROM EXT-NOTA1
              WRITE REGPENTX FROM EXT-NOTA2.
           WRITE REGPENTX FROM EXT-SEP.
       EXT-ANUAL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CABECALHO COMUM: FONTE PAGADORA, ORDEM, ALIMENTANTE E
      * BENEFICIARIO COM A CONTA DE CREDITO.
      *----------------------------------------------------------------
       CAB-ORDEM.
           MOVE ZEROS TO EXT-FCNPJ
           MOVE SPACES TO EXT-FRAZAO
           IF W-FILARQ = 1
              MOVE FILIAL TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILCNPJ TO EXT-FCNPJ
                 MOVE FILRAZAO TO EXT-FRAZAO.
           WRITE REGPENTX FROM EXT-FONTE
           MOVE PJ-CODFUNC TO EXT-OCOD
           MOVE PJ-SEQ TO EXT-OSEQ
           IF PJ-STAT = "A"
              MOVE "ATIVA" TO EXT-OSTAT
           ELSE
              MOVE "ENCERRADA" TO EXT-OSTAT.
           WRITE REGPENTX FROM EXT-ORDEM
           MOVE NOME TO EXT-ANOME
           MOVE CPF TO EXT-ACPF
           WRITE REGPENTX FROM EXT-ALIM
           MOVE PJ-BENEF TO EXT-BNOME
           WRITE REGPENTX FROM EXT-BENEF
           MOVE PJ-BANCO TO EXT-BBANCO
           MOVE PJ-AGENCIA TO EXT-BAGE
           MOVE PJ-CONTA TO EXT-BCONTA
           MOVE PJ-CONTADV TO EXT-BDV
           WRITE REGPENTX FROM EXT-CONTA.
       CAB-ORDEM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VALOR DA ORDEM CORRENTE NO MES W-MESX: PRIMEIRO O DETALHE POR
      * ORDEM GRAVADO PELO FPPREL; SEM ELE (FOLHAS ANTIGAS), A VERBA
      * 923 DA CHAPA QUANDO ELA TEM UMA UNICA ORDEM DE ALIMENTOS.
      * W-ORIGEM: " " = SEM VALOR, "D" = DETALHE, "*" = VERBA 923.
      *----------------------------------------------------------------
       BUSCA-MES.
           MOVE SPACES TO W-ORIGEM
           MOVE ZEROS TO W-BASE W-VALOR W-TEMVB
           MOVE PJ-PERC TO W-PERC
           IF W-VBARQ = 1
              MOVE PJ-CODFUNC TO VB-CODFUNC
              MOVE W-ANOCOMPET TO VB-ANO
              MOVE W-MESX TO VB-MES
              MOVE 923 TO VB-RUB
              READ CADPAGVB
              IF ST-ERRO = "00"
                 MOVE 1 TO W-TEMVB.
           IF W-PPARQ = 0
              GO TO BUSCA-MES-VB.
           MOVE PJ-CODFUNC TO PP-CODFUNC
           MOVE W-ANOCOMPET TO PP-ANO
           MOVE W-MESX TO PP-MES
           MOVE PJ-SEQ TO PP-SEQ
           READ CADPENPG
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-MES-VB.
           IF PP-VALOR = ZEROS
              GO TO BUSCA-MES-FIM.
           MOVE "D" TO W-ORIGEM
           MOVE PP-BASE TO W-BASE
           MOVE PP-PERC TO W-PERC
           MOVE PP-VALOR TO W-VALOR
           GO TO BUSCA-MES-FIM.
       BUSCA-MES-VB.
           IF W-TEMVB = 0 OR W-QTDCHAPA NOT = 1
              GO TO BUSCA-MES-FIM.
           IF VB-VALOR = ZEROS
              GO TO BUSCA-MES-FIM.
           MOVE "*" TO W-ORIGEM
           MOVE VB-VALOR TO W-VALOR.
       BUSCA-MES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * QUANTAS ORDENS DE ALIMENTOS A CHAPA TEM; DEPOIS REPOSICIONA
      * A LEITURA SEQUENCIAL NA ORDEM CORRENTE.
      *----------------------------------------------------------------
       CONTA-ORDENS.
           MOVE ZEROS TO W-QTDCHAPA
           MOVE ZEROS TO PJ-SEQ
           START CADPENJUD KEY IS NOT LESS PJ-KEY
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ORDENS-REP.
       CONTA-ORDENS-LP.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ORDENS-REP.
           IF PJ-CODFUNC NOT = CODFUNC
              GO TO CONTA-ORDENS-REP.
           IF PJ-TIPO = "A"
              ADD 1 TO W-QTDCHAPA.
           GO TO CONTA-ORDENS-LP.
       CONTA-ORDENS-REP.
           MOVE W-PJKEYSAV TO PJ-KEY
           START CADPENJUD KEY IS NOT LESS PJ-KEY
           READ CADPENJUD NEXT.
       CONTA-ORDENS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA CONTRA AS FILIAIS DO OPERADOR (FPP187): "V"
      * NA CHAPA INFORMADA (A TENTATIVA NEGADA FICA NO CADLOG) E "R"
      * EM CADA ORDEM QUANDO O EXTRATO E DE TODAS AS CHAPAS.
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *
       VERIF-FILREL.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILREL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA A SAIDA NO SPOOL CENTRAL (ARQSPOOL): CADA GERACAO
      * GANHA NUMERO E NOME PROPRIOS EM VEZ DE SOBRESCREVER UM .DOC
      * FIXO; A TELA DE SPOOL (FPP063) LISTA E REIMPRIME QUALQUER
      * GERACAO PASSADA.
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
                IF W-PPARQ = 1
                   CLOSE CADPENPG.
                IF W-VBARQ = 1
                   CLOSE CADPAGVB.
                IF W-FILARQ = 1
                   CLOSE CADFILIAL.
                CLOSE CADPENJUD CADFUNC.
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
       FIM-ROT-TEMPO.
