       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP154.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CONCILIACAO DA FATURA DO SEGURO DE VIDA EM GRUPO:    *
      * IMPORTA A FATURA DA SEGURADORA (FATSEGVD.TXT) E      *
      * CONFRONTA VIDA A VIDA, PELO CPF, COM O CAPITAL E O   *
      * PREMIO CALCULADOS PELA FOLHA NA COMPETENCIA (FPP152) *
      * OK, DIVERGENTE, COBRADA SEM ADESAO E NAO COBRADA.    *
      * SAI NO SPOOL                                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSEGAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SGA-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEGVG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEG-COD
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
           SELECT CADSGWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-CPF
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFATSG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSGREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSEGAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGAD.DAT".
       01 REGSEGAD.
          03 SGA-CODSEG               PIC 9(03).
          03 SGA-DATAADES             PIC 9(08).
          03 SGA-STAT                 PIC X(01).
          03 SGA-BNOME1               PIC X(25).
          03 SGA-BPAREN1              PIC X(01).
          03 SGA-BPERC1               PIC 9(03)V99.
          03 SGA-BNOME2               PIC X(25).
          03 SGA-BPAREN2              PIC X(01).
          03 SGA-BPERC2               PIC 9(03)V99.
          03 SGA-BNOME3               PIC X(25).
          03 SGA-BPAREN3              PIC X(01).
          03 SGA-BPERC3               PIC 9(03)V99.
          03 SGA-CAPITAL              PIC 9(09)V99.
          03 SGA-PREMIO               PIC 9(07)V99.
          03 SGA-PREMFUNC             PIC 9(07)V99.
          03 SGA-ULTCOMP              PIC 9(06).
          03 SGA-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADSEGVG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVG.DAT".
       01 REGSEGVG.
          03 SEG-SEGURADORA           PIC X(30).
          03 SEG-CNPJ                 PIC 9(14).
          03 SEG-APOLICE              PIC X(15).
          03 SEG-MULT                 PIC 9(02).
          03 SEG-CAPMIN               PIC 9(07)V99.
          03 SEG-CAPMAX               PIC 9(07)V99.
          03 SEG-TAXA                 PIC 9(02)V9(04).
          03 SEG-PERCFUNC             PIC 9(03)V99.
          03 SEG-STAT                 PIC X(01).
          03 SEG-COD                  PIC 9(03).
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
      * ARQUIVO DE TRABALHO (REFEITO A CADA CONCILIACAO) COM AS VIDAS
      * DA FOLHA NA COMPETENCIA, POR CPF. WK-ACHADA = "S" QUANDO A
      * VIDA APARECE NA FATURA.
       FD CADSGWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSGWK.DAT".
       01 REGSGWK.
          03 WK-CODFUNC               PIC 9(06).
          03 WK-NOME                  PIC X(30).
          03 WK-CAPITAL               PIC 9(09)V99.
          03 WK-PREMIO                PIC 9(07)V99.
          03 WK-ACHADA                PIC X(01).
          03 WK-CPF                   PIC 9(11).
      *-----------------------------------------------------------------
      * FATURA DA SEGURADORA: HEADER "0", DETALHE "1" POR VIDA
      * COBRADA, TRAILER "9".
       FD CADFATSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATSEGVD.TXT".
       01 REGFATDET.
          03 FTD-TIPOREG              PIC X(01).
          03 FTD-CPF                  PIC 9(11).
          03 FTD-CAPITAL              PIC 9(09)V99.
          03 FTD-PREMIO               PIC 9(07)V99.
          03 FILLER                   PIC X(18).
       01 REGFATHDR.
          03 FTH-TIPOREG              PIC X(01).
          03 FTH-APOLICE              PIC X(15).
          03 FTH-MES                  PIC 9(02).
          03 FTH-ANO                  PIC 9(04).
          03 FILLER                   PIC X(28).
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
       FD CADSGREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGSGREL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-CODSEG        PIC 9(03) VALUE ZEROS.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
       01 W-FATARQ        PIC 9(01) VALUE ZEROS.
       01 W-RELARQ        PIC 9(01) VALUE ZEROS.
       01 W-DIFCAP        PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFPREM       PIC S9(07)V99 VALUE ZEROS.
       01 W-QTDFOLHA      PIC 9(06) VALUE ZEROS.
       01 W-QTDFAT        PIC 9(06) VALUE ZEROS.
       01 W-QTDOK         PIC 9(06) VALUE ZEROS.
       01 W-QTDDIV        PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMAD      PIC 9(06) VALUE ZEROS.
       01 W-QTDNAOCOB     PIC 9(06) VALUE ZEROS.
       01 W-TOTPREMFAT    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPREMFOL    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTDIF        PIC S9(11)V99 VALUE ZEROS.
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
       01 SGR-SEP.
                03 FILLER      PIC X(97) VALUE ALL "-".
       01 SGR-TIT.
                03 FILLER      PIC X(36) VALUE
                   "CONCILIACAO DA FATURA SEGURO VIDA - ".
                03 SGR-TSEG    PIC X(30).
                03 FILLER      PIC X(06) VALUE " COMP ".
                03 SGR-TMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 SGR-TANO    PIC 9999.
       01 SGR-CAB.
                03 FILLER      PIC X(31) VALUE
                   "SITUACAO    CPF         CHAPA".
                03 FILLER      PIC X(19) VALUE
                   "FUNCIONARIO".
                03 FILLER      PIC X(47) VALUE
                   "  CAP.FATURA    CAP.FOLHA   PREM.FAT   PREM.FOL".
       01 SGR-DET.
                03 SGR-SIT     PIC X(12).
                03 SGR-CPF     PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-COD     PIC ZZZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-NOME    PIC X(18).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-CAPFAT  PIC ZZZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-CAPFOL  PIC ZZZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-PREMFAT PIC ZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 SGR-PREMFOL PIC ZZZZZZ9,99.
       01 SGR-TOT1.
                03 FILLER      PIC X(38) VALUE
                   "VIDAS NA FOLHA / NA FATURA ..........:".
                03 SGR-RQFOL   PIC ZZZZZ9.
                03 FILLER      PIC X(03) VALUE " / ".
                03 SGR-RQFAT   PIC ZZZZZ9.
       01 SGR-TOT2.
                03 FILLER      PIC X(38) VALUE
                   "OK / DIVERGENTES ....................:".
                03 SGR-RQOK    PIC ZZZZZ9.
                03 FILLER      PIC X(03) VALUE " / ".
                03 SGR-RQDIV   PIC ZZZZZ9.
       01 SGR-TOT3.
                03 FILLER      PIC X(38) VALUE
                   "COBRADAS SEM ADESAO / NAO COBRADAS ..:".
                03 SGR-RQSEM   PIC ZZZZZ9.
                03 FILLER      PIC X(03) VALUE " / ".
                03 SGR-RQNAO   PIC ZZZZZ9.
       01 SGR-TOT4.
                03 FILLER      PIC X(38) VALUE
                   "PREMIO FATURADO / CALCULADO .........:".
                03 SGR-RPFAT   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE " / ".
                03 SGR-RPFOL   PIC ZZZ.ZZZ.ZZ9,99.
       01 SGR-TOT5.
                03 FILLER      PIC X(38) VALUE
                   "DIFERENCA (FATURA - FOLHA) ..........:".
                03 SGR-RDIF    PIC ---.---.--9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONCILIACAO DA FATURA DO SEGURO DE".
           05  LINE 02  COLUMN 41
               VALUE  " VIDA ***".
           05  LINE 04  COLUMN 01
               VALUE  "                     APOLICE".
           05  LINE 06  COLUMN 01
               VALUE  "                         MES".
           05  LINE 08  COLUMN 01
               VALUE  "                         ANO".
           05  LINE 10  COLUMN 01
               VALUE  " ARQUIVO DA FATURA  : FATSEGVD.TXT".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CODSEG
               LINE 04  COLUMN 35  PIC 9(03)
               USING  W-CODSEG
               HIGHLIGHT.
           05  TW-MESCOMPET
               LINE 06  COLUMN 35  PIC 9(02)
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  TW-ANOCOMPET
               LINE 08  COLUMN 35  PIC 9(04)
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 51  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
      *
       INC-OP0.
           OPEN INPUT CADSEGVG
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE APOLICES NAO EXISTE (FPP151) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADSEGAD
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA ADESAO AO SEGURO CADASTRADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSEGVG
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSEGVG CADSEGAD
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-WKARQ W-FATARQ W-RELARQ.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO W-CODSEG W-MESCOMPET W-ANOCOMPET
                MOVE ZEROS TO W-QTDFOLHA W-QTDFAT W-QTDOK W-QTDDIV
                MOVE ZEROS TO W-QTDSEMAD W-QTDNAOCOB
                MOVE ZEROS TO W-TOTPREMFAT W-TOTPREMFOL
                DISPLAY TELAPRINCIPAL.
       INC-SEG.
                ACCEPT TW-CODSEG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                MOVE W-CODSEG TO SEG-COD
                READ CADSEGVG
                IF ST-ERRO NOT = "00"
                   MOVE "*** APOLICE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEG.
                DISPLAY (04, 40) SEG-SEGURADORA.
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
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                COMPUTE W-COMPET = W-ANOCOMPET * 100 + W-MESCOMPET.
      *
      * A FATURA TEM DE SER DA APOLICE E DA COMPETENCIA INFORMADAS.
       INC-FATURA.
           OPEN INPUT CADFATSG
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FATSEGVD.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-FATARQ
           READ CADFATSG
              AT END
                 MOVE "*** FATURA VAZIA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF FTH-TIPOREG NOT = "0" OR FTH-APOLICE NOT = SEG-APOLICE
              OR FTH-MES NOT = W-MESCOMPET OR FTH-ANO NOT = W-ANOCOMPET
              MOVE "* FATURA DE OUTRA APOLICE OU COMPETENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
           OPEN OUTPUT CADSGWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSGWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADSGWK
           OPEN I-O CADSGWK
           MOVE 1 TO W-WKARQ
           MOVE ZEROS TO SGA-CODFUNC
           START CADSEGAD KEY IS NOT LESS SGA-CODFUNC INVALID KEY
                 GO TO EMITE.
      *----------------------------------------------------------------
      * VIDAS DA FOLHA: ADESOES DA APOLICE CALCULADAS NA COMPETENCIA.
      *----------------------------------------------------------------
       LE-ADESAO.
           READ CADSEGAD NEXT RECORD
              AT END
                 GO TO EMITE.
           IF SGA-CODSEG NOT = W-CODSEG OR SGA-ULTCOMP NOT = W-COMPET
              GO TO LE-ADESAO.
           MOVE SGA-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LE-ADESAO.
           MOVE SGA-CODFUNC TO WK-CODFUNC
           MOVE NOME TO WK-NOME
           MOVE SGA-CAPITAL TO WK-CAPITAL
           MOVE SGA-PREMIO TO WK-PREMIO
           MOVE "N" TO WK-ACHADA
           MOVE CPF TO WK-CPF
           WRITE REGSGWK
           IF ST-ERRO NOT = "00"
              GO TO LE-ADESAO.
           ADD 1 TO W-QTDFOLHA
           ADD SGA-PREMIO TO W-TOTPREMFOL
           GO TO LE-ADESAO.
      *
       EMITE.
           MOVE "SEGVDCON" TO W-SPLTIPO
           MOVE W-MESCOMPET TO W-SPLMES
           MOVE W-ANOCOMPET TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADSGREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSGREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-RELARQ
           MOVE SEG-SEGURADORA TO SGR-TSEG
           MOVE W-MESCOMPET TO SGR-TMES
           MOVE W-ANOCOMPET TO SGR-TANO
           WRITE REGSGREL FROM SGR-TIT
           WRITE REGSGREL FROM SGR-SEP
           WRITE REGSGREL FROM SGR-CAB
           WRITE REGSGREL FROM SGR-SEP.
      *----------------------------------------------------------------
      * VIDA A VIDA DA FATURA. O PREMIO ACEITA 1 CENTAVO DE DIFERENCA
      * DE ARREDONDAMENTO; O CAPITAL TEM DE BATER.
      *----------------------------------------------------------------
       LE-FATURA.
           READ CADFATSG
              AT END
                 GO TO NAO-COBRADAS.
           IF FTD-TIPOREG = "9"
              GO TO NAO-COBRADAS.
           IF FTD-TIPOREG NOT = "1"
              GO TO LE-FATURA.
           ADD 1 TO W-QTDFAT
           ADD FTD-PREMIO TO W-TOTPREMFAT
           MOVE SPACES TO SGR-NOME
           MOVE ZEROS TO SGR-COD SGR-CAPFOL SGR-PREMFOL
           MOVE FTD-CPF TO SGR-CPF
           MOVE FTD-CAPITAL TO SGR-CAPFAT
           MOVE FTD-PREMIO TO SGR-PREMFAT
           MOVE FTD-CPF TO WK-CPF
           READ CADSGWK
           IF ST-ERRO NOT = "00"
              MOVE "SEM ADESAO" TO SGR-SIT
              ADD 1 TO W-QTDSEMAD
              WRITE REGSGREL FROM SGR-DET
              GO TO LE-FATURA.
           MOVE "S" TO WK-ACHADA
           REWRITE REGSGWK
           MOVE WK-CODFUNC TO SGR-COD
           MOVE WK-NOME TO SGR-NOME
           MOVE WK-CAPITAL TO SGR-CAPFOL
           MOVE WK-PREMIO TO SGR-PREMFOL
           COMPUTE W-DIFCAP = FTD-CAPITAL - WK-CAPITAL
           COMPUTE W-DIFPREM = FTD-PREMIO - WK-PREMIO
           IF W-DIFCAP NOT = ZEROS OR W-DIFPREM > 0,01
              OR W-DIFPREM < -0,01
              MOVE "DIVERGENTE" TO SGR-SIT
              ADD 1 TO W-QTDDIV
           ELSE
              MOVE "OK" TO SGR-SIT
              ADD 1 TO W-QTDOK.
           WRITE REGSGREL FROM SGR-DET
           GO TO LE-FATURA.
      *
      * VIDAS DA FOLHA QUE A SEGURADORA NAO COBROU.
       NAO-COBRADAS.
           MOVE ZEROS TO WK-CPF
           START CADSGWK KEY IS NOT LESS WK-CPF INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADSGWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           IF WK-ACHADA = "S"
              GO TO LE-TRAB.
           MOVE "NAO COBRADA" TO SGR-SIT
           MOVE WK-CPF TO SGR-CPF
           MOVE WK-CODFUNC TO SGR-COD
           MOVE WK-NOME TO SGR-NOME
           MOVE ZEROS TO SGR-CAPFAT SGR-PREMFAT
           MOVE WK-CAPITAL TO SGR-CAPFOL
           MOVE WK-PREMIO TO SGR-PREMFOL
           WRITE REGSGREL FROM SGR-DET
           ADD 1 TO W-QTDNAOCOB
           GO TO LE-TRAB.
       FIM-EMITE.
           WRITE REGSGREL FROM SGR-SEP
           MOVE W-QTDFOLHA TO SGR-RQFOL
           MOVE W-QTDFAT TO SGR-RQFAT
           WRITE REGSGREL FROM SGR-TOT1
           MOVE W-QTDOK TO SGR-RQOK
           MOVE W-QTDDIV TO SGR-RQDIV
           WRITE REGSGREL FROM SGR-TOT2
           MOVE W-QTDSEMAD TO SGR-RQSEM
           MOVE W-QTDNAOCOB TO SGR-RQNAO
           WRITE REGSGREL FROM SGR-TOT3
           MOVE W-TOTPREMFAT TO SGR-RPFAT
           MOVE W-TOTPREMFOL TO SGR-RPFOL
           WRITE REGSGREL FROM SGR-TOT4
           COMPUTE W-TOTDIF = W-TOTPREMFAT - W-TOTPREMFOL
           MOVE W-TOTDIF TO SGR-RDIF
           WRITE REGSGREL FROM SGR-TOT5
           MOVE "*** CONCILIACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
                IF W-RELARQ = 1
                   CLOSE CADSGREL.
                IF W-WKARQ = 1
                   CLOSE CADSGWK.
                IF W-FATARQ = 1
                   CLOSE CADFATSG.
                CLOSE CADSEGVG CADSEGAD CADFUNC.
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
