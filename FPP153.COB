       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP153.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ARQUIVO DE VIDAS SEGURADAS PARA A SEGURADORA, GERADO *
      * DEPOIS DA FOLHA: POR APOLICE (FPP151), AS ADESOES    *
      * (FPP152) CALCULADAS PELO FPPREL NA COMPETENCIA, COM  *
      * O CAPITAL SEGURADO E O PREMIO DE CADA VIDA. GERAR    *
      * ANTES DA FOLHA DA COMPETENCIA SEGUINTE               *
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
           SELECT CADVIDAS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
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
      * VIDAS: HEADER "0", DETALHE "1" POR VIDA, TRAILER "9".
       FD CADVIDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGVIDDET.
          03 VDD-TIPOREG              PIC X(01).
          03 VDD-CPF                  PIC 9(11).
          03 VDD-NOME                 PIC X(30).
          03 VDD-DATANASC             PIC X(08).
          03 VDD-SEXO                 PIC X(01).
          03 VDD-CODFUNC              PIC 9(06).
          03 VDD-CAPITAL              PIC 9(09)V99.
          03 VDD-PREMIO               PIC 9(07)V99.
       01 REGVIDHDR.
          03 VDH-TIPOREG              PIC X(01).
          03 VDH-APOLICE              PIC X(15).
          03 VDH-CNPJ                 PIC 9(14).
          03 VDH-MES                  PIC 9(02).
          03 VDH-ANO                  PIC 9(04).
          03 VDH-DATAGER              PIC 9(08).
          03 FILLER                   PIC X(33).
       01 REGVIDTRL.
          03 VDT-TIPOREG              PIC X(01).
          03 VDT-QTD                  PIC 9(06).
          03 VDT-TOTCAP               PIC 9(13)V99.
          03 VDT-TOTPREM              PIC 9(11)V99.
          03 FILLER                   PIC X(42).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-CODSEG        PIC 9(03) VALUE ZEROS.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-QTDVIDAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMCAD     PIC 9(06) VALUE ZEROS.
       01 W-TOTCAP        PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTPREM       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPREMFUNC   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCAPED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-TOTPREMED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(05) VALUE "SEGVD".
          03 W-NOMEARQ-SG PIC 9(03) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ARQUIVO DE VIDAS SEGURADAS (SEGURO".
           05  LINE 02  COLUMN 41
               VALUE  " DE VIDA EM GRUPO) ***".
           05  LINE 04  COLUMN 01
               VALUE  "                     APOLICE".
           05  LINE 06  COLUMN 01
               VALUE  "                         MES".
           05  LINE 08  COLUMN 01
               VALUE  "                         ANO".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA A GERACAO (S/N) :".
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
               LINE 18  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADSEGVG
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO DE APOLICES NAO EXISTE (FPP151) *"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2.
           OPEN INPUT CADSEGAD
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEGAD" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADSEGVG
                      GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADSEGVG CADSEGAD
                      GO TO ROT-FIM2.
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-CODSEG W-MESCOMPET W-ANOCOMPET
                MOVE ZEROS TO W-QTDVIDAS W-QTDSEMCAD
                MOVE ZEROS TO W-TOTCAP W-TOTPREM W-TOTPREMFUNC
                DISPLAY TELAPRINCIPAL.
       INC-SEG.
                ACCEPT TW-CODSEG
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
                   GO TO ROT-FIM1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                COMPUTE W-COMPET = W-ANOCOMPET * 100 + W-MESCOMPET.
      *
       INC-OP1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-CODSEG TO W-NOMEARQ-SG
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADVIDAS
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE VIDAS" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1.
           MOVE SPACES TO REGVIDHDR
           MOVE "0" TO VDH-TIPOREG
           MOVE SEG-APOLICE TO VDH-APOLICE
           MOVE SEG-CNPJ TO VDH-CNPJ
           MOVE W-MESCOMPET TO VDH-MES
           MOVE W-ANOCOMPET TO VDH-ANO
           MOVE W-HOJE TO VDH-DATAGER
           WRITE REGVIDHDR.
      *
           MOVE ZEROS TO SGA-CODFUNC
           START CADSEGAD KEY IS NOT LESS SGA-CODFUNC INVALID KEY
                 GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * ENTRA A VIDA DA APOLICE CALCULADA PELA FOLHA NA COMPETENCIA,
      * MESMO QUE A ADESAO TENHA SIDO CANCELADA DEPOIS DO CALCULO: A
      * COBERTURA DO MES JA FOI DESCONTADA.
      *----------------------------------------------------------------
       LE-ADESAO.
           READ CADSEGAD NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF SGA-CODSEG NOT = W-CODSEG OR SGA-ULTCOMP NOT = W-COMPET
              GO TO LE-ADESAO.
           MOVE SGA-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDSEMCAD
              GO TO LE-ADESAO.
           MOVE SPACES TO REGVIDDET
           MOVE "1" TO VDD-TIPOREG
           MOVE CPF TO VDD-CPF
           MOVE NOME TO VDD-NOME
           MOVE DATANASC TO VDD-DATANASC
           MOVE SEXO TO VDD-SEXO
           MOVE SGA-CODFUNC TO VDD-CODFUNC
           MOVE SGA-CAPITAL TO VDD-CAPITAL
           MOVE SGA-PREMIO TO VDD-PREMIO
           WRITE REGVIDDET
           ADD 1 TO W-QTDVIDAS
           ADD SGA-CAPITAL TO W-TOTCAP
           ADD SGA-PREMIO TO W-TOTPREM
           ADD SGA-PREMFUNC TO W-TOTPREMFUNC
           GO TO LE-ADESAO.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REGVIDTRL
           MOVE "9" TO VDT-TIPOREG
           MOVE W-QTDVIDAS TO VDT-QTD
           MOVE W-TOTCAP TO VDT-TOTCAP
           MOVE W-TOTPREM TO VDT-TOTPREM
           WRITE REGVIDTRL
           CLOSE CADVIDAS.
      *
           DISPLAY (11, 10) "VIDAS NO ARQUIVO     : "
           DISPLAY (11, 33) W-QTDVIDAS
           DISPLAY (12, 10) "ADESOES SEM CADASTRO : "
           DISPLAY (12, 33) W-QTDSEMCAD
           MOVE W-TOTCAP TO W-TOTCAPED
           DISPLAY (13, 10) "CAPITAL SEGURADO     : "
           DISPLAY (13, 33) W-TOTCAPED
           MOVE W-TOTPREM TO W-TOTPREMED
           DISPLAY (14, 10) "PREMIO TOTAL         : "
           DISPLAY (14, 33) W-TOTPREMED
           MOVE W-TOTPREMFUNC TO W-TOTPREMED
           DISPLAY (15, 10) "PARTE DOS EMPREGADOS : "
           DISPLAY (15, 33) W-TOTPREMED
           DISPLAY (20, 10) "ARQUIVO GERADO: "
           DISPLAY (20, 26) W-NOMEARQ
           MOVE "ARQUIVO DE VIDAS GERADO - TECLE ENTER" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT (18, 40) W-OPCAO
           GO TO ROT-FIM1.
      *
      **********************
      * MENSAGENS          *
      **********************
      *
       ROT-MENS.
           DISPLAY (24, 13) LIMPA
           DISPLAY (24, 13) MENS.
       ROT-MENS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
           CLOSE CADSEGVG CADSEGAD CADFUNC.
       ROT-FIM2.
           EXIT PROGRAM.
