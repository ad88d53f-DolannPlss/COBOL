       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP136.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ARQUIVO DE REPASSE DO CONSIGNADO AO BANCO, GERADO     *
      * DEPOIS DA FOLHA: POR CONTRATO (ARQEMPR/ARQEMPCT) O    *
      * VALOR PREVISTO E O EFETIVAMENTE DESCONTADO NA VERBA   *
      * 931 DO ARQPAGVB. CONTRATO NAO DESCONTADO INTEGRAL-    *
      * MENTE SAI MARCADO COM O MOTIVO: D=DESLIGAMENTO,       *
      * A=AFASTAMENTO, L=LIQUIDO INSUFICIENTE                 *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EMPCODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEMPCT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CT-CODFUNC
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
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREPASSE ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
          03 EMPVALORTOT              PIC 9(06)V99.
          03 EMPVALPARC               PIC 9(06)V99.
          03 EMPQTDPARC               PIC 9(02).
          03 EMPPARCPAGAS             PIC 9(02).
          03 EMPSALDO                 PIC 9(06)V99.
          03 EMPSTAT                  PIC X(01).
          03 EMPULTCOMP               PIC 9(06).
          03 EMPCODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
       FD CADEMPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPCT.DAT".
       01 REGEMPCT.
          03 CT-CONTRATO              PIC X(15).
          03 CT-BANCO                 PIC 9(03).
          03 CT-OPER                  PIC X(01).
          03 CT-DATAOPER              PIC 9(08).
          03 CT-DATAIMP               PIC 9(08).
          03 CT-CODFUNC               PIC 9(06).
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
      * RESULTADO ANALITICO DA FOLHA; O EMPRESTIMO DESCONTADO SAI NA
      * VERBA 931 (JA LIMITADA AO LIQUIDO DISPONIVEL).
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
      * REPASSE: HEADER "0", DETALHE "1" POR CONTRATO, TRAILER "9".
      * SITUACAO: I=INTEGRAL  P=PARCIAL  N=NAO DESCONTADO.
       FD CADREPASSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGREPDET.
          03 RPD-TIPOREG              PIC X(01).
          03 RPD-CPF                  PIC 9(11).
          03 RPD-CONTRATO             PIC X(15).
          03 RPD-CODFUNC              PIC 9(06).
          03 RPD-PREVISTO             PIC 9(06)V99.
          03 RPD-DESCONTADO           PIC 9(06)V99.
          03 RPD-SITUACAO             PIC X(01).
          03 RPD-MOTIVO               PIC X(01).
          03 RPD-SALDO                PIC 9(06)V99.
       01 REGREPHDR.
          03 RPH-TIPOREG              PIC X(01).
          03 RPH-MES                  PIC 9(02).
          03 RPH-ANO                  PIC 9(04).
          03 RPH-DATAGER              PIC 9(08).
          03 FILLER                   PIC X(44).
       01 REGREPTRL.
          03 RPT-TIPOREG              PIC X(01).
          03 RPT-QTD                  PIC 9(06).
          03 RPT-TOTPREV              PIC 9(09)V99.
          03 RPT-TOTDESC              PIC 9(09)V99.
          03 FILLER                   PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-COMPINI       PIC 9(08) VALUE ZEROS.
       01 W-COMPFIM       PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-PREVISTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-DESCONTADO    PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDCONTR      PIC 9(06) VALUE ZEROS.
       01 W-QTDINTEG      PIC 9(06) VALUE ZEROS.
       01 W-QTDPARC       PIC 9(06) VALUE ZEROS.
       01 W-QTDNAO        PIC 9(06) VALUE ZEROS.
       01 W-TOTPREV       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESC       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESCED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(07) VALUE "REPCONS".
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** REPASSE DO CONSIGNADO AO BANCO ***".
           05  LINE 06  COLUMN 01
               VALUE  "                         MES".
           05  LINE 08  COLUMN 01
               VALUE  "                         ANO".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA A GERACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
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
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET
                MOVE ZEROS TO W-QTDCONTR W-QTDINTEG W-QTDPARC W-QTDNAO
                MOVE ZEROS TO W-TOTPREV W-TOTDESC
                DISPLAY TELAPRINCIPAL.
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
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                COMPUTE W-COMPET = W-ANOCOMPET * 100 + W-MESCOMPET
                COMPUTE W-COMPINI = W-COMPET * 100 + 1
                COMPUTE W-COMPFIM = W-COMPET * 100 + 31.
      *
       INC-OP0.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2.
           OPEN INPUT CADEMPCT
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPCT" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR
                      GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR CADEMPCT
                      GO TO ROT-FIM2.
           OPEN INPUT CADPAGVB
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGVB" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR CADEMPCT CADFUNC
                      GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADREPASSE
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE REPASSE" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR CADEMPCT CADFUNC CADPAGVB
                      GO TO ROT-FIM2.
           MOVE SPACES TO REGREPHDR
           MOVE "0" TO RPH-TIPOREG
           MOVE W-MESCOMPET TO RPH-MES
           MOVE W-ANOCOMPET TO RPH-ANO
           MOVE W-HOJE TO RPH-DATAGER
           WRITE REGREPHDR.
      *
           MOVE ZEROS TO EMPCODFUNC
           START CADEMPR KEY IS NOT LESS EMPCODFUNC INVALID KEY
                 GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * ENTRA NO REPASSE O CONTRATO AINDA ATIVO OU O QUE TEVE A
      * ULTIMA PARCELA DESCONTADA NESTA COMPETENCIA. CONTRATO QUITADO
      * ANTECIPADAMENTE (CT-OPER = "Q") SO ENTRA SE HOUVE DESCONTO.
      *----------------------------------------------------------------
       LE-CONTRATO.
           READ CADEMPR NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF EMPSTAT NOT = "A" AND EMPULTCOMP NOT = W-COMPET
              GO TO LE-CONTRATO.
           MOVE EMPCODFUNC TO CT-CODFUNC
           READ CADEMPCT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CT-CONTRATO
              MOVE SPACE TO CT-OPER.
           MOVE EMPCODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO CPF
              MOVE SPACE TO FUNCSTAT TIPOAFAST
              MOVE ZEROS TO DATADEM DATAINIAFAST DATAPREVRET.
      *
           MOVE EMPCODFUNC TO VB-CODFUNC
           MOVE W-ANOCOMPET TO VB-ANO
           MOVE W-MESCOMPET TO VB-MES
           MOVE 931 TO VB-RUB
           READ CADPAGVB
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO W-DESCONTADO
           ELSE
              MOVE VB-VALOR TO W-DESCONTADO.
           IF EMPSTAT = "Q" AND CT-OPER = "Q" AND W-DESCONTADO = ZEROS
              GO TO LE-CONTRATO.
      *
      * PREVISTO: A PARCELA, LIMITADA AO SALDO QUE RESTAVA ANTES DA
      * FOLHA (A ULTIMA PARCELA PODE SER MENOR QUE AS DEMAIS).
           MOVE EMPVALPARC TO W-PREVISTO
           IF EMPULTCOMP = W-COMPET
              IF EMPSALDO + W-DESCONTADO < W-PREVISTO
                 COMPUTE W-PREVISTO = EMPSALDO + W-DESCONTADO.
           IF EMPULTCOMP NOT = W-COMPET AND EMPSALDO < W-PREVISTO
              MOVE EMPSALDO TO W-PREVISTO.
      *
           MOVE SPACES TO REGREPDET
           MOVE "1" TO RPD-TIPOREG
           MOVE CPF TO RPD-CPF
           MOVE CT-CONTRATO TO RPD-CONTRATO
           MOVE EMPCODFUNC TO RPD-CODFUNC
           MOVE W-PREVISTO TO RPD-PREVISTO
           MOVE W-DESCONTADO TO RPD-DESCONTADO
           MOVE EMPSALDO TO RPD-SALDO
           MOVE SPACE TO RPD-MOTIVO
           IF W-DESCONTADO NOT < W-PREVISTO
              MOVE "I" TO RPD-SITUACAO
              ADD 1 TO W-QTDINTEG
              GO TO GRAVA-DETALHE.
           IF W-DESCONTADO = ZEROS
              MOVE "N" TO RPD-SITUACAO
              ADD 1 TO W-QTDNAO
           ELSE
              MOVE "P" TO RPD-SITUACAO
              ADD 1 TO W-QTDPARC.
           PERFORM MOTIVO-FALTA THRU MOTIVO-FALTA-FIM.
       GRAVA-DETALHE.
           WRITE REGREPDET
           ADD 1 TO W-QTDCONTR
           ADD W-PREVISTO TO W-TOTPREV
           ADD W-DESCONTADO TO W-TOTDESC
           GO TO LE-CONTRATO.
      *----------------------------------------------------------------
      * MOTIVO DO DESCONTO A MENOR: DESLIGAMENTO ATE O FIM DA
      * COMPETENCIA, AFASTAMENTO QUE ALCANCA A COMPETENCIA OU, NOS
      * DEMAIS CASOS, LIQUIDO INSUFICIENTE (MARGEM CONSUMIDA).
      *----------------------------------------------------------------
       MOTIVO-FALTA.
           IF FUNCSTAT = "D" AND DATADEM NOT > W-COMPFIM
              MOVE "D" TO RPD-MOTIVO
              GO TO MOTIVO-FALTA-FIM.
           IF TIPOAFAST NOT = SPACE AND DATAINIAFAST NOT = ZEROS
              AND DATAINIAFAST NOT > W-COMPFIM
              IF DATAPREVRET = ZEROS OR DATAPREVRET NOT < W-COMPINI
                 MOVE "A" TO RPD-MOTIVO
                 GO TO MOTIVO-FALTA-FIM.
           MOVE "L" TO RPD-MOTIVO.
       MOTIVO-FALTA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REGREPTRL
           MOVE "9" TO RPT-TIPOREG
           MOVE W-QTDCONTR TO RPT-QTD
           MOVE W-TOTPREV TO RPT-TOTPREV
           MOVE W-TOTDESC TO RPT-TOTDESC
           WRITE REGREPTRL.
      *
           DISPLAY (12, 10) "CONTRATOS NO REPASSE : "
           DISPLAY (12, 33) W-QTDCONTR
           DISPLAY (13, 10) "DESCONTO INTEGRAL    : "
           DISPLAY (13, 33) W-QTDINTEG
           DISPLAY (14, 10) "DESCONTO PARCIAL     : "
           DISPLAY (14, 33) W-QTDPARC
           DISPLAY (15, 10) "NAO DESCONTADOS      : "
           DISPLAY (15, 33) W-QTDNAO
           MOVE W-TOTDESC TO W-TOTDESCED
           DISPLAY (16, 10) "TOTAL A REPASSAR     : "
           DISPLAY (16, 33) W-TOTDESCED
           DISPLAY (20, 10) "ARQUIVO GERADO: "
           DISPLAY (20, 26) W-NOMEARQ
           MOVE "REPASSE GERADO - TECLE ENTER" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT (18, 40) W-OPCAO
           GO TO ROT-FIM.
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
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADEMPR CADEMPCT CADFUNC CADPAGVB CADREPASSE.
       ROT-FIM2.
           EXIT PROGRAM.
