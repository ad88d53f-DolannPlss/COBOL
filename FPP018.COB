                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EMPCODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEMANA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEM-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADADIANT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIX-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCNBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADCNBCR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD CADCNBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGCNBTX    PIC X(140).
      *-----------------------------------------------------------------
      * FORMA DE PAGAMENTO E CHAVE PIX DO FAVORECIDO (VER FPP004).
       FD CADPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
          03 PIX-KEY.
              05 PIX-ORIG             PIC X(01).
              05 PIX-COD              PIC 9(06).
              05 PIX-SEQ              PIC 9(02).
          03 PIX-FORMA                PIC X(01).
          03 PIX-TIPOCH               PIC X(01).
          03 PIX-CHAVE                PIC X(77).
          03 PIX-DATAALT              PIC 9(08).
      *-----------------------------------------------------------------
       FD CADCNBCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMECRIT.
       01 REGCNBCR    PIC X(100).
      *-----------------------------------------------------------------
       FD CADCAR
               LABEL RECORD IS STANDARD
          03 EMPSTAT                  PIC X(01).
          03 EMPULTCOMP               PIC 9(06).
          03 EMPCODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
      * FOLHA SEMANAL DOS HORISTAS (CALCULADA PELO FPPREL).
       FD CADSEMANA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEMANA.DAT".
       01 REGSEMANA.
          03 SEM-DIAINI               PIC 9(02).
          03 SEM-DIAFIM               PIC 9(02).
          03 SEM-HORAS                PIC 9(03)V99.
          03 SEM-HORAS100             PIC 9(03)V99.
          03 SEM-DSR                  PIC 9(07)V99.
          03 SEM-BRUTO                PIC 9(07)V99.
          03 SEM-INSS                 PIC 9(07)V99.
          03 SEM-IRRF                 PIC 9(07)V99.
          03 SEM-LIQ                  PIC 9(07)V99.
          03 SEM-FILIAL               PIC 9(02).
          03 SEM-STAT                 PIC X(01).
          03 SEM-DATACALC             PIC 9(08).
          03 SEM-KEY.
              05 SEM-CODFUNC          PIC 9(06).
              05 SEM-ANO              PIC 9(04).
              05 SEM-MES              PIC 9(02).
              05 SEM-NUM              PIC 9(01).
      *-----------------------------------------------------------------
       FD CADADIANT
               LABEL RECORD IS STANDARD
       01 W-APRVARQ       PIC 9(01) VALUE ZEROS.
       01 W-APRVOK        PIC 9(01) VALUE ZEROS.
       01 W-ADTDESC       PIC 9(06)V99 VALUE ZEROS.
       01 W-SEMARQ        PIC 9(01) VALUE ZEROS.
       01 W-SEMNUM        PIC 9(01) VALUE ZEROS.
       01 W-SEMK          PIC 9(01) VALUE ZEROS.
       01 W-SEMIX         PIC 9(01) VALUE ZEROS.
       01 W-SEMPAGO       PIC 9(07)V99 VALUE ZEROS.
       01 W-LIQS          PIC S9(07)V99 VALUE ZEROS.
       01 W-NOMEPAGF      PIC X(20) VALUE SPACES.
       01 W-NOMEPAG1.
       01 W-PJPRIOR       PIC 9(01) VALUE ZEROS.
       01 W-PJVAL         PIC S9(07)V99 VALUE ZEROS.
       01 W-PJRESTO       PIC S9(07)V99 VALUE ZEROS.
      *----------[ FAVORECIDO DO CREDITO NO ARQPIX E TOTAIS POR FORMA ]-
       01 W-PIXARQ        PIC 9(01) VALUE ZEROS.
       01 W-PIXOK         PIC 9(01) VALUE ZEROS.
       01 W-PIXORIG       PIC X(01) VALUE SPACES.
       01 W-PIXCOD        PIC 9(06) VALUE ZEROS.
       01 W-PIXSEQ        PIC 9(02) VALUE ZEROS.
       01 W-QTDCTA        PIC 9(06) VALUE ZEROS.
       01 W-VALCTA        PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDPIX        PIC 9(06) VALUE ZEROS.
       01 W-VALPIX        PIC 9(09)V99 VALUE ZEROS.
      *----------[ CRITICA DAS CONTAS ANTES DA REMESSA (FPP173) ]-------
       01 W-QTDCRIT       PIC 9(05) VALUE ZEROS.
       01 W-NOMECRIT      PIC X(20) VALUE SPACES.
       01 W-NOMECRIT1.
          03 FILLER       PIC X(08) VALUE "CADCNBCR".
          03 W-NOMECRIT-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMECRIT-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-BCOPARM.
          03 W-BCOBANCO        PIC 9(03) VALUE ZEROS.
          03 W-BCOAGENCIA      PIC 9(04) VALUE ZEROS.
          03 W-BCOCONTA        PIC 9(08) VALUE ZEROS.
          03 W-BCODV           PIC X(01) VALUE SPACES.
          03 W-BCORC           PIC X(01) VALUE SPACES.
          03 W-BCODVCALC       PIC X(01) VALUE SPACES.
          03 W-BCOMSG          PIC X(50) VALUE SPACES.
       01 CRT-TIT.
                03 FILLER      PIC X(46) VALUE
                   "CONTAS COM DIGITO INVALIDO ANTES DA REMESSA - ".
                03 CRT-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRT-ANO     PIC 9999.
                03 FILLER      PIC X(07) VALUE "  TIPO ".
                03 CRT-TIPOPG  PIC X(01).
       01 CRT-CAB.
                03 FILLER      PIC X(47) VALUE
                   "ORIGEM   CODIGO NOME".
                03 FILLER      PIC X(31) VALUE
                   "BCO AGEN CONTA        ESPERADO".
       01 CRT-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 CRT-DET.
                03 CRT-ORIG    PIC X(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRT-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRT-NOME    PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRT-BANCO   PIC 9(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRT-AGENCIA PIC 9(04).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRT-CONTA   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "-".
                03 CRT-DV      PIC X(01).
                03 FILLER      PIC X(09) VALUE SPACES.
                03 CRT-DVCALC  PIC X(01).
       01 CRT-TOT.
                03 FILLER      PIC X(28) VALUE
                   "TOTAL DE CONTAS INVALIDAS: ".
                03 CRT-QTD     PIC ZZZZ9.

      *----------[ TABELA DE FAIXAS DE DESCONTO INSS ]------------------
       01 TAB-INSS.
                03 DET-CONTADV       PIC X(01).
                03 FILLER            PIC X(01) VALUE " ".
                03 DET-VALOR         PIC 9(09)V99.
      * SEGMENTO DE TRANSFERENCIA PIX: EM VEZ DE BANCO/AGENCIA/CONTA
      * LEVA A ORIGEM DO FAVORECIDO ("F" CHAPA, "P" PENSAO COM A
      * SEQUENCIA DA ORDEM, "A" AUTONOMO), O TIPO E A CHAVE PIX.
       01 CNAB-PIX.
                03 FILLER            PIC X(01) VALUE "3".
                03 PXD-CODFUNC       PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 PXD-NOME          PIC X(30).
                03 FILLER            PIC X(01) VALUE " ".
                03 PXD-ORIG          PIC X(01).
                03 PXD-SEQ           PIC 9(02).
                03 FILLER            PIC X(01) VALUE " ".
                03 PXD-TIPOCH        PIC X(01).
                03 FILLER            PIC X(01) VALUE " ".
                03 PXD-VALOR         PIC 9(09)V99.
                03 FILLER            PIC X(01) VALUE " ".
                03 PXD-CHAVE         PIC X(77).
      * TOTAL GERAL SEGUIDO DOS TOTAIS DE CONTROLE DE CREDITO EM
      * CONTA E DE PIX.
       01 CNAB-TRAILER.
                03 FILLER            PIC X(01) VALUE "9".
                03 TRL-TOTFUNC       PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 TRL-TOTVALOR      PIC 9(09)V99.
                03 FILLER            PIC X(01) VALUE " ".
                03 TRL-QTDCTA        PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 TRL-VALCTA        PIC 9(09)V99.
                03 FILLER            PIC X(01) VALUE " ".
                03 TRL-QTDPIX        PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 TRL-VALPIX        PIC 9(09)V99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-AUTOPARM.
                MOVE ZEROS TO W-TOTFUNC W-TOTLIQ
                MOVE "E" TO LK-AUTORC
                MOVE ZEROS TO LK-AUTOTOT
                MOVE ZEROS TO W-SEMARQ W-SEMNUM
                IF LK-AUTOMODO = "A"
                   MOVE LK-AUTOMES TO W-MESCOMPET
                   MOVE LK-AUTOANO TO W-ANOCOMPET
                   GO TO INC-COMPET.
       INC-TIPOPG.
                DISPLAY (10, 22) "TIPO PGTO (S=SAL D=13o F=FERIAS"
                DISPLAY (10, 54) "R=RESC P=PLR H=SEMANAL):"
                MOVE "S" TO W-TIPOPG
                ACCEPT (10, 79) W-TIPOPG WITH UPDATE
                IF W-TIPOPG NOT = "S" AND W-TIPOPG NOT = "D"
                   AND W-TIPOPG NOT = "F" AND W-TIPOPG NOT = "R"
                   AND W-TIPOPG NOT = "P" AND W-TIPOPG NOT = "A"
                   AND W-TIPOPG NOT = "H"
                   MOVE "*** TIPO DE PAGAMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPOPG.
                IF W-TIPOPG NOT = "H"
                   GO TO INC-REGRA.
      * FOLHA SEMANAL DOS HORISTAS: CADA SEMANA DA COMPETENCIA SAI
      * NUM LOTE PROPRIO (CADCNBS + NUMERO DA SEMANA).
       INC-SEMANA.
                DISPLAY (12, 26) "SEMANA DA COMPETENCIA (1 a 6) :"
                ACCEPT (12, 58) W-SEMNUM WITH UPDATE
                IF W-SEMNUM < 1 OR W-SEMNUM > 6
                   MOVE "*** SEMANA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEMANA.
       INC-REGRA.
                ACCEPT TW-REGRA
                IF W-REGRA NOT = "A" AND W-REGRA NOT = "P"
           OPEN INPUT CADPENJUD
           IF ST-ERRO = "00"
              MOVE 1 TO W-PENSARQ.
      * A FORMA DE PAGAMENTO PIX (ARQPIX) E OPCIONAL: SEM ELA TODO
      * CREDITO SAI EM CONTA.
           MOVE ZEROS TO W-PIXARQ
           OPEN INPUT CADPIX
           IF ST-ERRO = "00"
              MOVE 1 TO W-PIXARQ.
      * CRITICA DO DIGITO DAS CONTAS QUE ENTRAM NA REMESSA; COM
      * CONTA INVALIDA O OPERADOR DECIDE SE GERA ASSIM MESMO (NA
      * GERACAO AUTOMATICA SEGUE, FICANDO O RELATORIO CADCNBCR).
           PERFORM PRE-CRITICA THRU PRE-CRITICA-FIM
           IF W-QTDCRIT NOT = ZEROS AND LK-AUTOMODO NOT = "A"
              PERFORM PRE-CRIT-CONF THRU PRE-CRIT-CONF-FIM
              IF W-OPCAO = "N" OR "n"
                 MOVE "*** REMESSA CANCELADA - CORRIJA AS CONTAS ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           MOVE "CADCNBRL" TO W-NOMEARQ-PFX
           IF W-TIPOPG = "D"
              MOVE "CADCNBFE" TO W-NOMEARQ-PFX.
           IF W-TIPOPG = "R"
              MOVE "CADCNBRS" TO W-NOMEARQ-PFX.
           IF W-TIPOPG = "H"
              MOVE "CADCNBS" TO W-NOMEARQ-PFX
              MOVE W-SEMNUM TO W-NOMEARQ-PFX(8:1).
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
              GO TO PROC-PLR.
           IF W-TIPOPG = "A"
              GO TO PROC-RPA.
           IF W-TIPOPG = "H"
              GO TO PROC-SEMANA.
      * ADIANTAMENTOS E CONSIGNADOS SAO OPCIONAIS E SO LIDOS AQUI.
           MOVE ZEROS TO W-ADTARQ
           OPEN INPUT CADADIANT
           OPEN INPUT CADAPRV
           IF ST-ERRO = "00"
              MOVE 1 TO W-APRVARQ.
      * AS FOLHAS SEMANAIS JA PAGAS SO ENTRAM NO RECALCULO FEITO NA
      * FALTA DO CADPAGRL.
           MOVE ZEROS TO W-SEMARQ
           OPEN INPUT CADSEMANA
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEMARQ.
           PERFORM CARGA-FOLHA THRU CARGA-FOLHA-FIM
           COMPUTE W-COMPFIM = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + 31.
      * O LIQUIDO DO CREDITO E O SALLIQ GRAVADO PELO FPPREL NO
      * CADPAGRL DA COMPETENCIA (JA COM APONTAMENTO, PRORRATA,
      * RUBRICAS, SALARIO-FAMILIA, CONSIGNADO, PENSAO E DESCONTO DO
      * ADIANTAMENTO E DAS SEMANAIS); SO NA FALTA DA FOLHA O VALOR E
      * RECALCULADO AQUI, AINDA ASSIM ABATENDO ADIANTAMENTO,
      * CONSIGNADO E O LIQUIDO DAS FOLHAS SEMANAIS JA PAGAS.
      *----------------------------------------------------------------
           PERFORM BUSCA-LIQ THRU BUSCA-LIQ-FIM
           IF W-IXL NOT = ZEROS
           ELSE
              PERFORM BUSCA-EMPR-PARC THRU BUSCA-EMPR-PARC-FIM
              PERFORM BUSCA-ADIANT THRU BUSCA-ADIANT-FIM
              PERFORM BUSCA-SEMANAS THRU BUSCA-SEMANAS-FIM
              COMPUTE W-LIQS = SALBRUTO - INSS - IMPREN - W-PENSVAL
                    - W-EMPRPARC - W-ADTDESC - W-SEMPAGO
              IF W-LIQS < ZEROS
                 MOVE ZEROS TO W-LIQS
              END-IF
              MOVE W-LIQS TO SALLIQ.

           MOVE "F" TO W-PIXORIG
           MOVE CODFUNC TO W-PIXCOD
           MOVE ZEROS TO W-PIXSEQ
           MOVE CODFUNC TO DET-CODFUNC
           MOVE NOME TO DET-NOME
           MOVE BANCO TO DET-BANCO
           MOVE CONTADV TO DET-CONTADV
           MOVE SALLIQ TO DET-VALOR.
       INC-WR1.
                PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
                IF ST-ERRO = "00"
                      ADD 1 TO W-TOTFUNC
                      ADD SALLIQ TO W-TOTLIQ
                MOVE W-TOTLIQ TO LK-AUTOTOT
                MOVE W-TOTFUNC TO TRL-TOTFUNC
                MOVE W-TOTLIQ TO TRL-TOTVALOR
                MOVE W-QTDCTA TO TRL-QTDCTA
                MOVE W-VALCTA TO TRL-VALCTA
                MOVE W-QTDPIX TO TRL-QTDPIX
                MOVE W-VALPIX TO TRL-VALPIX
                WRITE REGCNBTX FROM CNAB-TRAILER
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       BUSCA-ADIANT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LIQUIDO DAS FOLHAS SEMANAIS DA COMPETENCIA (ARQSEMANA).
      *----------------------------------------------------------------
       BUSCA-SEMANAS.
           MOVE ZEROS TO W-SEMPAGO
           IF W-SEMARQ NOT = 1
              GO TO BUSCA-SEMANAS-FIM.
           MOVE 1 TO W-SEMIX.
       BUSCA-SEMANAS-LP.
           MOVE CODFUNC TO SEM-CODFUNC
           MOVE W-ANOCOMPET TO SEM-ANO
           MOVE W-MESCOMPET TO SEM-MES
           MOVE W-SEMIX TO SEM-NUM
           READ CADSEMANA
           IF ST-ERRO = "00"
              ADD SEM-LIQ TO W-SEMPAGO.
           IF W-SEMIX < 6
              ADD 1 TO W-SEMIX
              GO TO BUSCA-SEMANAS-LP.
       BUSCA-SEMANAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PAGAMENTO DO 13 SALARIO: LIQUIDO (TOTAL - INSS - IRRF) DO
      * ARQUIVO GERADO PELO FPP006 PARA O ANO DA COMPETENCIA.
      *----------------------------------------------------------------
           READ CADAUTON
           IF ST-ERRO NOT = "00" OR AUT-BANCO = 0 OR AUT-CONTA = 0
              GO TO PROC-RPA-RD.
           MOVE "A" TO W-PIXORIG
           MOVE AUT-COD TO W-PIXCOD
           MOVE ZEROS TO W-PIXSEQ
           MOVE ZEROS TO DET-CODFUNC
           MOVE AUT-NOME TO DET-NOME
           MOVE AUT-BANCO TO DET-BANCO
           MOVE AUT-CONTA TO DET-CONTA
           MOVE AUT-CONTADV TO DET-CONTADV
           MOVE RPA-LIQ TO DET-VALOR
           PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTFUNC
              ADD RPA-LIQ TO W-TOTLIQ.
           MOVE "S" TO RSCPAGO
           REWRITE REGRESC
           GO TO PROC-RESC-RD.
      *----------------------------------------------------------------
      * FOLHA SEMANAL DOS HORISTAS: CREDITA O LIQUIDO DA SEMANA
      * CALCULADO PELO FPPREL (ARQSEMANA) E MARCA A SEMANA COMO
      * REMETIDA ("R"), O QUE IMPEDE NOVO CALCULO DELA.
      *----------------------------------------------------------------
       PROC-SEMANA.
           OPEN I-O CADSEMANA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA FOLHA SEMANAL CALCULADA (FPPREL) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-TOTAIS.
           MOVE LOW-VALUES TO SEM-KEY
           START CADSEMANA KEY IS NOT LESS SEM-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADSEMANA
              GO TO ROT-TOTAIS.
       PROC-SEMANA-RD.
           READ CADSEMANA NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADSEMANA
              GO TO ROT-TOTAIS.
           IF SEM-ANO NOT = W-ANOCOMPET OR SEM-MES NOT = W-MESCOMPET
              OR SEM-NUM NOT = W-SEMNUM
              GO TO PROC-SEMANA-RD.
           IF SEM-LIQ NOT > ZEROS
              GO TO PROC-SEMANA-RD.
           IF SEM-STAT = "R"
              GO TO PROC-SEMANA-RD.
           MOVE SEM-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR BANCO = 0 OR CONTA = 0
              GO TO PROC-SEMANA-RD.
           MOVE SEM-LIQ TO W-LQ13
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           MOVE "R" TO SEM-STAT
           REWRITE REGSEMANA
           GO TO PROC-SEMANA-RD.
      *----------------------------------------------------------------
       GRAVA-DET.
           MOVE "F" TO W-PIXORIG
           MOVE CODFUNC TO W-PIXCOD
           MOVE ZEROS TO W-PIXSEQ
           MOVE CODFUNC TO DET-CODFUNC
           MOVE NOME TO DET-NOME
           MOVE BANCO TO DET-BANCO
           MOVE CONTA TO DET-CONTA
           MOVE CONTADV TO DET-CONTADV
           MOVE W-LQ13 TO DET-VALOR
           PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTFUNC
              ADD W-LQ13 TO W-TOTLIQ.
       GRAVA-DET-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA O CREDITO MONTADO EM CNAB-DETALHE: FAVORECIDO COM FORMA
      * "P" NO ARQPIX (W-PIXORIG/W-PIXCOD/W-PIXSEQ) SAI NO SEGMENTO
      * PIX "3" PELA CHAVE; OS DEMAIS NO DETALHE "1" DA CONTA. OS
      * TOTAIS DE CONTROLE SEPARAM CREDITO EM CONTA E PIX.
      *----------------------------------------------------------------
       GRAVA-CREDITO.
           MOVE ZEROS TO W-PIXOK
           IF W-PIXARQ = 1
              MOVE W-PIXORIG TO PIX-ORIG
              MOVE W-PIXCOD TO PIX-COD
              MOVE W-PIXSEQ TO PIX-SEQ
              READ CADPIX
              IF ST-ERRO = "00" AND PIX-FORMA = "P"
                 MOVE 1 TO W-PIXOK
              END-IF
           END-IF.
           IF W-PIXOK = 1
              MOVE W-PIXCOD TO PXD-CODFUNC
              MOVE DET-NOME TO PXD-NOME
              MOVE W-PIXORIG TO PXD-ORIG
              MOVE W-PIXSEQ TO PXD-SEQ
              MOVE PIX-TIPOCH TO PXD-TIPOCH
              MOVE DET-VALOR TO PXD-VALOR
              MOVE PIX-CHAVE TO PXD-CHAVE
              WRITE REGCNBTX FROM CNAB-PIX
              IF ST-ERRO = "00"
                 ADD 1 TO W-QTDPIX
                 ADD DET-VALOR TO W-VALPIX
              END-IF
              GO TO GRAVA-CREDITO-FIM.
           WRITE REGCNBTX FROM CNAB-DETALHE
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDCTA
              ADD DET-VALOR TO W-VALCTA.
       GRAVA-CREDITO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DATA PROGRAMADA DO CREDITO: DIA 05 DO MES SEGUINTE A
      * COMPETENCIA, DESVIADA PARA DIA UTIL CONFORME A REGRA
      * (A=ANTECIPA, P=POSTERGA), PULANDO FINS DE SEMANA E OS
      * FERIADOS DO CALENDARIO (FPP049).
      *----------------------------------------------------------------
       CALC-DIAUTIL.
           IF W-TIPOPG = "H"
              PERFORM SEM-PAGTO THRU SEM-PAGTO-FIM
              GO TO CALC-DIAUTIL-CHK.
           MOVE 05 TO W-PAGDIA
           MOVE W-MESCOMPET TO W-PAGMES
           MOVE W-ANOCOMPET TO W-PAGANO
       CALC-DIAUTIL-FIM.
           EXIT.
      *
      * CREDITO DA FOLHA SEMANAL: SEXTA-FEIRA SEGUINTE AO DOMINGO QUE
      * FECHA A SEMANA (CINCO DIAS APOS O ULTIMO DIA DELA).
       SEM-PAGTO.
           MOVE W-ANOCOMPET TO W-PAGANO
           MOVE W-MESCOMPET TO W-PAGMES
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE 1 TO W-SEMK
           MOVE ZEROS TO W-PAGDIA.
       SEM-PAGTO-LP.
           ADD 1 TO W-PAGDIA
           IF W-PAGDIA NOT < W-PAGULT
              GO TO SEM-PAGTO-SOMA.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-ZH = 1
              IF W-SEMK = W-SEMNUM
                 GO TO SEM-PAGTO-SOMA
              ELSE
                 ADD 1 TO W-SEMK.
           GO TO SEM-PAGTO-LP.
       SEM-PAGTO-SOMA.
           MOVE 5 TO W-SEMIX.
       SEM-PAGTO-DIA.
           ADD 1 TO W-PAGDIA
           IF W-PAGDIA > W-PAGULT
              MOVE 01 TO W-PAGDIA
              ADD 1 TO W-PAGMES
              IF W-PAGMES > 12
                 MOVE 01 TO W-PAGMES
                 ADD 1 TO W-PAGANO
              END-IF
              PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM.
           SUBTRACT 1 FROM W-SEMIX
           IF W-SEMIX > ZEROS
              GO TO SEM-PAGTO-DIA.
       SEM-PAGTO-FIM.
           EXIT.
      *
      * DIA DA SEMANA POR ZELLER: W-ZH 0=SABADO 1=DOMINGO 2=SEGUNDA...
       CALC-DIASEM.
           MOVE W-PAGANO TO W-ZY
                IF W-PJVAL NOT > ZEROS
                   GO TO GRAVA-PENS-LP.
                SUBTRACT W-PJVAL FROM W-PJRESTO
                MOVE "P" TO W-PIXORIG
                MOVE PJ-CODFUNC TO W-PIXCOD
                MOVE PJ-SEQ TO W-PIXSEQ
                MOVE CODFUNC TO DET-CODFUNC
                MOVE PJ-BENEF TO DET-NOME
                MOVE PJ-BANCO TO DET-BANCO
                MOVE PJ-CONTA TO DET-CONTA
                MOVE PJ-CONTADV TO DET-CONTADV
                MOVE W-PJVAL TO DET-VALOR
                PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
                IF ST-ERRO = "00"
                   ADD 1 TO W-TOTFUNC
                   ADD W-PJVAL TO W-TOTLIQ.
      **********************
      * ROTINA DE FIM      *
      **********************
      *
      *----------------------------------------------------------------
      * CRITICA PRE-REMESSA: CONFERE PELO FPP173 O DIGITO DA CONTA
      * DE QUEM PODE RECEBER NESTA REMESSA (CHAPAS, BENEFICIARIOS DE
      * PENSAO NA FOLHA MENSAL, AUTONOMOS NO RPA) E LISTA AS FALHAS
      * NO CADCNBCRMMAAAA.DOC. O CADFUNC VOLTA AO INICIO NO FIM.
      *----------------------------------------------------------------
       PRE-CRITICA.
           MOVE ZEROS TO W-QTDCRIT
           MOVE W-MESCOMPET TO W-NOMECRIT-MM CRT-MES
           MOVE W-ANOCOMPET TO W-NOMECRIT-AA CRT-ANO
           MOVE W-NOMECRIT1 TO W-NOMECRIT
           MOVE W-TIPOPG TO CRT-TIPOPG
           OPEN OUTPUT CADCNBCR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCNBCR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-CRITICA-FIM.
           WRITE REGCNBCR FROM CRT-TIT
           WRITE REGCNBCR FROM CRT-SEP
           WRITE REGCNBCR FROM CRT-CAB
           WRITE REGCNBCR FROM CRT-SEP
           IF W-TIPOPG = "A"
              GO TO PRE-CRIT-AUT.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO PRE-CRIT-PJ.
       PRE-CRIT-FUNC.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PRE-CRIT-PJ.
           IF FUNCSTAT = "D" AND W-TIPOPG NOT = "R"
              GO TO PRE-CRIT-FUNC.
           IF BANCO = 0 OR CONTA = 0
              GO TO PRE-CRIT-FUNC.
           MOVE BANCO TO W-BCOBANCO
           MOVE AGENCIA TO W-BCOAGENCIA
           MOVE CONTA TO W-BCOCONTA
           MOVE CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE "FUNC" TO CRT-ORIG
              MOVE CODFUNC TO CRT-COD
              MOVE NOME TO CRT-NOME
              PERFORM PRE-CRIT-LIN THRU PRE-CRIT-LIN-FIM.
           GO TO PRE-CRIT-FUNC.
       PRE-CRIT-PJ.
           IF W-PENSARQ NOT = 1 OR W-TIPOPG NOT = "S"
              GO TO PRE-CRIT-TOT.
           MOVE LOW-VALUES TO PJ-KEY
           START CADPENJUD KEY IS NOT LESS PJ-KEY
              INVALID KEY
                 GO TO PRE-CRIT-TOT.
       PRE-CRIT-PJ-RD.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO PRE-CRIT-TOT.
           IF PJ-STAT NOT = "A" OR PJ-CONTA = 0
              GO TO PRE-CRIT-PJ-RD.
           MOVE PJ-BANCO TO W-BCOBANCO
           MOVE PJ-AGENCIA TO W-BCOAGENCIA
           MOVE PJ-CONTA TO W-BCOCONTA
           MOVE PJ-CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE "PENSAO" TO CRT-ORIG
              MOVE PJ-CODFUNC TO CRT-COD
              MOVE PJ-BENEF TO CRT-NOME
              PERFORM PRE-CRIT-LIN THRU PRE-CRIT-LIN-FIM.
           GO TO PRE-CRIT-PJ-RD.
       PRE-CRIT-AUT.
           OPEN INPUT CADAUTON
           IF ST-ERRO NOT = "00"
              GO TO PRE-CRIT-TOT.
           MOVE LOW-VALUES TO AUT-COD
           START CADAUTON KEY IS NOT LESS AUT-COD
              INVALID KEY
                 CLOSE CADAUTON
                 GO TO PRE-CRIT-TOT.
       PRE-CRIT-AUT-RD.
           READ CADAUTON NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADAUTON
              GO TO PRE-CRIT-TOT.
           IF AUT-STAT NOT = "A" OR AUT-BANCO = 0 OR AUT-CONTA = 0
              GO TO PRE-CRIT-AUT-RD.
           MOVE AUT-BANCO TO W-BCOBANCO
           MOVE AUT-AGENCIA TO W-BCOAGENCIA
           MOVE AUT-CONTA TO W-BCOCONTA
           MOVE AUT-CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE "AUTONOMO" TO CRT-ORIG
              MOVE AUT-COD TO CRT-COD
              MOVE AUT-NOME TO CRT-NOME
              PERFORM PRE-CRIT-LIN THRU PRE-CRIT-LIN-FIM.
           GO TO PRE-CRIT-AUT-RD.
       PRE-CRIT-TOT.
           WRITE REGCNBCR FROM CRT-SEP
           MOVE W-QTDCRIT TO CRT-QTD
           WRITE REGCNBCR FROM CRT-TOT
           CLOSE CADCNBCR
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC.
       PRE-CRITICA-FIM.
           EXIT.
      *
       PRE-CRIT-LIN.
           MOVE W-BCOBANCO TO CRT-BANCO
           MOVE W-BCOAGENCIA TO CRT-AGENCIA
           MOVE W-BCOCONTA TO CRT-CONTA
           MOVE W-BCODV TO CRT-DV
           MOVE W-BCODVCALC TO CRT-DVCALC
           WRITE REGCNBCR FROM CRT-DET
           ADD 1 TO W-QTDCRIT.
       PRE-CRIT-LIN-FIM.
           EXIT.
      *
       PRE-CRIT-CONF.
           DISPLAY (15, 01) "CONTAS COM DIGITO INVALIDO: " W-QTDCRIT
                            " (VER " W-NOMECRIT ")"
           DISPLAY (16, 01) "GERA A REMESSA ASSIM MESMO (S/N) : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (16, 36) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s" AND "N" AND "n"
              GO TO PRE-CRIT-CONF.
       PRE-CRIT-CONF-FIM.
           EXIT.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                   CLOSE CADEMPR.
                IF W-APRVARQ = 1
                   CLOSE CADAPRV.
                IF W-PIXARQ = 1
                   CLOSE CADPIX.
                IF W-SEMARQ = 1
                   CLOSE CADSEMANA.
                CLOSE CADFUNC CADCAR CADCNBTX.
       ROT-FIMP.
                EXIT PROGRAM.
