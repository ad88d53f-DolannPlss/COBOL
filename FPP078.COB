      * ACUMULA 1/12 POR CHAPA COM ENCARGOS (PATRONAL, RAT,  *
      * FGTS), MANTEM O SALDO EM ARQPROV E ANEXA OS          *
      * LANCAMENTOS DE PROVISAO E ESTORNO AO CADCTBRL DA     *
      * COMPETENCIA (RODAR DEPOIS DO FPP043). INCLUI A       *
      * PROVISAO DOS PROCESSOS TRABALHISTAS DE RISCO PROVAVEL *
      * (ARQPROC, FPP147) EM CONTA PROPRIA                   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PROV-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRC-NUMPROC
                      ALTERNATE RECORD KEY IS PRC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCTBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 PROV-REVFER              PIC 9(08)V99.
          03 PROV-ULTCOMP             PIC 9(06).
          03 PROV-CODFUNC             PIC 9(06).
      *-----------------------------------------------------------------
      * PROCESSO TRABALHISTA (LAYOUT DO FPP147); PRC-PROVCTB GUARDA O
      * SALDO JA PROVISIONADO E PRC-ULTCOMP A COMPETENCIA DO AJUSTE.
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
          03 PRC-NUMPROC              PIC 9(20).
          03 PRC-CODFUNC              PIC 9(06).
          03 PRC-RISCO                PIC X(01).
          03 PRC-VALPROV              PIC 9(09)V99.
          03 PRC-STAT                 PIC X(01).
          03 PRC-VALACORDO            PIC 9(09)V99.
          03 PRC-DATAPGTO             PIC 9(08).
          03 PRC-PERINI               PIC 9(06).
          03 PRC-PERFIM               PIC 9(06).
          03 PRC-BASEINSS             PIC 9(09)V99.
          03 PRC-VALINSS              PIC 9(09)V99.
          03 PRC-VALIRRF              PIC 9(09)V99.
          03 PRC-VALFGTS              PIC 9(09)V99.
          03 PRC-VALCAUSA             PIC 9(09)V99.
          03 PRC-DATAAJUIZ            PIC 9(08).
          03 PRC-AUD1                 PIC 9(08).
          03 PRC-AUD2                 PIC 9(08).
          03 PRC-AUD3                 PIC 9(08).
          03 PRC-ESOCIAL              PIC X(01).
          03 PRC-RETIF                PIC X(01).
          03 PRC-GERDATA              PIC 9(08).
          03 PRC-PROVCTB              PIC 9(09)V99.
          03 PRC-ULTCOMP              PIC 9(06).
          03 PRC-OPER                 PIC X(08).
          03 PRC-DATAALT              PIC 9(08).
          03 PRC-VARA                 PIC X(40).
          03 PRC-PEDIDO1              PIC X(45).
          03 PRC-PEDIDO2              PIC X(45).
          03 PRC-PEDIDO3              PIC X(45).
      *-----------------------------------------------------------------
       FD CADCTBTX
               LABEL RECORD IS STANDARD
       01 W-TOTDEB        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCRED       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(06) VALUE ZEROS.
       01 W-PRCARQ        PIC 9(01) VALUE ZEROS.
       01 W-PRCALVO       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPRC        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTBXPRC      PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDPRC        PIC 9(06) VALUE ZEROS.
      *----------[ TABELA DE ALIQUOTAS RAT/SAT POR GRAU DE RISCO ]------
       01 TAB-RAT.
          03 FILLER PIC 9(01)V9999 VALUE 0,0100.
                03 TL-FER      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(06) VALUE " ENC: ".
                03 TL-ENC      PIC ZZZ.ZZZ.ZZ9,99.
       01 PRCLIN.
                03 FILLER      PIC X(22) VALUE
                        "PROC. TRABALHISTAS:   ".
                03 PL-QTD      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(08) VALUE " PROV.: ".
                03 PL-PROV     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(08) VALUE " BAIXA: ".
                03 PL-BAIXA    PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-FILIALSEL
           MOVE ZEROS TO W-TOT13 W-TOTFER W-TOTENC W-TOTFUNC
           MOVE ZEROS TO W-TOTREV13 W-TOTREVFER W-TOTDEB W-TOTCRED
           MOVE ZEROS TO W-TOTPRC W-TOTBXPRC W-QTDPRC
           DISPLAY TELAPRINCIPAL.
       INC-COMPET.
           ACCEPT TW-MESCOMPET
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * PROCESSOS TRABALHISTAS (FPP147) SAO OPCIONAIS.
           MOVE ZEROS TO W-PRCARQ
           OPEN I-O CADPROC
           IF ST-ERRO = "00"
              MOVE 1 TO W-PRCARQ.
      * OS LANCAMENTOS SAO ANEXADOS AO EXPORT CONTABIL DA
      * COMPETENCIA (CADCTBRL DO FPP043); SEM ELE O ARQUIVO E CRIADO
      * SO COM A PROVISAO.
           MOVE LOW-VALUES TO PROV-CODFUNC
           START CADPROV KEY IS NOT LESS PROV-CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO COLHE-PROC.
       COLHE-REV-LP.
           READ CADPROV NEXT
           IF ST-ERRO NOT = "00"
              GO TO COLHE-PROC.
           IF PROV-REV13 = ZEROS AND PROV-REVFER = ZEROS
              GO TO COLHE-REV-LP.
           MOVE PROV-CODFUNC TO CODFUNC
           REWRITE REGPROV
           GO TO COLHE-REV-LP.
      *----------------------------------------------------------------
      * PROVISAO DOS PROCESSOS TRABALHISTAS: O SALDO DEVIDO E O VALOR
      * PROVISIONADO DO RISCO PROVAVEL EM ANDAMENTO, OU O ACORDO/
      * CONDENACAO AINDA NAO PAGO; POSSIVEL, REMOTO, ENCERRADO E PAGO
      * NAO TEM SALDO. A DIFERENCA PARA O JA CONTABILIZADO (PROVCTB)
      * E PROVISIONADA OU BAIXADA UMA VEZ POR COMPETENCIA, PELA
      * FILIAL DA CHAPA (CHAPA EXPURGADA ENTRA DE QUALQUER FORMA).
      *----------------------------------------------------------------
       COLHE-PROC.
           IF W-PRCARQ NOT = 1
              GO TO GERA-LANCTOS.
           MOVE LOW-VALUES TO PRC-NUMPROC
           START CADPROC KEY IS NOT LESS PRC-NUMPROC
           IF ST-ERRO NOT = "00"
              GO TO GERA-LANCTOS.
       COLHE-PROC-LP.
           READ CADPROC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-LANCTOS.
           IF PRC-ULTCOMP = W-COMPATUAL
              GO TO COLHE-PROC-LP.
           MOVE ZEROS TO W-PRCALVO
           IF PRC-STAT = "A" AND PRC-RISCO = "P"
              MOVE PRC-VALPROV TO W-PRCALVO.
           IF PRC-STAT = "C" AND PRC-DATAPGTO = ZEROS
              MOVE PRC-VALACORDO TO W-PRCALVO.
           IF W-PRCALVO = PRC-PROVCTB
              GO TO COLHE-PROC-LP.
           MOVE PRC-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00" AND FILIAL NOT = W-FILIALSEL
              GO TO COLHE-PROC-LP.
           IF W-PRCALVO > PRC-PROVCTB
              COMPUTE W-TOTPRC = W-TOTPRC + W-PRCALVO - PRC-PROVCTB
           ELSE
              COMPUTE W-TOTBXPRC = W-TOTBXPRC + PRC-PROVCTB
                    - W-PRCALVO.
           MOVE W-PRCALVO TO PRC-PROVCTB
           MOVE W-COMPATUAL TO PRC-ULTCOMP
           REWRITE REGPROC
           ADD 1 TO W-QTDPRC
           GO TO COLHE-PROC-LP.
      *----------------------------------------------------------------
      * LANCAMENTOS CONTABEIS: PROVISAO DO MES A DEBITO DE DESPESA E
      * CREDITO DO PASSIVO; ESTORNO DAS BAIXAS (13o/FERIAS PAGOS) NO
      * SENTIDO INVERSO; TRAILER PROPRIO DE CONFERENCIA.
              MOVE "REVERSAO PROV. FERIAS" TO LC-HIST
              WRITE REGCTBTX FROM LINCTB
              ADD W-TOTREVFER TO W-TOTCRED.
           IF W-TOTPRC NOT = ZEROS
              MOVE "D" TO LC-TIPO
              MOVE "31106" TO LC-CONTA
              MOVE "PROVISAO TRABALHISTA" TO LC-HIST
              MOVE W-TOTPRC TO LC-VALOR
              WRITE REGCTBTX FROM LINCTB
              ADD W-TOTPRC TO W-TOTDEB
              MOVE "C" TO LC-TIPO
              MOVE "21108" TO LC-CONTA
              MOVE "PROVISAO PROC. TRABALH." TO LC-HIST
              WRITE REGCTBTX FROM LINCTB
              ADD W-TOTPRC TO W-TOTCRED.
           IF W-TOTBXPRC NOT = ZEROS
              MOVE "D" TO LC-TIPO
              MOVE "21108" TO LC-CONTA
              MOVE "BAIXA PROV. TRABALHISTA" TO LC-HIST
              MOVE W-TOTBXPRC TO LC-VALOR
              WRITE REGCTBTX FROM LINCTB
              ADD W-TOTBXPRC TO W-TOTDEB
              MOVE "C" TO LC-TIPO
              MOVE "31106" TO LC-CONTA
              MOVE "REVERSAO PROV. TRABALH." TO LC-HIST
              WRITE REGCTBTX FROM LINCTB
              ADD W-TOTBXPRC TO W-TOTCRED.
           MOVE W-TOTDEB TO LT-DEB
           MOVE W-TOTCRED TO LT-CRED
           WRITE REGCTBTX FROM LINTRL
           MOVE W-TOTFER TO TL-FER
           MOVE W-TOTENC TO TL-ENC
           WRITE REGPROVTX FROM TOTLIN
           IF W-QTDPRC NOT = ZEROS
              MOVE W-QTDPRC TO PL-QTD
              MOVE W-TOTPRC TO PL-PROV
              MOVE W-TOTBXPRC TO PL-BAIXA
              WRITE REGPROVTX FROM PRCLIN.
           MOVE "*** PROVISAO GERADA E ANEXADA AO CONTABIL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADFUNC CADCAR CADPROV CADCTBTX CADPROVTX.
           IF W-PRCARQ = 1
              CLOSE CADPROC.
       ROT-FIM2.
           EXIT PROGRAM.
      *
