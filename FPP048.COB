                      ALTERNATE RECORD KEY IS PSTCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIX-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCNBRT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD CADCNBRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMERET.
       01 REGCNBRT    PIC X(140).
      *-----------------------------------------------------------------
       FD CADRETRP
               LABEL RECORD IS STANDARD
       FD CADCNBRR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMERRM.
       01 REGCNBRR    PIC X(140).
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
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ        PIC 9(06) VALUE ZEROS.
       01 W-TOTRR         PIC 9(06) VALUE ZEROS.
       01 W-TOTRRVAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPIXPG      PIC 9(06) VALUE ZEROS.
       01 W-TOTPIXRJ      PIC 9(06) VALUE ZEROS.
       01 W-RRCTA         PIC 9(06) VALUE ZEROS.
       01 W-RRCTAVAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-RRPIX         PIC 9(06) VALUE ZEROS.
       01 W-RRPIXVAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-PIXARQ        PIC 9(01) VALUE ZEROS.
       01 W-OCORR         PIC X(02) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-NOMERET       PIC X(20) VALUE SPACES.
       01 W-NOMERPT       PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(04) VALUE ".REM".
      *----------[ DESMONTE DO DETALHE DO RETORNO: MESMO LAYOUT DO ]----
      *----------[ DETALHE DA REMESSA MAIS O CODIGO DE OCORRENCIA ]-----
       01 W-LINA          PIC X(140) VALUE SPACES.
       01 W-LINAX REDEFINES W-LINA.
          03 LR-REG       PIC X(01).
          03 LR-CODFUNC   PIC X(06).
          03 LR-VALOR     PIC X(11).
          03 FILLER       PIC X(01).
          03 LR-OCORR     PIC X(02).
          03 FILLER       PIC X(67).
      *----------[ SEGMENTO PIX ("3") DEVOLVIDO COM A OCORRENCIA ]------
       01 W-LINAP REDEFINES W-LINA.
          03 LP-REG       PIC X(01).
          03 LP-CODFUNC   PIC X(06).
          03 FILLER       PIC X(01).
          03 LP-NOME      PIC X(30).
          03 FILLER       PIC X(01).
          03 LP-ORIG      PIC X(01).
          03 LP-SEQ       PIC X(02).
          03 FILLER       PIC X(03).
          03 LP-VALOR     PIC X(11).
          03 FILLER       PIC X(79).
          03 LP-OCORR     PIC X(02).
          03 FILLER       PIC X(03).
       01 W-VAL-X.
          03 W-VAL        PIC 9(09)V99.
      *----------[ LEGENDA DAS OCORRENCIAS DE REJEICAO ]----------------
          03 FILLER PIC X(22) VALUE "03AGENCIA INVALIDA".
          03 FILLER PIC X(22) VALUE "04DIGITO INVALIDO".
          03 FILLER PIC X(22) VALUE "05CONTA NAO ENCONTRADA".
      * OCORRENCIAS DO ARRANJO PIX (SEGMENTO "3").
          03 FILLER PIC X(22) VALUE "PAPIX NAO EFETIVADO".
          03 FILLER PIC X(22) VALUE "PCCONTA PSP ENCERRADA".
          03 FILLER PIC X(22) VALUE "PGCPF/CNPJ DIVERGENTE".
          03 FILLER PIC X(22) VALUE "PHREJEITADO PELO PSP".
          03 FILLER PIC X(22) VALUE "PJCHAVE NAO CADASTRADA".
          03 FILLER PIC X(22) VALUE "PMCHAVE PIX INVALIDA".
          03 FILLER PIC X(22) VALUE "PNCHAVE NAO INFORMADA".
       01 TABOCORRX REDEFINES TABOCORR.
          03 TBOCORR PIC X(22) OCCURS 11 TIMES.
       01 TXTOCORR.
          03 TXTOCORR1 PIC X(02) VALUE SPACES.
          03 TXTOCORR2 PIC X(20) VALUE SPACES.
                03 LT-PAGOS       PIC ZZZZZ9.
                03 FILLER         PIC X(14) VALUE "  REJEITADOS: ".
                03 LT-REJ         PIC ZZZZZ9.
                03 FILLER         PIC X(14) VALUE "  PIX PAGOS: ".
                03 LT-PIXPG       PIC ZZZZZ9.
                03 FILLER         PIC X(14) VALUE "  PIX REJEIT: ".
                03 LT-PIXRJ       PIC ZZZZZ9.
       01 LINSRR.
                03 FILLER         PIC X(07) VALUE SPACES.
                03 FILLER         PIC X(46) VALUE
                   "SEM RE-REMESSA: FAVORECIDO SEM CHAVE PIX ATIVA".
       01 CNAB-HEADER.
                03 FILLER            PIC X(01) VALUE "0".
                03 FILLER            PIC X(01) VALUE "1".
                03 DET-CONTADV       PIC X(01).
                03 FILLER            PIC X(01) VALUE " ".
                03 DET-VALOR         PIC 9(09)V99.
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
       SCREEN SECTION.
       01  TELAPRINCIPAL.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGSTS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * SEM O ARQPIX A RE-REMESSA DE PIX REJEITADO VAI PELA CONTA.
           MOVE ZEROS TO W-PIXARQ
           OPEN INPUT CADPIX
           IF ST-ERRO = "00"
              MOVE 1 TO W-PIXARQ.
           MOVE W-MESCOMPET TO W-NOMERET-MM
           MOVE W-ANOCOMPET TO W-NOMERET-AA
           MOVE W-NOMERET1 TO W-NOMERET
           READ CADCNBRT INTO W-LINA
              AT END
                 GO TO ROT-TOTAIS.
           IF LR-REG = "3"
              GO TO LE-RET-PIX.
           IF LR-REG NOT = "1"
              GO TO LE-RETORNO.
           IF LR-CODFUNC NOT NUMERIC
           IF PSTSTAT = "R"
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM.
           GO TO LE-RETORNO.
      *
      *----------------------------------------------------------------
      * SEGMENTO PIX ("3"): OCORRENCIA "00" E TRANSFERENCIA
      * EFETIVADA; AS DEMAIS (CODIGOS "P?" DO ARRANJO PIX OU OS
      * GERAIS) SAO REJEICAO. SO O CREDITO DA PROPRIA CHAPA (ORIGEM
      * "F") TEM SITUACAO NO CADPAGSTS; PENSAO E AUTONOMO VAO SO AO
      * RELATORIO E A RE-REMESSA.
      *----------------------------------------------------------------
       LE-RET-PIX.
           IF LP-CODFUNC NOT NUMERIC
              GO TO LE-RETORNO.
           MOVE LP-VALOR TO W-VAL-X
           IF LP-OCORR = "00"
              ADD 1 TO W-TOTPIXPG
           ELSE
              ADD 1 TO W-TOTPIXRJ.
           IF LP-ORIG NOT = "F"
              GO TO LE-RET-PIX-REJ.
           MOVE LP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LE-RETORNO.
           MOVE CODFUNC TO PSTCODFUNC
           MOVE W-MESCOMPET TO PSTMES
           MOVE W-ANOCOMPET TO PSTANO
           MOVE ZEROS TO W-ACHOU
           READ CADPAGSTS
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU.
           IF LP-OCORR = "00"
              MOVE "P" TO PSTSTAT
           ELSE
              MOVE "R" TO PSTSTAT.
           MOVE LP-OCORR TO PSTOCORR
           MOVE W-VAL TO PSTVALOR
           MOVE CODFUNC TO PSTCODFUNC
           MOVE W-MESCOMPET TO PSTMES
           MOVE W-ANOCOMPET TO PSTANO
           IF W-ACHOU = 1
              REWRITE REGPAGSTS
           ELSE
              WRITE REGPAGSTS.
       LE-RET-PIX-REJ.
           IF LP-OCORR NOT = "00"
              PERFORM GRAVA-REJ-PIX THRU GRAVA-REJ-PIX-FIM.
           GO TO LE-RETORNO.
      *
      * PIX REJEITADO: RE-REMESSA PELA CHAVE ATUAL DO ARQPIX (APOS
      * ACERTO NO CADASTRO); SE O FAVORECIDO VOLTOU PARA CREDITO EM
      * CONTA, A CHAPA SEGUE PELA CONTA DO CADFUNC E OS DEMAIS FICAM
      * APONTADOS NO RELATORIO PARA PAGAMENTO MANUAL.
       GRAVA-REJ-PIX.
           MOVE LP-CODFUNC TO LJ-COD
           MOVE LP-NOME TO LJ-NOME
           MOVE LP-OCORR TO LJ-OCORR W-OCORR
           PERFORM ACHA-OCORR THRU ACHA-OCORR-FIM
           MOVE TXTOCORR2 TO LJ-DESC
           MOVE W-VAL TO LJ-VALOR
           WRITE REGRETRP FROM LINREJ
           MOVE SPACES TO PIX-FORMA
           IF W-PIXARQ = 1
              MOVE LP-ORIG TO PIX-ORIG
              MOVE LP-CODFUNC TO PIX-COD
              MOVE LP-SEQ TO PIX-SEQ
              READ CADPIX
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO PIX-FORMA
              END-IF
           END-IF.
           IF PIX-FORMA = "P"
              MOVE LP-CODFUNC TO PXD-CODFUNC
              MOVE LP-NOME TO PXD-NOME
              MOVE LP-ORIG TO PXD-ORIG
              MOVE LP-SEQ TO PXD-SEQ
              MOVE PIX-TIPOCH TO PXD-TIPOCH
              MOVE W-VAL TO PXD-VALOR
              MOVE PIX-CHAVE TO PXD-CHAVE
              WRITE REGCNBRR FROM CNAB-PIX
              ADD 1 TO W-TOTRR W-RRPIX
              ADD W-VAL TO W-TOTRRVAL W-RRPIXVAL
              GO TO GRAVA-REJ-PIX-FIM.
           IF LP-ORIG NOT = "F"
              WRITE REGRETRP FROM LINSRR
              GO TO GRAVA-REJ-PIX-FIM.
           MOVE CODFUNC TO DET-CODFUNC
           MOVE NOME TO DET-NOME
           MOVE BANCO TO DET-BANCO
           MOVE AGENCIA TO DET-AGENCIA
           MOVE CONTA TO DET-CONTA
           MOVE CONTADV TO DET-CONTADV
           MOVE W-VAL TO DET-VALOR
           WRITE REGCNBRR FROM CNAB-DETALHE
           ADD 1 TO W-TOTRR W-RRCTA
           ADD W-VAL TO W-TOTRRVAL W-RRCTAVAL.
       GRAVA-REJ-PIX-FIM.
           EXIT.
      *
       GRAVA-REJ.
           MOVE CODFUNC TO LJ-COD
           MOVE NOME TO LJ-NOME
           MOVE LR-OCORR TO LJ-OCORR W-OCORR
           PERFORM ACHA-OCORR THRU ACHA-OCORR-FIM
           MOVE TXTOCORR2 TO LJ-DESC
           MOVE W-VAL TO LJ-VALOR
           MOVE CONTADV TO DET-CONTADV
           MOVE W-VAL TO DET-VALOR
           WRITE REGCNBRR FROM CNAB-DETALHE
           ADD 1 TO W-TOTRR W-RRCTA
           ADD W-VAL TO W-TOTRRVAL W-RRCTAVAL.
       GRAVA-REJ-FIM.
           EXIT.
      *
           MOVE SPACES TO TXTOCORR2
           MOVE 1 TO IND.
       ACHA-OCORR-LP.
           IF IND > 11
              MOVE "OCORRENCIA BANCARIA" TO TXTOCORR2
              GO TO ACHA-OCORR-FIM.
           MOVE TBOCORR(IND) TO TXTOCORR
           IF TXTOCORR1 = W-OCORR
              GO TO ACHA-OCORR-FIM.
           ADD 1 TO IND
           GO TO ACHA-OCORR-LP.
       ROT-TOTAIS.
           MOVE W-TOTRR TO TRL-TOTFUNC
           MOVE W-TOTRRVAL TO TRL-TOTVALOR
           MOVE W-RRCTA TO TRL-QTDCTA
           MOVE W-RRCTAVAL TO TRL-VALCTA
           MOVE W-RRPIX TO TRL-QTDPIX
           MOVE W-RRPIXVAL TO TRL-VALPIX
           WRITE REGCNBRR FROM CNAB-TRAILER
           MOVE W-TOTPAGOS TO LT-PAGOS
           MOVE W-TOTREJ TO LT-REJ
           MOVE W-TOTPIXPG TO LT-PIXPG
           MOVE W-TOTPIXRJ TO LT-PIXRJ
           WRITE REGRETRP FROM LINTOT
           MOVE "*** RETORNO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-PIXARQ = 1
                   CLOSE CADPIX.
                CLOSE CADFUNC CADPAGSTS CADCNBRT CADRETRP CADCNBRR.
       ROT-FIM2.
                EXIT PROGRAM.
