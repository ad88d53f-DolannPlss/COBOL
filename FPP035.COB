                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIX-KEY
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
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
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
      *----------[ DIGITO DA CONTA PELA REGRA DO BANCO (FPP173) ]-------
       01 W-BCOPARM.
          03 W-BCOBANCO        PIC 9(03) VALUE ZEROS.
          03 W-BCOAGENCIA      PIC 9(04) VALUE ZEROS.
          03 W-BCOCONTA        PIC 9(08) VALUE ZEROS.
          03 W-BCODV           PIC X(01) VALUE SPACES.
          03 W-BCORC           PIC X(01) VALUE SPACES.
          03 W-BCODVCALC       PIC X(01) VALUE SPACES.
          03 W-BCOMSG          PIC X(50) VALUE SPACES.
      *----------[ FORMATO DA CHAVE PIX PELO TIPO (FPP174) ]------------
       01 W-CHVPARM.
          03 W-CHVTIPO         PIC X(01) VALUE SPACES.
          03 W-CHVCHAVE        PIC X(77) VALUE SPACES.
          03 W-CHVRC           PIC X(01) VALUE SPACES.
          03 W-CHVMSG          PIC X(50) VALUE SPACES.
       01 W-PIXIMG        PIC X(96) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               VALUE  "CONTA / DV                :".
           05  LINE 18  COLUMN 01
               VALUE  "STATUS (A=ATIVA E=ENCERR.):".
           05  LINE 20  COLUMN 01
               VALUE  "FORMA PGTO (C=CONTA P=PIX):".
           05  LINE 20  COLUMN 33
               VALUE  "TIPO CHAVE (C/E/T/A):".
           05  LINE 21  COLUMN 01
               VALUE  "PIX".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPJ-CODFUNC
               LINE 18  COLUMN 29  PIC X(01)
               USING  PJ-STAT
               HIGHLIGHT.
           05  TPIX-FORMA
               LINE 20  COLUMN 29  PIC X(01)
               USING  PIX-FORMA
               HIGHLIGHT.
           05  TPIX-TIPOCH
               LINE 20  COLUMN 55  PIC X(01)
               USING  PIX-TIPOCH
               HIGHLIGHT.
           05  TPIX-CHAVE
               LINE 21  COLUMN 04  PIC X(77)
               USING  PIX-CHAVE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0X.
           OPEN I-O CADPIX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPIX
                 CLOSE CADPIX
                 GO TO R0X
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPIX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO PJ-CODFUNC PJ-SEQ PJ-PRIOR PJ-PERC
           MOVE ZEROS TO PJ-BANCO PJ-AGENCIA PJ-CONTA CODFUNC
           MOVE SPACES TO PJ-TIPO PJ-BENEF PJ-CONTADV PJ-STAT
           MOVE ZEROS TO W-SEL
           MOVE SPACES TO PIX-TIPOCH PIX-CHAVE
           MOVE "C" TO PIX-FORMA
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TPJ-CODFUNC
           READ CADPENJUD
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM LE-PIX THRU LE-PIX-FIM
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                MOVE "*** ORDEM JA CADASTRADA ***" TO MENS
              MOVE "*** CONTA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
           MOVE PJ-BANCO TO W-BCOBANCO
           MOVE PJ-AGENCIA TO W-BCOAGENCIA
           MOVE PJ-CONTA TO W-BCOCONTA
           MOVE PJ-CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE W-BCOMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *----------------------------------------------------------------
      * FORMA DE PAGAMENTO: "C" = CREDITO NA CONTA ACIMA, "P" = PIX
      * PELA CHAVE INFORMADA (ARQPIX, CONFERIDA PELO FPP174).
      *----------------------------------------------------------------
       R6P.
           ACCEPT TPIX-FORMA
           IF PIX-FORMA NOT = "C" AND PIX-FORMA NOT = "P"
              MOVE "*** FORMA INVALIDA (C OU P) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6P.
           IF PIX-FORMA = "C"
              MOVE SPACES TO PIX-TIPOCH PIX-CHAVE
              DISPLAY TPIX-TIPOCH TPIX-CHAVE
              GO TO R7.
       R6PT.
           ACCEPT TPIX-TIPOCH
           IF PIX-TIPOCH NOT = "C" AND PIX-TIPOCH NOT = "E"
              AND PIX-TIPOCH NOT = "T" AND PIX-TIPOCH NOT = "A"
              MOVE "*** TIPO INVALIDO (C/E/T/A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6PT.
           ACCEPT TPIX-CHAVE
           MOVE PIX-TIPOCH TO W-CHVTIPO
           MOVE PIX-CHAVE TO W-CHVCHAVE
           CALL "FPP174.COB" USING W-CHVPARM
           IF W-CHVRC NOT = "S"
              MOVE W-CHVMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6PT.
       R7.
           ACCEPT TPJ-STAT
           IF PJ-STAT NOT = "A" AND PJ-STAT NOT = "E"
       INC-WR1.
                WRITE REGPENJUD
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-PIX THRU GRAVA-PIX-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
       EXC-DL1.
                DELETE CADPENJUD RECORD
                IF ST-ERRO = "00"
                   PERFORM EXCLUI-PIX THRU EXCLUI-PIX-FIM
                   MOVE "*** ORDEM EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
       ALT-RW1.
                REWRITE REGPENJUD
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-PIX THRU GRAVA-PIX-FIM
                   MOVE "*** ORDEM ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * FORMA DE PAGAMENTO / CHAVE PIX DO BENEFICIARIO DA ORDEM NO
      * ARQPIX (ORIGEM "P", CHAPA + SEQUENCIA). SEM REGISTRO O
      * CREDITO E EM CONTA ("C").
      *----------------------------------------------------------------
       LE-PIX.
           MOVE "P" TO PIX-ORIG
           MOVE PJ-CODFUNC TO PIX-COD
           MOVE PJ-SEQ TO PIX-SEQ
           READ CADPIX
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO PIX-TIPOCH PIX-CHAVE
              MOVE ZEROS TO PIX-DATAALT
              MOVE "C" TO PIX-FORMA.
       LE-PIX-FIM.
           EXIT.
      *
       GRAVA-PIX.
           MOVE "P" TO PIX-ORIG
           MOVE PJ-CODFUNC TO PIX-COD
           MOVE PJ-SEQ TO PIX-SEQ
           ACCEPT PIX-DATAALT FROM DATE YYYYMMDD
           MOVE REGPIX TO W-PIXIMG
           READ CADPIX
           IF ST-ERRO = "00"
              MOVE W-PIXIMG TO REGPIX
              REWRITE REGPIX
           ELSE
              MOVE W-PIXIMG TO REGPIX
              IF PIX-FORMA = "P"
                 WRITE REGPIX.
       GRAVA-PIX-FIM.
           EXIT.
      *
       EXCLUI-PIX.
           MOVE "P" TO PIX-ORIG
           MOVE PJ-CODFUNC TO PIX-COD
           MOVE PJ-SEQ TO PIX-SEQ
           DELETE CADPIX RECORD.
       EXCLUI-PIX-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADPENJUD CADPIX.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
