                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLOGIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LIX-COMPET
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 LOG-CHAVE                PIC X(10).
          03 LOG-ANTES                PIC X(182).
          03 LOG-DEPOIS               PIC X(182).
          03 LOG-SEQ                  PIC 9(08).
          03 LOG-CHKANT               PIC 9(09).
          03 LOG-CHKIMG               PIC 9(09).
          03 LOG-CHK                  PIC 9(09).
          03 LOG-ANON                 PIC X(01).
      *-----------------------------------------------------------------
       FD CADLOGAR
               LABEL RECORD IS STANDARD
          03 LGA-CHAVE                PIC X(10).
          03 LGA-ANTES                PIC X(182).
          03 LGA-DEPOIS               PIC X(182).
          03 LGA-SEQ                  PIC 9(08).
          03 LGA-CHKANT               PIC 9(09).
          03 LGA-CHKIMG               PIC 9(09).
          03 LGA-CHK                  PIC 9(09).
          03 LGA-ANON                 PIC X(01).
      *-----------------------------------------------------------------
       FD CADLOGTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.TMP".
       01 REGLOGTM    PIC X(443).
      *-----------------------------------------------------------------
      * INDICE DOS ARQUIVOS MORTOS (COMPETENCIA AAAAMM), LIDO PELA
      * VERIFICACAO DA CADEIA DO LOG (FPP162).
       FD CADLOGIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGIX.DAT".
       01 REGLOGIX.
          03 LIX-COMPET               PIC 9(06).
          03 LIX-NOMEARQ              PIC X(20).
          03 LIX-QTD                  PIC 9(08).
          03 LIX-DATAHORA             PIC X(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-TOTARQ        PIC 9(06) VALUE ZEROS.
       01 W-TOTFICA       PIC 9(06) VALUE ZEROS.
       01 W-PAUSA         PIC X(01) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQV      PIC X(20) VALUE SPACES.
       01 W-NOMEARQV1.
          03 FILLER       PIC X(06) VALUE "CADLOG".
           WRITE REGLOG
           GO TO ARQUIVA-TROCA-RD.
       ARQUIVA-FIM.
           IF W-TOTARQ > ZEROS
              PERFORM GRAVA-INDICE THRU GRAVA-INDICE-FIM.
           DISPLAY (19, 01) "ARQUIVADOS : "
           DISPLAY (19, 14) W-TOTARQ
           DISPLAY (20, 01) "MANTIDOS   : "
           MOVE "*** ARQUIVAMENTO CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *----------------------------------------------------------------
      * O ARQUIVO MORTO DA COMPETENCIA ENTRA (OU SOMA) NO INDICE; A
      * VERIFICACAO DA CADEIA ACUSA ARQUIVO DO INDICE QUE SUMIU OU
      * PERDEU REGISTROS.
      *----------------------------------------------------------------
       GRAVA-INDICE.
           OPEN I-O CADLOGIX
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLOGIX
              CLOSE CADLOGIX
              GO TO GRAVA-INDICE.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOGIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-INDICE-FIM.
           MOVE W-FCOMPET(3:4) TO LIX-COMPET(1:4)
           MOVE W-FCOMPET(1:2) TO LIX-COMPET(5:2)
           READ CADLOGIX
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           MOVE SPACES TO LIX-DATAHORA
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO LIX-DATAHORA
           IF ST-ERRO = "00"
              ADD W-TOTARQ TO LIX-QTD
              REWRITE REGLOGIX
           ELSE
              MOVE W-NOMEARQV TO LIX-NOMEARQ
              MOVE W-TOTARQ TO LIX-QTD
              WRITE REGLOGIX.
           CLOSE CADLOGIX.
       GRAVA-INDICE-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIMS.
           EXIT PROGRAM.
