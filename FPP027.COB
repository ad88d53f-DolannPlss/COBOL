       SELECT CADEXPPRT ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPLST.DOC".
       01 REGEXPPRT            PIC X(100).
      *-----------------------------------------------------------------
      * VINCULO DE READMISSAO GRAVADO PELO FPP004.
       FD CADREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CODFUNC              PIC 9(06).
          03 RDM-CODANT               PIC 9(06).
          03 RDM-ORIGANT              PIC X(01).
          03 RDM-ADMANT               PIC 9(08).
          03 RDM-DEMANT               PIC 9(08).
          03 RDM-MOTANT               PIC X(01).
          03 RDM-CARANT               PIC 9(03).
          03 RDM-EXPER                PIC X(01).
          03 RDM-AVISO90              PIC X(01).
          03 RDM-DATAREG              PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-INTHOJE        PIC 9(09) VALUE ZEROS.
       01 W-INTADM         PIC 9(09) VALUE ZEROS.
       01 W-CONT           PIC 9(04) VALUE ZEROS.
       01 W-RDMARQ         PIC 9(01) VALUE ZEROS.
      *
      *************************
      * REPORT SECTION        *
                      CLOSE CADFUNC
                      GO TO ROT-FIM2.
      *
      * READMITIDO NO MESMO CARGO NAO TEM EXPERIENCIA (FPP004); O
      * ARQUIVO DE VINCULOS E OPCIONAL.
           MOVE ZEROS TO W-RDMARQ
           OPEN INPUT CADREADM
           IF ST-ERRO = "00"
              MOVE 1 TO W-RDMARQ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTFLAG
           MOVE SPACES TO REGEXPPRT
      *
       CLASSIFICA-SITUACAO.
           MOVE SPACES TO DETSIT
           IF W-RDMARQ = 1
              MOVE CODFUNC TO RDM-CODFUNC
              READ CADREADM
              IF ST-ERRO = "00" AND RDM-EXPER = "N"
                 MOVE "READMISSAO MESMO CARGO: SEM EXPERIENCIA"
                                                          TO DETSIT
                 GO TO CLASSIFICA-SITUACAO-FIM.
           IF W-DIASADM > 85
              MOVE "ALERTA: CONVERSAO EM ATE 5 DIAS" TO DETSIT
              GO TO CLASSIFICA-SITUACAO-FIM.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           IF W-RDMARQ = 1
              CLOSE CADREADM.
           CLOSE CADFUNC CADEXPPRT.
       ROT-FIM2.
           EXIT PROGRAM.
