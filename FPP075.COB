             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSINDOP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGSINRE    PIC X(100).
      *-----------------------------------------------------------------
      * LIVRO DE CONTROLE DO FECHAMENTO (FPP041), TAMBEM CONSULTADO
      * PELA AGENDA DE OBRIGACOES (FPP155).
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUNCTL.DAT".
       01 REGRUNCTL.
          03 RUNINI                   PIC X(14).
          03 RUNFIM                   PIC X(14).
          03 RUNSTAT                  PIC X(01).
          03 RUNTOT                   PIC 9(09)V99.
          03 RUNKEY.
              05 RUNMES               PIC 9(02).
              05 RUNANO               PIC 9(04).
              05 RUNFIL               PIC 9(02).
              05 RUNSTEP              PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       ROT-TOTAIS-GER.
           MOVE W-TOTFUNC TO TG-FUNC
           WRITE REGSINRE FROM TOTGER
           PERFORM MARCA-RUNCTL THRU MARCA-RUNCTL-FIM
           MOVE "*** REPASSE GERADO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *----------------------------------------------------------------
      * REGISTRA NO LIVRO DE CONTROLE (ARQRUNCTL) A ETAPA SINDREP DA
      * COMPETENCIA COMO CONCLUIDA, PARA A AGENDA DE OBRIGACOES.
      *----------------------------------------------------------------
       MARCA-RUNCTL.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRUNCTL
                 CLOSE CADRUNCTL
                 GO TO MARCA-RUNCTL
              ELSE
                 GO TO MARCA-RUNCTL-FIM.
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO W-DATAHORA
           MOVE W-MESCOMPET TO RUNMES
           MOVE W-ANOCOMPET TO RUNANO
           MOVE ZEROS TO RUNFIL
           MOVE "SINDREP" TO RUNSTEP
           READ CADRUNCTL
           MOVE W-DATAHORA TO RUNINI RUNFIM
           MOVE "C" TO RUNSTAT
           MOVE ZEROS TO RUNTOT
           IF ST-ERRO = "00"
              REWRITE REGRUNCTL
           ELSE
              WRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       MARCA-RUNCTL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
