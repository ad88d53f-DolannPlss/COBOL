                      ALTERNATE RECORD KEY IS CEP-CIDADE
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 CEP-CIDADE               PIC X(20).
          03 CEP-UF                   PIC X(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-HORALOG        PIC 9(08) VALUE ZEROS.


      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      * REGISTRO DO LOG DE AUDITORIA, GRAVADO PELO FPP161.
       01 REGLOG.
          03 LOG-OPERID               PIC X(08).
          03 LOG-DATAHORA             PIC X(14).
          03 LOG-ARQUIVO              PIC X(10).
          03 LOG-ACAO                 PIC X(01).
          03 LOG-CHAVE                PIC X(10).
          03 LOG-ANTES                PIC X(182).
          03 LOG-DEPOIS               PIC X(182).
          03 LOG-SEQ                  PIC 9(08).
          03 LOG-CHKANT               PIC 9(09).
          03 LOG-CHKIMG               PIC 9(09).
          03 LOG-CHK                  PIC 9(09).
          03 LOG-ANON                 PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID        PIC X(08).
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
