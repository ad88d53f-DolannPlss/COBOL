                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01  W-REGANTES       PIC X(182) VALUE SPACES.
       01  W-HOJELOG        PIC 9(08) VALUE ZEROS.
       01  W-HORALOG        PIC 9(08) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP003".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
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
       01  LK-OPERID        PIC X(08).
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADFUNC" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
           DISPLAY TELAPRINCIPAL.



       LEG-STATUS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA CONTRA AS FILIAIS DO OPERADOR (FPP187); A
      * TENTATIVA NEGADA FICA NO CADLOG.
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DO LOG DE AUDITORIA
      *----------------------------------------------------------------
       GRAVA-LOG.
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
