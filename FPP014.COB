                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNCCSV ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-PAGCOD      PIC 9(06) OCCURS 30 TIMES VALUE ZEROS.
       01 W-VOLTARGET   PIC 9(06) VALUE ZEROS.
       01 W-PAGI        PIC 9(02) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP014".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.

       01 CABIMPR.
          03 FILLER PIC X(25) VALUE "CODIGO          NOME     ".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETTXTSTATUS  PIC X(12) VALUE SPACES.
      *
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
       01 LK-OPERID     PIC X(08).
                 MOVE OPER-NIVEL TO W-NIVEL
              END-IF
              CLOSE CADOPER.
      * A LISTA MOSTRA SO AS CHAPAS DAS FILIAIS DO OPERADOR.
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
      *
           OPEN INPUT  CADFUNC 
           IF ST-ERRO NOT = "00"
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
      * CHAPA DIGITADA DE FILIAL NAO PERMITIDA: RECUSA E VAI AO CADLOG.
           MOVE CODENTER TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE "V" TO W-FILFUNC
              PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
              IF W-FILRC = "N"
                 MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           MOVE CODENTER TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 MOVE "*** CHAVE NAO ENCONTRADA ***" TO MENS
                 GO TO INC-001A.
           IF CPF NOT = W-DOCENTER AND PIS NOT = W-DOCENTER
              GO TO INC-001D-RD.
           MOVE "V" TO W-FILFUNC
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001A.
           IF W-NIVEL = 1
              MOVE CPF TO W-DOCNUM
              DISPLAY (22, 13) "CPF: "
              PERFORM BUSCA-NOME THRU BUSCA-NOME-FIM
              IF W-ACHOUNOME NOT = 1
                 GO TO INC-RD2.
           MOVE "R" TO W-FILFUNC
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO INC-RD2.

       R3.
           MOVE TBTIPO(IND) TO TXTTIPO
           MOVE W-EVTX TO LOG-ACAO
           MOVE W-OPERID TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-TEVT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA LIDA CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MASCARA LGPD: SO OS QUATRO ULTIMOS DIGITOS DO DOCUMENTO
      * FICAM VISIVEIS (***.***.*NN-NN).
      *----------------------------------------------------------------
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "V" TO LOG-ACAO
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-VISTA-FIM.
           EXIT.
      **********************
