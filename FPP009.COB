       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-CODFUNCBUS    PIC 9(06) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-MESLOOP       PIC 9(02) VALUE ZEROS.
       01 W-HISTARQ       PIC 9(01) VALUE ZEROS.
       01 W-NOMEINF       PIC X(20) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP009".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-NOMEINF1.
          03 FILLER       PIC X(08) VALUE "CADINFRL".
          03 W-NOMEINF-AA PIC 9(04) VALUE ZEROS.
                03 INF-TOTIRRF  PIC ZZZ.ZZZ,99.
                03 FILLER      PIC X(10) VALUE " TOT.LIQ :".
                03 INF-TOTLIQ   PIC ZZZ.ZZZ,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               USING  W-FILIALSEL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
                MOVE LK-OPERID TO W-OPERID
                MOVE "C" TO W-FILFUNC
                MOVE W-OPERID TO W-FILOPER
                CALL "FPP187.COB" USING W-FILPARM.
      *
       INC-001.
                MOVE ZEROS TO W-ANOCOMPET W-CODFUNCBUS W-FILIALSEL
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COD.
                PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                IF W-FILRC = "N"
                   MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNC
                   GO TO INC-COD.
       INC-FILIAL.
                ACCEPT TW-FILIALSEL
                IF W-FILIALSEL < 1
                   MOVE "*** FILIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
                PERFORM VERIF-FILSEL THRU VERIF-FILSEL-FIM
                IF W-FILRC = "N"
                   MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
      *
           MOVE W-ANOCOMPET TO W-NOMEINF-AA
           MOVE W-NOMEINF1 TO W-NOMEINF

       ROT-FIMS.
                STOP RUN.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA E FILIAL PEDIDA CONTRA AS FILIAIS DO OPERADOR
      * (FPP187); A TENTATIVA NEGADA FICA NO CADLOG.
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *
       VERIF-FILSEL.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILIALSEL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILSEL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
