       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP030".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-OPERID        PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               USING  APONTVENDAS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADAPONT
           IF ST-ERRO NOT = "00"
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
       R2.
           ACCEPT TAPONTMES
           IF APONTMES < 1 OR APONTMES > 12
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
       ROT-FIM.
           CLOSE CADFUNC CADAPONT.
