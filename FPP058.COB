       01 W-DEPSEL        PIC 9(03) VALUE ZEROS.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-TOTETQ        PIC 9(06) VALUE ZEROS.
       01 W-TOTEXC        PIC 9(06) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
                03 LT-ETQ         PIC ZZZZZ9.
                03 FILLER         PIC X(13) VALUE "  EXCECOES : ".
                03 LT-EXC         PIC ZZZZZ9.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP058".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               USING  W-OPCAO
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
                MOVE ZEROS TO W-DEPSEL W-FILSEL W-TOTETQ W-TOTEXC
              GO TO LER-FUNC01.
           IF W-FILSEL NOT = ZEROS AND FILIAL NOT = W-FILSEL
              GO TO LER-FUNC01.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO LER-FUNC01.
           MOVE FUNCCEP TO CEP-NUMCEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
