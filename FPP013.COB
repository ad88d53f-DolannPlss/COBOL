       01 W-PAGTOPO     PIC 9(02) VALUE ZEROS.
       01 W-PAGCOD      PIC X(07) OCCURS 30 TIMES VALUE SPACES.
       01 W-PAGI        PIC 9(02) VALUE ZEROS.
       01 W-OPERID      PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP013".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.

       01 CABIMPR.
          03 FILLER PIC X(25) VALUE "SEQ DEPENDENTE NOME      ".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETTXTSTATUS  PIC X(12) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID     PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONSULTA.
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO. 
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
      *
           OPEN INPUT  CADDEPEN
           IF ST-ERRO NOT = "00"
       ROT-MONTAR.
           MOVE DEPENCODFUNC TO CODFUNC.
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE "R" TO W-FILFUNC
              PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
              IF W-FILRC = "N"
                 GO TO INC-RD2.
           DISPLAY (03, 36) NOME
           DISPLAY (03, 23) CODFUNC
           DISPLAY (04, 18) FUNCDEP
                  MOVE "*** DIGITE S=SIM  N=NAO  P=IMPRIMIR ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO NOV-SOL.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
