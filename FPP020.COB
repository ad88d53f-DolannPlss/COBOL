       01 W-TOTFUNC       PIC 9(04) VALUE ZEROS.
       01 W-TOTDEPEN      PIC 9(04) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADANIV".
       01 LINTOT.
                03 FILLER      PIC X(20) VALUE "TOTAL DE REGISTROS :".
                03 LT-TOTAL    PIC ZZZ9.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP020".
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
                MOVE ZEROS TO W-MESSEL
                MOVE DATANASC(5:2) TO W-MESREG
                IF W-MESREG NOT = W-MESSEL
                   GO TO PROC-FUNC-RD.
                PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                IF W-FILRC = "N"
                   GO TO PROC-FUNC-RD.
                MOVE CODFUNC TO LDF-COD
                MOVE NOME TO LDF-NOME
                MOVE DATANASC(7:2) TO LDF-DIA
                MOVE DEPENDATANASC(5:2) TO W-MESREG
                IF W-MESREG NOT = W-MESSEL
                   GO TO PROC-DEPEN-RD.
                IF W-FILREST = "S"
                   MOVE DEPENCODFUNC TO CODFUNC
                   READ CADFUNC
                   IF ST-ERRO NOT = "00"
                      GO TO PROC-DEPEN-RD
                   ELSE
                      PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                      IF W-FILRC = "N"
                         GO TO PROC-DEPEN-RD.
                MOVE DEPENCODFUNC TO LDD-COD
                MOVE NOMEDEPEN TO LDD-NOME
                MOVE DEPENDATANASC(7:2) TO LDD-DIA
           MOVE "RELATORIO GERADO COM SUCESSO" TO MENS
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
      *
      **********************
      * MENSAGENS          *
