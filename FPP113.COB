       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-CODSEL        PIC 9(06) VALUE ZEROS.
       01 W-ANOSEL        PIC 9(04) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP113".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-RUBRARQ       PIC 9(01) VALUE ZEROS.
       01 W-MESANT        PIC 9(02) VALUE ZEROS.
       01 W-DESCVB        PIC X(25) VALUE SPACES.
                03 TL-DESC     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(09) VALUE " LIQUIDO ".
                03 TL-LIQ      PIC ZZZ.ZZZ.ZZ9,99.
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
       INC-001.
           MOVE ZEROS TO W-CODSEL W-ANOSEL
           MOVE ZEROS TO W-TOTPROV W-TOTDESC W-TOTLIQ
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAGVB CADFUNC
              GO TO INC-001.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAGVB CADFUNC
              GO TO INC-001.
      * O CADASTRO DE RUBRICAS E OPCIONAL (SO PARA AS DESCRICOES).
           MOVE ZEROS TO W-RUBRARQ
           OPEN INPUT CADRUBR
              MOVE "SALARIO-MATERNIDADE" TO W-DESCVB.
           IF VB-RUB = 912
              MOVE "SALARIO-FAMILIA" TO W-DESCVB.
           IF VB-RUB = 913
              MOVE "AUXILIO-CRECHE" TO W-DESCVB.
           IF VB-RUB = 914
              MOVE "GRATIFICACAO DE FUNCAO" TO W-DESCVB.
           IF VB-RUB = 915
              MOVE "DIFERENCA SUBSTITUICAO" TO W-DESCVB.
           IF VB-RUB = 916
              MOVE "DSR DA FOLHA SEMANAL" TO W-DESCVB.
           IF VB-RUB = 921
              MOVE "INSS" TO W-DESCVB.
           IF VB-RUB = 922
              MOVE "SUSPENSAO DISCIPLINAR" TO W-DESCVB.
           IF VB-RUB = 933
              MOVE "DESCONTO MES ANTERIOR" TO W-DESCVB.
           IF VB-RUB = 934
              MOVE "SEGURO DE VIDA EM GRUPO" TO W-DESCVB.
           IF VB-RUB = 935
              MOVE "FOLHAS SEMANAIS PAGAS" TO W-DESCVB.
           IF VB-RUB = 951
              MOVE "DIFERENCA COMPLEMENTAR" TO W-DESCVB.
           IF VB-RUB = 952
              MOVE "DIFERENCA RETROATIVA" TO W-DESCVB.
       DECODE-VB-FIM.
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
      *
       ROT-TOTAIS.
           WRITE REGFICHTX FROM CAB2
