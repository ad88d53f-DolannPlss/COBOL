       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP173.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CONFERENCIA DO DIGITO DA CONTA BANCARIA PELA REGRA   *
      * DE CADA BANCO (BANCO DO BRASIL, CAIXA, ITAU, BRADESCO*
      * E SANTANDER). CHAMADO NA DIGITACAO DOS DADOS         *
      * BANCARIOS (FPP004, FPP035, FPP096) E NA CRITICA QUE  *
      * ANTECEDE A REMESSA CNAB (FPP018). BANCO SEM REGRA    *
      * CADASTRADA VOLTA "B" E A CONTA E ACEITA COMO DIGITADA*
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-IND           PIC 9(02) VALUE ZEROS.
       01 W-SOMA          PIC 9(05) VALUE ZEROS.
       01 W-PROD          PIC 9(03) VALUE ZEROS.
       01 W-QUOC          PIC 9(05) VALUE ZEROS.
       01 W-RESTO         PIC 9(02) VALUE ZEROS.
       01 W-DV            PIC 9(02) VALUE ZEROS.
       01 W-DVNUM         PIC 9(01) VALUE ZEROS.
       01 W-DVINF         PIC X(01) VALUE SPACES.
       01 W-OPER          PIC 9(03) VALUE ZEROS.
       01 W-NUMCTA        PIC 9(05) VALUE ZEROS.
      * MODO DA SOMA: "N"=PRODUTO  "D"=SOMA DOS ALGARISMOS DO PRODUTO
      * (MODULO 10 DO ITAU)  "U"=SO A UNIDADE DO PRODUTO (SANTANDER).
       01 W-MODO          PIC X(01) VALUE "N".
      *----------[ NUMERO MONTADO PARA O CALCULO, ALINHADO A DIREITA ]--
       01 W-SEQ           PIC 9(15) VALUE ZEROS.
       01 W-SEQX REDEFINES W-SEQ.
          03 W-SEQD       PIC 9(01) OCCURS 15 TIMES.
      *----------[ PESOS POR POSICAO DO NUMERO MONTADO ]----------------
       01 W-PESOS         PIC X(30) VALUE SPACES.
       01 W-PESOSX REDEFINES W-PESOS.
          03 W-PESO       PIC 9(02) OCCURS 15 TIMES.
      * BANCO DO BRASIL E BRADESCO: CONTA COM 8 POSICOES.
       01 W-PESBB         PIC X(30) VALUE
                  "000000000000000908070605040302".
       01 W-PESBRA        PIC X(30) VALUE
                  "000000000000000302070605040302".
      * ITAU: AGENCIA (4) + CONTA (5).
       01 W-PESITA        PIC X(30) VALUE
                  "000000000000020102010201020102".
      * CAIXA: AGENCIA (4) + OPERACAO (3) + CONTA (8).
       01 W-PESCEF        PIC X(30) VALUE
                  "080706050403020908070605040302".
      * SANTANDER: AGENCIA (4) + "00" + CONTA (8).
       01 W-PESSAN        PIC X(30) VALUE
                  "000907030100000907010301090703".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-BCOPARM.
          03 LK-BCOBANCO       PIC 9(03).
          03 LK-BCOAGENCIA     PIC 9(04).
          03 LK-BCOCONTA       PIC 9(08).
          03 LK-BCODV          PIC X(01).
      * RETORNO: "S" = DIGITO CONFERE  "N" = NAO CONFERE
      *          "B" = BANCO SEM REGRA (NAO CONFERIDO).
          03 LK-BCORC          PIC X(01).
          03 LK-BCODVCALC      PIC X(01).
          03 LK-BCOMSG         PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-BCOPARM.
       INICIO.
           MOVE "S" TO LK-BCORC
           MOVE SPACES TO LK-BCODVCALC LK-BCOMSG
           MOVE LK-BCODV TO W-DVINF
           IF W-DVINF = "x"
              MOVE "X" TO W-DVINF.
           IF W-DVINF = "p"
              MOVE "P" TO W-DVINF.
           MOVE "N" TO W-MODO
           IF LK-BCOBANCO = 001
              GO TO CALC-BB.
           IF LK-BCOBANCO = 104
              GO TO CALC-CEF.
           IF LK-BCOBANCO = 341
              GO TO CALC-ITA.
           IF LK-BCOBANCO = 237
              GO TO CALC-BRA.
           IF LK-BCOBANCO = 033
              GO TO CALC-SAN.
           MOVE "B" TO LK-BCORC
           MOVE "*** BANCO SEM REGRA DE DIGITO - NAO CONFERIDO ***"
                                                       TO LK-BCOMSG
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * BANCO DO BRASIL: MODULO 11, PESOS 9 A 2; RESULTADO 10 E "X",
      * 11 E ZERO.
      *----------------------------------------------------------------
       CALC-BB.
           MOVE LK-BCOCONTA TO W-SEQ
           MOVE W-PESBB TO W-PESOS
           PERFORM SOMA-PESOS THRU SOMA-PESOS-FIM
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-DV = 11 - W-RESTO
           IF W-DV = 10
              MOVE "X" TO LK-BCODVCALC
              GO TO CONFERE.
           IF W-DV = 11
              MOVE ZEROS TO W-DV.
           GO TO DV-NUMERICO.
      *----------------------------------------------------------------
      * CAIXA: MODULO 11 SOBRE AGENCIA + OPERACAO + CONTA, SOMA
      * MULTIPLICADA POR 10; RESTO 10 E ZERO. NO CADASTRO A CONTA DA
      * CAIXA E A OPERACAO (3) SEGUIDA DO NUMERO DA CONTA (5).
      *----------------------------------------------------------------
       CALC-CEF.
           DIVIDE LK-BCOCONTA BY 100000 GIVING W-OPER
                                        REMAINDER W-NUMCTA
           COMPUTE W-SEQ = LK-BCOAGENCIA * 100000000000
                         + W-OPER * 100000000 + W-NUMCTA
           MOVE W-PESCEF TO W-PESOS
           PERFORM SOMA-PESOS THRU SOMA-PESOS-FIM
           COMPUTE W-SOMA = W-SOMA * 10
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           MOVE W-RESTO TO W-DV
           IF W-DV = 10
              MOVE ZEROS TO W-DV.
           GO TO DV-NUMERICO.
      *----------------------------------------------------------------
      * ITAU: MODULO 10 SOBRE AGENCIA + CONTA (5 POSICOES), PESOS 2 E
      * 1 ALTERNADOS, SOMANDO OS ALGARISMOS DE CADA PRODUTO.
      *----------------------------------------------------------------
       CALC-ITA.
           DIVIDE LK-BCOCONTA BY 100000 GIVING W-OPER
                                        REMAINDER W-NUMCTA
           COMPUTE W-SEQ = LK-BCOAGENCIA * 100000 + W-NUMCTA
           MOVE W-PESITA TO W-PESOS
           MOVE "D" TO W-MODO
           PERFORM SOMA-PESOS THRU SOMA-PESOS-FIM
           DIVIDE W-SOMA BY 10 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-DV = 10 - W-RESTO
           IF W-DV = 10
              MOVE ZEROS TO W-DV.
           GO TO DV-NUMERICO.
      *----------------------------------------------------------------
      * BRADESCO: MODULO 11, PESOS 2 A 7 DA DIREITA PARA A ESQUERDA;
      * RESTO ZERO E ZERO, RESTO 1 E "P".
      *----------------------------------------------------------------
       CALC-BRA.
           MOVE LK-BCOCONTA TO W-SEQ
           MOVE W-PESBRA TO W-PESOS
           PERFORM SOMA-PESOS THRU SOMA-PESOS-FIM
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = 1
              MOVE "P" TO LK-BCODVCALC
              GO TO CONFERE.
           IF W-RESTO = 0
              MOVE ZEROS TO W-DV
           ELSE
              COMPUTE W-DV = 11 - W-RESTO.
           GO TO DV-NUMERICO.
      *----------------------------------------------------------------
      * SANTANDER: AGENCIA + "00" + CONTA COM PESOS 9,7,3,1,0,0,9,7,
      * 1,3,1,9,7,3, SOMANDO SO A UNIDADE DE CADA PRODUTO; DIGITO =
      * 10 MENOS O RESTO POR 10 (10 E ZERO).
      *----------------------------------------------------------------
       CALC-SAN.
           COMPUTE W-SEQ = LK-BCOAGENCIA * 10000000000 + LK-BCOCONTA
           MOVE W-PESSAN TO W-PESOS
           MOVE "U" TO W-MODO
           PERFORM SOMA-PESOS THRU SOMA-PESOS-FIM
           DIVIDE W-SOMA BY 10 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-DV = 10 - W-RESTO
           IF W-DV = 10
              MOVE ZEROS TO W-DV.
      *
       DV-NUMERICO.
           MOVE W-DV TO W-DVNUM
           MOVE W-DVNUM TO LK-BCODVCALC.
       CONFERE.
           IF W-DVINF NOT = LK-BCODVCALC
              MOVE "N" TO LK-BCORC
              STRING "*** DIGITO DA CONTA NAO CONFERE - ESPERADO "
                     LK-BCODVCALC " ***" DELIMITED BY SIZE
                     INTO LK-BCOMSG.
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * SOMA DOS PRODUTOS ALGARISMO X PESO DO NUMERO MONTADO.
      *----------------------------------------------------------------
       SOMA-PESOS.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND.
       SOMA-PESOS-LP.
           COMPUTE W-PROD = W-SEQD(W-IND) * W-PESO(W-IND)
           IF W-MODO = "D" AND W-PROD > 9
              SUBTRACT 9 FROM W-PROD.
           IF W-MODO = "U"
              DIVIDE W-PROD BY 10 GIVING W-QUOC REMAINDER W-RESTO
              MOVE W-RESTO TO W-PROD.
           ADD W-PROD TO W-SOMA
           ADD 1 TO W-IND
           IF W-IND < 16
              GO TO SOMA-PESOS-LP.
       SOMA-PESOS-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.
