       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP174.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CONFERENCIA DO FORMATO DA CHAVE PIX PELO TIPO        *
      * INFORMADO: "C" CPF (11) OU CNPJ (14 DIGITOS), "E"    *
      * E-MAIL, "T" TELEFONE (+55 COM DDD) E "A" CHAVE       *
      * ALEATORIA (36 POSICOES COM HIFENS). CHAMADO NA       *
      * DIGITACAO DA FORMA DE PAGAMENTO (FPP004, FPP035 E    *
      * FPP096).                                             *
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
       01 W-TAM           PIC 9(02) VALUE ZEROS.
       01 W-QTD           PIC 9(02) VALUE ZEROS.
       01 W-ARROBA        PIC 9(02) VALUE ZEROS.
      *----------[ CHAVE DESMONTADA POSICAO A POSICAO ]-----------------
       01 W-CHV           PIC X(77) VALUE SPACES.
       01 W-CHVX REDEFINES W-CHV.
          03 W-CHVC       PIC X(01) OCCURS 77 TIMES.
      *----------[ ALGARISMOS HEXADECIMAIS DA CHAVE ALEATORIA ]---------
       01 W-HEXA          PIC X(22) VALUE "0123456789ABCDEFabcdef".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CHVPARM.
          03 LK-CHVTIPO        PIC X(01).
          03 LK-CHVCHAVE       PIC X(77).
      * RETORNO: "S" = CHAVE EM FORMATO VALIDO  "N" = INVALIDA.
          03 LK-CHVRC          PIC X(01).
          03 LK-CHVMSG         PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CHVPARM.
       INICIO.
           MOVE "N" TO LK-CHVRC
           MOVE SPACES TO LK-CHVMSG
           MOVE LK-CHVCHAVE TO W-CHV
           IF W-CHV = SPACES
              MOVE "*** CHAVE PIX NAO INFORMADA ***" TO LK-CHVMSG
              GO TO ROT-FIM.
           IF W-CHVC(1) = SPACE
              MOVE "*** CHAVE PIX NAO PODE COMECAR COM BRANCO ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
      * TAMANHO UTIL: ATE O ULTIMO CARACTER NAO BRANCO.
           MOVE 77 TO W-TAM.
       ACHA-TAM.
           IF W-CHVC(W-TAM) = SPACE
              SUBTRACT 1 FROM W-TAM
              GO TO ACHA-TAM.
           MOVE ZEROS TO W-QTD
           INSPECT W-CHV(1:W-TAM) TALLYING W-QTD FOR ALL SPACE
           IF W-QTD NOT = ZEROS
              MOVE "*** CHAVE PIX NAO PODE TER ESPACOS ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           IF LK-CHVTIPO = "C"
              GO TO CHV-DOC.
           IF LK-CHVTIPO = "E"
              GO TO CHV-EMAIL.
           IF LK-CHVTIPO = "T"
              GO TO CHV-FONE.
           IF LK-CHVTIPO = "A"
              GO TO CHV-ALEAT.
           MOVE "*** TIPO DE CHAVE INVALIDO (C/E/T/A) ***" TO LK-CHVMSG
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CPF OU CNPJ: SO ALGARISMOS, 11 OU 14 POSICOES.
      *----------------------------------------------------------------
       CHV-DOC.
           IF W-TAM NOT = 11 AND W-TAM NOT = 14
              MOVE "*** CHAVE CPF/CNPJ DEVE TER 11 OU 14 DIGITOS ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           IF W-CHV(1:W-TAM) NOT NUMERIC
              MOVE "*** CHAVE CPF/CNPJ SO COM ALGARISMOS ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           GO TO CHV-OK.
      *----------------------------------------------------------------
      * E-MAIL: UMA UNICA "@", COM TEXTO ANTES E UM PONTO NO
      * DOMINIO DEPOIS DELA (NAO NA ULTIMA POSICAO).
      *----------------------------------------------------------------
       CHV-EMAIL.
           MOVE ZEROS TO W-QTD
           INSPECT W-CHV(1:W-TAM) TALLYING W-QTD FOR ALL "@"
           IF W-QTD NOT = 1
              MOVE "*** E-MAIL DEVE TER UMA UNICA @ ***" TO LK-CHVMSG
              GO TO ROT-FIM.
           MOVE ZEROS TO W-ARROBA
           INSPECT W-CHV(1:W-TAM) TALLYING W-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
           ADD 1 TO W-ARROBA
           IF W-ARROBA = 1 OR W-ARROBA > W-TAM - 3
              MOVE "*** E-MAIL INVALIDO ***" TO LK-CHVMSG
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTD
           INSPECT W-CHV(W-ARROBA:W-TAM - W-ARROBA) TALLYING W-QTD
                   FOR ALL "."
           IF W-QTD = ZEROS OR W-CHVC(W-ARROBA + 1) = "."
              MOVE "*** E-MAIL SEM DOMINIO VALIDO ***" TO LK-CHVMSG
              GO TO ROT-FIM.
           GO TO CHV-OK.
      *----------------------------------------------------------------
      * TELEFONE: +55, DDD E NUMERO (FIXO 8 OU CELULAR 9 DIGITOS).
      *----------------------------------------------------------------
       CHV-FONE.
           IF W-CHV(1:3) NOT = "+55"
              MOVE "*** TELEFONE DEVE COMECAR COM +55 ***" TO LK-CHVMSG
              GO TO ROT-FIM.
           IF W-TAM NOT = 13 AND W-TAM NOT = 14
              MOVE "*** TELEFONE: +55, DDD E 8 OU 9 DIGITOS ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           IF W-CHV(4:W-TAM - 3) NOT NUMERIC
              MOVE "*** TELEFONE SO COM ALGARISMOS APOS +55 ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           GO TO CHV-OK.
      *----------------------------------------------------------------
      * CHAVE ALEATORIA: 36 POSICOES NO FORMATO 8-4-4-4-12, HIFENS
      * NAS POSICOES 9, 14, 19 E 24 E ALGARISMOS HEXADECIMAIS NAS
      * DEMAIS.
      *----------------------------------------------------------------
       CHV-ALEAT.
           IF W-TAM NOT = 36
              MOVE "*** CHAVE ALEATORIA DEVE TER 36 POSICOES ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           MOVE 1 TO W-IND.
       CHV-ALEAT-LP.
           IF W-IND > 36
              GO TO CHV-OK.
           IF W-IND = 9 OR W-IND = 14 OR W-IND = 19 OR W-IND = 24
              IF W-CHVC(W-IND) NOT = "-"
                 MOVE "*** CHAVE ALEATORIA FORA DO FORMATO ***"
                                                       TO LK-CHVMSG
                 GO TO ROT-FIM
              ELSE
                 ADD 1 TO W-IND
                 GO TO CHV-ALEAT-LP.
           MOVE ZEROS TO W-QTD
           INSPECT W-HEXA TALLYING W-QTD FOR ALL W-CHVC(W-IND)
           IF W-QTD = ZEROS
              MOVE "*** CHAVE ALEATORIA COM CARACTER INVALIDO ***"
                                                       TO LK-CHVMSG
              GO TO ROT-FIM.
           ADD 1 TO W-IND
           GO TO CHV-ALEAT-LP.
      *
       CHV-OK.
           MOVE "S" TO LK-CHVRC.
      *
       ROT-FIM.
           EXIT PROGRAM.
