       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP166.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CATALOGO DE PATRIMONIO DA EMPRESA (NOTEBOOK, CELULAR, *
      * CRACHA, FERRAMENTA): NUMERO DE PATRIMONIO, DESCRICAO  *
      * E VALOR; OS EMPRESTIMOS POR CHAPA SAO REGISTRADOS NO  *
      * FPP167 E A RESCISAO (FPP008) COBRA O NAO DEVOLVIDO    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPATR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAT-NUM
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPATR.DAT".
       01 REGPATR.
          03 PAT-DESC                 PIC X(25).
      * N=NOTEBOOK C=CELULAR R=CRACHA F=FERRAMENTA O=OUTROS.
          03 PAT-TIPO                 PIC X(01).
      * VALOR DO BEM, BASE DO DESCONTO NA RESCISAO QUANDO NAO
      * DEVOLVIDO COM TERMO DE RESPONSABILIDADE ASSINADO.
          03 PAT-VALOR                PIC 9(07)V99.
          03 PAT-STAT                 PIC X(01).
          03 PAT-NUM                  PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- CATALOGO DE PATRIMONIO --".
           05  LINE 04  COLUMN 01
               VALUE  "NUMERO DE PATRIMONIO      :".
           05  LINE 06  COLUMN 01
               VALUE  "DESCRICAO                 :".
           05  LINE 08  COLUMN 01
               VALUE  "TIPO (N/C/R/F/O)          :".
           05  LINE 08  COLUMN 33
               VALUE  "N=NOTEBOOK C=CELULAR R=CRACHA".
           05  LINE 09  COLUMN 33
               VALUE  "F=FERRAMENTA O=OUTROS".
           05  LINE 10  COLUMN 01
               VALUE  "VALOR DO BEM              :".
           05  LINE 12  COLUMN 01
               VALUE  "STATUS (A=ATIVO I=INATIVO):".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPAT-NUM
               LINE 04  COLUMN 29  PIC 9(08)
               USING  PAT-NUM
               HIGHLIGHT.
           05  TPAT-DESC
               LINE 06  COLUMN 29  PIC X(25)
               USING  PAT-DESC
               HIGHLIGHT.
           05  TPAT-TIPO
               LINE 08  COLUMN 29  PIC X(01)
               USING  PAT-TIPO
               HIGHLIGHT.
           05  TPAT-VALOR
               LINE 10  COLUMN 29  PIC 9999999,99
               USING  PAT-VALOR
               HIGHLIGHT.
           05  TPAT-STAT
               LINE 12  COLUMN 29  PIC X(01)
               USING  PAT-STAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPATR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPATR
                 CLOSE CADPATR
                 MOVE "*** ARQUIVO CADPATR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPATR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO PAT-NUM PAT-VALOR
           MOVE SPACES TO PAT-DESC PAT-TIPO PAT-STAT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TPAT-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PAT-NUM = 0
                 MOVE "*** NUMERO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
       LER-CADPATR.
           READ CADPATR
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                MOVE "*** PATRIMONIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPATR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** PATRIMONIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TPAT-DESC
           IF PAT-DESC = SPACES
              MOVE "*** DESCRICAO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TPAT-TIPO
           IF PAT-TIPO NOT = "N" AND "C" AND "R" AND "F" AND "O"
              MOVE "*** TIPO INVALIDO (N/C/R/F/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TPAT-VALOR
           IF PAT-VALOR = ZEROS
              MOVE "*** VALOR DO BEM NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TPAT-STAT
           IF PAT-STAT NOT = "A" AND "I"
              MOVE "*** STATUS INVALIDO (A OU I) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPATR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* PATRIMONIO JA EXISTE, DADOS NAO GRAVADOS *"
                                                               TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADPATR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1INIT
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R2
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPATR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PATRIMONIO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPATR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PATRIMONIO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE PATRIMONIO"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPATR.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
