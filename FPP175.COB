       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP175.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * GRATIFICACAO DE FUNCAO POR NIVEL HIERARQUICO DO      *
      * DEPARTAMENTO (NVL DO CADDEP): PERCENTUAL SOBRE O     *
      * SALARIO CONTRATUAL DO RESPONSAVEL (RESPFUNC), PAGO   *
      * PELA FOLHA (FPPREL) E USADO NA DIFERENCA DO          *
      * SUBSTITUTO (FPP176)                                  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADGRATNV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRN-NVL
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADGRATNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRATNV.DAT".
       01 REGGRATNV.
          03 GRN-PERC                 PIC 9(03)V99.
          03 GRN-STAT                 PIC X(01).
          03 GRN-NVL                  PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 IND             PIC 9(02) VALUE 1.

       01 TABNIVEL.
          03 FILLER PIC X(28) VALUE "01CONSELHO CONSULTIVO".
          03 FILLER PIC X(28) VALUE "02CONSELHO FISCAL".
          03 FILLER PIC X(28) VALUE "03PRESIDENCIA".
          03 FILLER PIC X(28) VALUE "04DIRETORIA ADMINISTRATIVA".
          03 FILLER PIC X(28) VALUE "05DIRETORIA INDUSTRIAL".
          03 FILLER PIC X(28) VALUE "06DIRETORIA COMERCIAL".
          03 FILLER PIC X(28) VALUE "07DIRETORIA MARKETING".
          03 FILLER PIC X(28) VALUE "08DIRETORIA JURIDICA".
          03 FILLER PIC X(28) VALUE "09CONSULTORIA".
       01 TABNIVELX   REDEFINES TABNIVEL.
          03 TBNIVEL  PIC X(28) OCCURS 9 TIMES.
      *
       01 TXTNIVEL.
          03 TXTNIVEL1 PIC X(02) VALUE SPACES.
          03 TXTNIVEL2 PIC X(26) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   -- GRATIFICACAO DE FUNCAO POR NIVEL DO".
           05  LINE 02  COLUMN 42
               VALUE  " DEPARTAMENTO --".
           05  LINE 04  COLUMN 01
               VALUE  "NIVEL HIERARQUICO (NVL)   :".
           05  LINE 06  COLUMN 01
               VALUE  "% SOBRE O SALARIO         :".
           05  LINE 08  COLUMN 01
               VALUE  "STATUS (A=ATIVO I=INATIVO):".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TGRN-NVL
               LINE 04  COLUMN 29  PIC 99
               USING  GRN-NVL
               HIGHLIGHT.
           05  TGRN-PERC
               LINE 06  COLUMN 29  PIC 999,99
               USING  GRN-PERC
               HIGHLIGHT.
           05  TGRN-STAT
               LINE 08  COLUMN 29  PIC X(01)
               USING  GRN-STAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADGRATNV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGRATNV
                 CLOSE CADGRATNV
                 MOVE "*** ARQUIVO CADGRATNV FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRATNV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO GRN-NVL GRN-PERC
           MOVE SPACES TO GRN-STAT
           MOVE ZEROS TO W-SEL
           MOVE 1 TO IND
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TGRN-NVL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R1A.
           MOVE TBNIVEL(IND) TO TXTNIVEL
           IF TXTNIVEL1 NOT = GRN-NVL
              ADD 1 TO IND
              IF IND < 10
                 GO TO R1A
              ELSE
                 MOVE "*** NIVEL HIERARQUICO INVALIDO (01 A 09) ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO IND
                 GO TO R1.
           MOVE 1 TO IND
           DISPLAY (04, 35) TXTNIVEL2.
       LER-CADGRATNV.
           READ CADGRATNV
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 35) TXTNIVEL2
                MOVE "*** NIVEL JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADGRATNV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** NIVEL NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TGRN-PERC
           IF GRN-PERC = ZEROS OR GRN-PERC > 100
              MOVE "*** PERCENTUAL INVALIDO (ATE 100%) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TGRN-STAT
           IF GRN-STAT NOT = "A" AND GRN-STAT NOT = "I"
              MOVE "*** STATUS INVALIDO (A OU I) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
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
                WRITE REGGRATNV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* NIVEL EXISTE,DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADGRATNV" TO MENS
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
                DELETE CADGRATNV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** NIVEL EXCLUIDO ***" TO MENS
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
                REWRITE REGGRATNV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** NIVEL ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADGRATNV.
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
