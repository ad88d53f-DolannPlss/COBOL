      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CADASTRO DE SINDICATOS (PISO DA CATEGORIA, MES DO    *
      * DISSIDIO E PERCENTUAL DE MENSALIDADE) E TETO MENSAL  *
      * DO AUXILIO-CRECHE DA CONVENCAO (ARQSINDCR)           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SIN-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSINDCR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SCR-COD
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 SIN-MENSPERC             PIC 9(02)V99.
          03 SIN-STAT                 PIC X(01).
          03 SIN-COD                  PIC 9(03).
      *-----------------------------------------------------------------
      * TETO MENSAL DO AUXILIO-CRECHE POR SINDICATO (REEMBOLSO DO
      * RECIBO ATE ESTE VALOR); SEM REGISTRO OU COM TETO ZERO A
      * CONVENCAO NAO PREVE O BENEFICIO.
       FD CADSINDCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDCR.DAT".
       01 REGSINDCR.
          03 SCR-TETO                 PIC 9(06)V99.
          03 SCR-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-TETOCRECHE    PIC 9(06)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               VALUE  "% MENSALIDADE (FILIADOS)  :".
           05  LINE 14  COLUMN 01
               VALUE  "STATUS (A=ATIVO I=INATIVO):".
           05  LINE 16  COLUMN 01
               VALUE  "TETO AUXILIO-CRECHE (MES) :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TSIN-COD
               LINE 14  COLUMN 29  PIC X(01)
               USING  SIN-STAT
               HIGHLIGHT.
           05  TW-TETOCRECHE
               LINE 16  COLUMN 29  PIC 999999,99
               USING  W-TETOCRECHE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADSINDCR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSINDCR
                 CLOSE CADSINDCR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINDCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO SIN-COD SIN-PISO SIN-MESDISS SIN-MENSPERC
           MOVE SPACES TO SIN-NOME SIN-STAT
           MOVE ZEROS TO W-SEL W-TETOCRECHE
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TSIN-COD
           READ CADSIND
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE SIN-COD TO SCR-COD
                READ CADSINDCR
                IF ST-ERRO = "00"
                   MOVE SCR-TETO TO W-TETOCRECHE
                END-IF
                DISPLAY TELAPRINCIPAL
                MOVE "*** SINDICATO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** STATUS INVALIDO (A OU I) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TW-TETOCRECHE.
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-WR1.
                WRITE REGSIND
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-TETO THRU GRAVA-TETO-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
       EXC-DL1.
                DELETE CADSIND RECORD
                IF ST-ERRO = "00"
                   MOVE SIN-COD TO SCR-COD
                   DELETE CADSINDCR RECORD
                   MOVE "*** SINDICATO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
       ALT-RW1.
                REWRITE REGSIND
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-TETO THRU GRAVA-TETO-FIM
                   MOVE "*** SINDICATO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO SINDICATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * TETO DO AUXILIO-CRECHE NO ARQUIVO PROPRIO DO SINDICATO
      *----------------------------------------------------------------
       GRAVA-TETO.
                MOVE SIN-COD TO SCR-COD
                READ CADSINDCR
                IF ST-ERRO = "00"
                   MOVE W-TETOCRECHE TO SCR-TETO
                   REWRITE REGSINDCR
                ELSE
                   MOVE W-TETOCRECHE TO SCR-TETO
                   WRITE REGSINDCR.
       GRAVA-TETO-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSIND CADSINDCR.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
