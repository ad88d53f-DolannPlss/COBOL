       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP151.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CADASTRO DE APOLICES DE SEGURO DE VIDA EM GRUPO:     *
      * SEGURADORA, CAPITAL SEGURADO EM MULTIPLO DO SALARIO  *
      * (COM MINIMO E TETO), TAXA MENSAL POR MIL DE CAPITAL  *
      * E PARTE DO PREMIO PAGA PELO EMPREGADO                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSEGVG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEG-COD
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * APOLICE DE VIDA EM GRUPO.
      *   MULT    : CAPITAL = MULT X SALARIO CONTRATUAL MENSAL
      *   CAPMIN/CAPMAX: LIMITES DO CAPITAL (CAPMAX ZERO = SEM TETO)
      *   TAXA    : PREMIO MENSAL POR MIL DE CAPITAL SEGURADO
      *   PERCFUNC: PARTE DO PREMIO DESCONTADA DO EMPREGADO (%)
      *-----------------------------------------------------------------
       FD CADSEGVG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVG.DAT".
       01 REGSEGVG.
          03 SEG-SEGURADORA           PIC X(30).
          03 SEG-CNPJ                 PIC 9(14).
          03 SEG-APOLICE              PIC X(15).
          03 SEG-MULT                 PIC 9(02).
          03 SEG-CAPMIN               PIC 9(07)V99.
          03 SEG-CAPMAX               PIC 9(07)V99.
          03 SEG-TAXA                 PIC 9(02)V9(04).
          03 SEG-PERCFUNC             PIC 9(03)V99.
          03 SEG-STAT                 PIC X(01).
          03 SEG-COD                  PIC 9(03).
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
               VALUE  "      -- APOLICES DE SEGURO DE VIDA EM G".
           05  LINE 02  COLUMN 41
               VALUE  "RUPO --".
           05  LINE 04  COLUMN 01
               VALUE  "CODIGO DA APOLICE         :".
           05  LINE 06  COLUMN 01
               VALUE  "SEGURADORA                :".
           05  LINE 07  COLUMN 01
               VALUE  "CNPJ DA SEGURADORA        :".
           05  LINE 08  COLUMN 01
               VALUE  "NUMERO DA APOLICE         :".
           05  LINE 10  COLUMN 01
               VALUE  "CAPITAL (NO. DE SALARIOS) :".
           05  LINE 11  COLUMN 01
               VALUE  "CAPITAL MINIMO            :".
           05  LINE 12  COLUMN 01
               VALUE  "CAPITAL MAXIMO            :".
           05  LINE 12  COLUMN 42
               VALUE  "(ZERO = SEM TETO)".
           05  LINE 14  COLUMN 01
               VALUE  "TAXA MENSAL (POR MIL)     :".
           05  LINE 15  COLUMN 01
               VALUE  "PARTE DO EMPREGADO (%)    :".
           05  LINE 17  COLUMN 01
               VALUE  "STATUS (A=ATIVO I=INATIVO):".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TSEG-COD
               LINE 04  COLUMN 29  PIC 999
               USING  SEG-COD
               HIGHLIGHT.
           05  TSEG-SEGURADORA
               LINE 06  COLUMN 29  PIC X(30)
               USING  SEG-SEGURADORA
               HIGHLIGHT.
           05  TSEG-CNPJ
               LINE 07  COLUMN 29  PIC 9(14)
               USING  SEG-CNPJ
               HIGHLIGHT.
           05  TSEG-APOLICE
               LINE 08  COLUMN 29  PIC X(15)
               USING  SEG-APOLICE
               HIGHLIGHT.
           05  TSEG-MULT
               LINE 10  COLUMN 29  PIC 99
               USING  SEG-MULT
               HIGHLIGHT.
           05  TSEG-CAPMIN
               LINE 11  COLUMN 29  PIC 9999999,99
               USING  SEG-CAPMIN
               HIGHLIGHT.
           05  TSEG-CAPMAX
               LINE 12  COLUMN 29  PIC 9999999,99
               USING  SEG-CAPMAX
               HIGHLIGHT.
           05  TSEG-TAXA
               LINE 14  COLUMN 29  PIC 99,9999
               USING  SEG-TAXA
               HIGHLIGHT.
           05  TSEG-PERCFUNC
               LINE 15  COLUMN 29  PIC 999,99
               USING  SEG-PERCFUNC
               HIGHLIGHT.
           05  TSEG-STAT
               LINE 17  COLUMN 29  PIC X(01)
               USING  SEG-STAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADSEGVG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEGVG
                 CLOSE CADSEGVG
                 MOVE "*** ARQUIVO CADSEGVG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO NO INICIO! **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEGVG" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO SEG-COD SEG-CNPJ SEG-MULT SEG-CAPMIN
           MOVE ZEROS TO SEG-CAPMAX SEG-TAXA SEG-PERCFUNC
           MOVE SPACES TO SEG-SEGURADORA SEG-APOLICE SEG-STAT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TSEG-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SEG-COD = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
       LER-CADSEGVG.
           READ CADSEGVG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                MOVE "*** APOLICE JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSEGVG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** APOLICE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TSEG-SEGURADORA
           IF SEG-SEGURADORA = SPACES
              MOVE "*** SEGURADORA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           ACCEPT TSEG-CNPJ.
       R2A.
           ACCEPT TSEG-APOLICE
           IF SEG-APOLICE = SPACES
              MOVE "*** NUMERO DA APOLICE NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       R3.
           ACCEPT TSEG-MULT
           IF SEG-MULT = ZEROS
              MOVE "*** MULTIPLO DO SALARIO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           ACCEPT TSEG-CAPMIN.
       R3A.
           ACCEPT TSEG-CAPMAX
           IF SEG-CAPMAX NOT = ZEROS AND SEG-CAPMAX < SEG-CAPMIN
              MOVE "*** CAPITAL MAXIMO MENOR QUE O MINIMO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
       R4.
           ACCEPT TSEG-TAXA
           IF SEG-TAXA = ZEROS
              MOVE "*** TAXA DA APOLICE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R4A.
           ACCEPT TSEG-PERCFUNC
           IF SEG-PERCFUNC > 100
              MOVE "*** PERCENTUAL DO EMPREGADO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
       R5.
           ACCEPT TSEG-STAT
           IF SEG-STAT NOT = "A" AND SEG-STAT NOT = "I"
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
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGSEGVG
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* APOLICE EXISTE,DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADSEGVG" TO MENS
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
                DELETE CADSEGVG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** APOLICE EXCLUIDA ***" TO MENS
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
                REWRITE REGSEGVG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** APOLICE ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE APOLICE"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSEGVG.
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
