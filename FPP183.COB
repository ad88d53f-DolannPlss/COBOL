       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP183.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ROTEAMENTO DOS ALERTAS: LIGA FILIAL E DEPARTAMENTO   *
      * AO OPERADOR QUE RECEBE OS ALERTAS DO LOTE NOTURNO    *
      * (FPP182). DEPARTAMENTO 000 VALE PARA A FILIAL        *
      * INTEIRA E FILIAL 00/DEPARTAMENTO 000 E O RESPONSAVEL *
      * GERAL; O QUE NAO TEM ROTEAMENTO FICA COM OS NIVEL 1  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALEROT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ARO-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADALEROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALEROT.DAT".
       01 REGALEROT.
          03 ARO-OPER                 PIC X(08).
          03 ARO-STAT                 PIC X(01).
          03 ARO-KEY.
              05 ARO-FILIAL           PIC 9(02).
              05 ARO-DEP              PIC 9(03).
      *-----------------------------------------------------------------
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
          03 OPER-ID                  PIC X(08).
          03 OPER-NOME                PIC X(30).
          03 OPER-SENHA               PIC X(08).
          03 OPER-NIVEL               PIC 9(01).
          03 OPER-STAT                PIC X(01).
          03 OPER-DATATROCA           PIC 9(08).
          03 OPER-TENTFALHA           PIC 9(01).
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFILIAL.DAT".
       01 REGFILIAL.
          03 FILCOD                   PIC 9(02).
          03 FILRAZAO                 PIC X(30).
          03 FILCNPJ                  PIC 9(14).
          03 FILCIDADE                PIC X(20).
          03 FILUF                    PIC X(02).
          03 FILSTAT                  PIC X(01).
          03 FILFAP                   PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODDEP                   PIC 9(03).
          03 DENDEP                   PIC X(25).
          03 NVL                      PIC 9(02).
          03 DEPSTAT                  PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 DEPFILIAL                PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- ROTEAMENTO DOS ALERTAS --".
           05  LINE 04  COLUMN 01
               VALUE  "FILIAL (00=TODAS)         :".
           05  LINE 06  COLUMN 01
               VALUE  "DEPARTAMENTO (000=TODOS)  :".
           05  LINE 08  COLUMN 01
               VALUE  "OPERADOR RESPONSAVEL      :".
           05  LINE 10  COLUMN 01
               VALUE  "STATUS (A=ATIVO I=INATIVO):".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TARO-FILIAL
               LINE 04  COLUMN 29  PIC 9(02)
               USING  ARO-FILIAL
               HIGHLIGHT.
           05  TARO-DEP
               LINE 06  COLUMN 29  PIC 9(03)
               USING  ARO-DEP
               HIGHLIGHT.
           05  TARO-OPER
               LINE 08  COLUMN 29  PIC X(08)
               USING  ARO-OPER
               HIGHLIGHT.
           05  TARO-STAT
               LINE 10  COLUMN 29  PIC X(01)
               USING  ARO-STAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADALEROT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALEROT
                 CLOSE CADALEROT
                 MOVE "*** ARQUIVO CADALEROT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALEROT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALEROT
              GO TO ROT-FIMP.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DEP NAO EXISTE **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALEROT CADOPER
              GO TO ROT-FIMP.
      * O CADASTRO DE FILIAIS E OPCIONAL: SEM ELE A FILIAL NAO E
      * CONFERIDA.
           MOVE ZEROS TO W-FILARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO ARO-FILIAL ARO-DEP
           MOVE SPACES TO ARO-OPER ARO-STAT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TARO-FILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ARO-FILIAL = ZEROS
              DISPLAY (04, 40) "TODAS AS FILIAIS"
              GO TO R1B.
           IF W-FILARQ NOT = 1
              GO TO R1B.
           MOVE ARO-FILIAL TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) FILRAZAO.
       R1B.
           ACCEPT TARO-DEP
           IF ARO-DEP = ZEROS
              DISPLAY (06, 40) "TODOS OS DEPARTAMENTOS   "
              GO TO LER-CADALEROT.
           MOVE ARO-DEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
           IF ARO-FILIAL NOT = ZEROS AND DEPFILIAL NOT = ZEROS
              AND DEPFILIAL NOT = ARO-FILIAL
              MOVE "*** DEPARTAMENTO DE OUTRA FILIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
           DISPLAY (06, 40) DENDEP.
       LER-CADALEROT.
           READ CADALEROT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE ARO-OPER TO OPER-ID
                READ CADOPER
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO OPER-NOME
                END-IF
                DISPLAY TELAPRINCIPAL
                DISPLAY (08, 40) OPER-NOME
                MOVE "*** ROTEAMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADALEROT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** ROTEAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TARO-OPER
           IF ARO-OPER = SPACES
              MOVE "*** OPERADOR NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE ARO-OPER TO OPER-ID
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF OPER-STAT NOT = "A"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (08, 40) OPER-NOME.
       R3.
           ACCEPT TARO-STAT
           IF ARO-STAT NOT = "A" AND "I"
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
                WRITE REGALEROT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADALEROT" TO MENS
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
                DELETE CADALEROT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ROTEAMENTO EXCLUIDO ***" TO MENS
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
                REWRITE REGALEROT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ROTEAMENTO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO ROTEAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           CLOSE CADALEROT CADOPER CADDEP.
       ROT-FIMP.
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
