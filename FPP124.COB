       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP124.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CADASTRO DE ESTABILIDADE PROVISORIA POR CHAPA: TIPO   *
      * (CIPA, GESTANTE, ACIDENTE DE TRABALHO, DIRIGENTE      *
      * SINDICAL, PRE-APOSENTADORIA DA CONVENCAO), INICIO E   *
      * FIM; ENQUANTO HA ESTABILIDADE EM ABERTO A RESCISAO    *
      * SEM JUSTA CAUSA (FPP008) E O AVISO PREVIO (FPP098)    *
      * SAO RECUSADOS. VENCIMENTOS NO RELATORIO FPP125        *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-KEY
                      ALTERNATE RECORD KEY IS EST-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODFUNC
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS DATANASC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
      * TIPO: "C"=CIPA  "G"=GESTANTE  "A"=ACIDENTE DE TRABALHO
      *       "S"=DIRIGENTE SINDICAL  "P"=PRE-APOSENTADORIA.
          03 EST-TIPO                 PIC X(01).
          03 EST-DATAINI              PIC 9(08).
          03 EST-DATAFIM              PIC 9(08).
          03 EST-OBS                  PIC X(30).
          03 EST-KEY.
              05 EST-CODFUNC          PIC 9(06).
              05 EST-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC                  PIC 9(06).
          03 NOME                     PIC X(30).
          03 DATANASC                 PIC X(08).
          03 SEXO                     PIC X(01).
          03 GENERO                   PIC X(01).
          03 FUNCDEP                  PIC 9(03).
          03 FUNCCAR                  PIC 9(03).
          03 NVLSAL                   PIC 9(02).
          03 IMPRENDA                 PIC X(01).
          03 QUANTDEP                 PIC 9(01).
          03 FUNCCEP                  PIC 9(08).
          03 NUMRES                   PIC 9(04).
          03 COMPRES                  PIC X(12).
          03 FUNCSTAT                 PIC X(01).
          03 CPF                      PIC 9(11).
          03 RG                       PIC X(12).
          03 CTPS                     PIC X(12).
          03 PIS                      PIC 9(11).
          03 DATAADM                  PIC 9(08).
          03 DATADEM                  PIC 9(08).
          03 MOTIVODEM                PIC X(01).
          03 BANCO                    PIC 9(03).
          03 AGENCIA                  PIC 9(04).
          03 CONTA                    PIC 9(08).
          03 CONTADV                  PIC X(01).
          03 TIPOAFAST                PIC X(01).
          03 DATAINIAFAST             PIC 9(08).
          03 DATAPREVRET              PIC 9(08).
          03 FILIAL                   PIC 9(02).
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-ANOF          PIC 9(04) VALUE ZEROS.
       01 W-MESF          PIC 9(02) VALUE ZEROS.
       01 W-DIAF          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- CADASTRO DE ESTABILIDADE PRO".
           05  LINE 02  COLUMN 40
               VALUE  "VISORIA --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "SEQUENCIA                 :".
           05  LINE 07  COLUMN 01
               VALUE  "TIPO DE ESTABILIDADE      :".
           05  LINE 08  COLUMN 05
               VALUE  "C=CIPA G=GESTANTE A=ACIDENTE S=SINDICAL".
           05  LINE 08  COLUMN 45
               VALUE  " P=PRE-APOSENTADORIA".
           05  LINE 10  COLUMN 01
               VALUE  "INICIO (AAAAMMDD)         :".
           05  LINE 12  COLUMN 01
               VALUE  "FIM    (AAAAMMDD)         :".
           05  LINE 14  COLUMN 01
               VALUE  "OBSERVACAO                :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TEST-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  EST-CODFUNC
               HIGHLIGHT.
           05  TEST-SEQ
               LINE 05  COLUMN 29  PIC 99
               USING  EST-SEQ
               HIGHLIGHT.
           05  TEST-TIPO
               LINE 07  COLUMN 29  PIC X(01)
               USING  EST-TIPO
               HIGHLIGHT.
           05  TEST-DATAINI
               LINE 10  COLUMN 29  PIC 9(08)
               USING  EST-DATAINI
               HIGHLIGHT.
           05  TEST-DATAFIM
               LINE 12  COLUMN 29  PIC 9(08)
               USING  EST-DATAFIM
               HIGHLIGHT.
           05  TEST-OBS
               LINE 14  COLUMN 29  PIC X(30)
               USING  EST-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADESTAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTAB
                 CLOSE CADESTAB
                 MOVE "*** ARQUIVO CADESTAB FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO EST-CODFUNC EST-SEQ EST-DATAINI EST-DATAFIM
           MOVE ZEROS TO CODFUNC
           MOVE SPACES TO EST-TIPO EST-OBS
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TEST-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EST-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE EST-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME.
       R1B.
           ACCEPT TEST-SEQ
           IF EST-SEQ = 0
              MOVE "*** SEQUENCIA INVALIDA (1 A 99) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADESTAB.
           READ CADESTAB
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                MOVE "*** ESTABILIDADE JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADESTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** ESTABILIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TEST-TIPO
           IF EST-TIPO NOT = "C" AND "G" AND "A" AND "S" AND "P"
              MOVE "*** TIPO INVALIDO (C/G/A/S/P) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TEST-DATAINI
           IF EST-DATAINI < 19000101
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      * ACIDENTE DE TRABALHO: DOZE MESES APOS A ALTA (ART.118 DA LEI
      * 8213); SEM FIM INFORMADO, O PRAZO E SUGERIDO A PARTIR DO INICIO.
           IF EST-TIPO = "A" AND EST-DATAFIM = ZEROS
              MOVE EST-DATAINI(1:4) TO W-ANOF
              MOVE EST-DATAINI(5:2) TO W-MESF
              MOVE EST-DATAINI(7:2) TO W-DIAF
              ADD 1 TO W-ANOF
              IF W-MESF = 2 AND W-DIAF = 29
                 MOVE 28 TO W-DIAF.
           IF EST-TIPO = "A" AND EST-DATAFIM = ZEROS
              COMPUTE EST-DATAFIM = W-ANOF * 10000 + W-MESF * 100
                    + W-DIAF
              DISPLAY TEST-DATAFIM.
       R4.
           ACCEPT TEST-DATAFIM
           IF EST-DATAFIM < EST-DATAINI
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TEST-OBS.
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
                WRITE REGESTAB
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* ESTABILIDADE JA EXISTE,NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADESTAB" TO MENS
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
                DELETE CADESTAB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ESTABILIDADE EXCLUIDA ***" TO MENS
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
                REWRITE REGESTAB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ESTABILIDADE ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE ESTABILIDADE"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADESTAB.
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
