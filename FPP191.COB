       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP191.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * TREINAMENTOS REALIZADOS POR CHAPA: TREINAMENTO DO     *
      * CATALOGO (FPP190), DATA, HORAS, CUSTO, FORNECEDOR,    *
      * SITUACAO E NOTA. O CUSTO FICA NO DEPARTAMENTO DE      *
      * LOTACAO NA DATA; O FPP193 CONFRONTA COM O ORCAMENTO   *
      * (FPP192) E O DOSSIE (FPP055) MOSTRA O HISTORICO       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTREFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFU-KEY
                      ALTERNATE RECORD KEY IS TFU-CODFUNC
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
           SELECT CADTREIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRN-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTREFUN.DAT".
       01 REGTREFUN.
          03 TFU-CURSO                PIC 9(03).
          03 TFU-DATA                 PIC 9(08).
          03 TFU-HORAS                PIC 9(03)V9.
          03 TFU-CUSTO                PIC 9(06)V99.
          03 TFU-FORNEC               PIC X(25).
      * SITUACAO: C=CONCLUIDO  A=EM ANDAMENTO  R=REPROVADO
      *           D=DESISTENCIA. NOTA DE 0 A 10 (ZERO = SEM NOTA).
          03 TFU-SITUAC               PIC X(01).
          03 TFU-NOTA                 PIC 9(02)V9.
          03 TFU-DEP                  PIC 9(03).
          03 TFU-KEY.
              05 TFU-CODFUNC          PIC 9(06).
              05 TFU-SEQ              PIC 9(03).
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
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTREIN.DAT".
       01 REGTREIN.
          03 TRN-DESC                 PIC X(30).
          03 TRN-TIPO                 PIC X(01).
          03 TRN-CARGA                PIC 9(03).
          03 TRN-STAT                 PIC X(01).
          03 TRN-COD                  PIC 9(03).
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
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP191".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- TREINAMENTOS POR CHAPA --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "SEQUENCIA                 :".
           05  LINE 07  COLUMN 01
               VALUE  "CODIGO DO TREINAMENTO     :".
           05  LINE 09  COLUMN 01
               VALUE  "DATA REALIZACAO (AAAAMMDD):".
           05  LINE 10  COLUMN 01
               VALUE  "HORAS                     :".
           05  LINE 11  COLUMN 01
               VALUE  "CUSTO                     :".
           05  LINE 12  COLUMN 01
               VALUE  "FORNECEDOR                :".
           05  LINE 14  COLUMN 01
               VALUE  "SITUACAO                  :".
           05  LINE 14  COLUMN 33
               VALUE  "C=CONCLUIDO A=ANDAMENTO R=REPROV D=DESIST".
           05  LINE 15  COLUMN 01
               VALUE  "NOTA (0 A 10, 0=SEM NOTA) :".
           05  LINE 17  COLUMN 01
               VALUE  "DEPARTAMENTO DO CUSTO     :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TTFU-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  TFU-CODFUNC
               HIGHLIGHT.
           05  TTFU-SEQ
               LINE 05  COLUMN 29  PIC 9(03)
               USING  TFU-SEQ
               HIGHLIGHT.
           05  TTFU-CURSO
               LINE 07  COLUMN 29  PIC 9(03)
               USING  TFU-CURSO
               HIGHLIGHT.
           05  TTFU-DATA
               LINE 09  COLUMN 29  PIC 9(08)
               USING  TFU-DATA
               HIGHLIGHT.
           05  TTFU-HORAS
               LINE 10  COLUMN 29  PIC 9(03)V9
               USING  TFU-HORAS
               HIGHLIGHT.
           05  TTFU-CUSTO
               LINE 11  COLUMN 29  PIC 9(06)V99
               USING  TFU-CUSTO
               HIGHLIGHT.
           05  TTFU-FORNEC
               LINE 12  COLUMN 29  PIC X(25)
               USING  TFU-FORNEC
               HIGHLIGHT.
           05  TTFU-SITUAC
               LINE 14  COLUMN 29  PIC X(01)
               USING  TFU-SITUAC
               HIGHLIGHT.
           05  TTFU-NOTA
               LINE 15  COLUMN 29  PIC 9(02)V9
               USING  TFU-NOTA
               HIGHLIGHT.
           05  TTFU-DEP
               LINE 17  COLUMN 29  PIC 9(03)
               USING  TFU-DEP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R0.
           OPEN I-O CADTREFUN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTREFUN
                 CLOSE CADTREFUN
                 MOVE "*** ARQUIVO CADTREFUN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTREFUN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTREFUN
              GO TO ROT-FIMP.
           OPEN INPUT CADTREIN
           IF ST-ERRO NOT = "00"
              MOVE "* CATALOGO DE TREINAMENTOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTREFUN CADFUNC
              GO TO ROT-FIMP.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADDEP NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTREFUN CADFUNC CADTREIN
              GO TO ROT-FIMP.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO TFU-CODFUNC TFU-SEQ TFU-CURSO TFU-DATA
           MOVE ZEROS TO TFU-HORAS TFU-CUSTO TFU-NOTA TFU-DEP CODFUNC
           MOVE SPACES TO TFU-FORNEC TFU-SITUAC
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TTFU-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TFU-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE TFU-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME.
       R1B.
           ACCEPT TTFU-SEQ
           IF TFU-SEQ = 0
              MOVE "*** SEQUENCIA INVALIDA (1 A 999) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADTREFUN.
           READ CADTREFUN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                PERFORM MOSTRA-DESC THRU MOSTRA-DESC-FIM
                MOVE "*** TREINAMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADTREFUN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** TREINAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TTFU-CURSO
           IF TFU-CURSO = 0
              MOVE "*** TREINAMENTO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE TFU-CURSO TO TRN-COD
           READ CADTREIN
           IF ST-ERRO NOT = "00"
              MOVE "* TREINAMENTO NAO EXISTE NO CATALOGO FPP190 *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF TRN-STAT NOT = "A" AND W-SEL = 0
              MOVE "*** TREINAMENTO INATIVO NO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (07, 40) TRN-DESC.
       R3.
           ACCEPT TTFU-DATA
           IF TFU-DATA < 19000101
              MOVE "*** DATA DE REALIZACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
      * SEM HORAS INFORMADAS, SUGERE A CARGA HORARIA DO CATALOGO.
           IF TFU-HORAS = 0
              MOVE TRN-CARGA TO TFU-HORAS
              DISPLAY TTFU-HORAS.
           ACCEPT TTFU-HORAS
           IF TFU-HORAS = 0
              MOVE "*** HORAS NAO INFORMADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TTFU-CUSTO.
       R6.
           ACCEPT TTFU-FORNEC
           IF TFU-FORNEC = SPACES
              MOVE "*** FORNECEDOR NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TTFU-SITUAC
           IF TFU-SITUAC NOT = "C" AND "A" AND "R" AND "D"
              MOVE "*** SITUACAO INVALIDA (C, A, R OU D) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF TFU-SITUAC NOT = "A" AND TFU-DATA > W-HOJE
              MOVE "*** DATA FUTURA SO COM SITUACAO A ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TTFU-NOTA
           IF TFU-NOTA > 10
              MOVE "*** NOTA INVALIDA (0 A 10) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
      * O CUSTO FICA NO DEPARTAMENTO DE LOTACAO, SALVO INDICACAO.
           IF TFU-DEP = 0
              MOVE FUNCDEP TO TFU-DEP
              DISPLAY TTFU-DEP.
           ACCEPT TTFU-DEP
           MOVE TFU-DEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           DISPLAY (17, 40) DENDEP.
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
                WRITE REGTREFUN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADTREFUN" TO MENS
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
                DELETE CADTREFUN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** TREINAMENTO EXCLUIDO ***" TO MENS
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
                REWRITE REGTREFUN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** TREINAMENTO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO TREINAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * DESCRICOES DO TREINAMENTO E DO DEPARTAMENTO NA CONSULTA.
      *----------------------------------------------------------------
       MOSTRA-DESC.
           MOVE TFU-CURSO TO TRN-COD
           READ CADTREIN
           IF ST-ERRO = "00"
              DISPLAY (07, 40) TRN-DESC.
           MOVE TFU-DEP TO CODDEP
           READ CADDEP
           IF ST-ERRO = "00"
              DISPLAY (17, 40) DENDEP.
       MOSTRA-DESC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADTREIN CADDEP CADTREFUN.
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
