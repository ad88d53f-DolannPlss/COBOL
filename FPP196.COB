       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP196.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AUTORIZACAO PREVIA DE HORA EXTRA POR CHAPA E DATA:   *
      * HORAS, MOTIVO E GESTOR QUE AUTORIZOU. NO FECHAMENTO  *
      * DO PONTO (FPP087) SO A HORA EXTRA AUTORIZADA VAI PARA *
      * O APONTAMENTO; O EXCEDENTE SEGUE O DESTINO DO DEPTO  *
      * (FPP197) E SAI NO RELATORIO FPP198                   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHEAUT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HEA-KEY
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
       FD CADHEAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEAUT.DAT".
       01 REGHEAUT.
          03 HEA-HORAS                PIC 9(02)V99.
          03 HEA-MOTIVO               PIC X(30).
          03 HEA-AUTORIZ              PIC 9(06).
          03 HEA-OPER                 PIC X(08).
          03 HEA-DATAREG              PIC 9(08).
      * SITUACAO: A=ATIVA  C=CANCELADA (NAO VALE NO FECHAMENTO).
          03 HEA-STAT                 PIC X(01).
          03 HEA-KEY.
              05 HEA-CODFUNC          PIC 9(06).
              05 HEA-DATA             PIC 9(08).
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
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.
       01 W-DEPFUNC       PIC 9(03) VALUE ZEROS.
       01 W-DATA          PIC 9(08) VALUE ZEROS.
       01 W-DATAR REDEFINES W-DATA.
          03 W-DATA-AA    PIC 9(04).
          03 W-DATA-MM    PIC 9(02).
          03 W-DATA-DD    PIC 9(02).
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP196".
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
               VALUE  "     -- AUTORIZACAO PREVIA DE HORA EXTRA --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "DATA DA HE (AAAAMMDD)     :".
           05  LINE 07  COLUMN 01
               VALUE  "HORAS AUTORIZADAS (HH,CC) :".
           05  LINE 08  COLUMN 01
               VALUE  "MOTIVO                    :".
           05  LINE 10  COLUMN 01
               VALUE  "CHAPA DO GESTOR AUTORIZ.  :".
           05  LINE 12  COLUMN 01
               VALUE  "SITUACAO                  :".
           05  LINE 12  COLUMN 33
               VALUE  "A=ATIVA  C=CANCELADA".
           05  LINE 14  COLUMN 01
               VALUE  "REGISTRADO POR / EM       :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  THEA-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  HEA-CODFUNC
               HIGHLIGHT.
           05  THEA-DATA
               LINE 05  COLUMN 29  PIC 9(08)
               USING  HEA-DATA
               HIGHLIGHT.
           05  THEA-HORAS
               LINE 07  COLUMN 29  PIC 9(02)V99
               USING  HEA-HORAS
               HIGHLIGHT.
           05  THEA-MOTIVO
               LINE 08  COLUMN 29  PIC X(30)
               USING  HEA-MOTIVO
               HIGHLIGHT.
           05  THEA-AUTORIZ
               LINE 10  COLUMN 29  PIC 9(06)
               USING  HEA-AUTORIZ
               HIGHLIGHT.
           05  THEA-STAT
               LINE 12  COLUMN 29  PIC X(01)
               USING  HEA-STAT
               HIGHLIGHT.
           05  THEA-OPER
               LINE 14  COLUMN 29  PIC X(08)
               FROM   HEA-OPER.
           05  THEA-DATAREG
               LINE 14  COLUMN 40  PIC 9(08)
               FROM   HEA-DATAREG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R0.
           OPEN I-O CADHEAUT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADHEAUT
                 CLOSE CADHEAUT
                 MOVE "*** ARQUIVO CADHEAUT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHEAUT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHEAUT
              GO TO ROT-FIMP.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADDEP NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHEAUT CADFUNC
              GO TO ROT-FIMP.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO HEA-CODFUNC HEA-DATA HEA-HORAS HEA-AUTORIZ
           MOVE ZEROS TO HEA-DATAREG CODFUNC W-DEPFUNC
           MOVE SPACES TO HEA-MOTIVO HEA-OPER HEA-STAT W-NOMEFUNC
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT THEA-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF HEA-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE HEA-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF FUNCSTAT = "D"
              MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NOME TO W-NOMEFUNC
           MOVE FUNCDEP TO W-DEPFUNC
           DISPLAY (04, 40) W-NOMEFUNC.
       R1B.
           ACCEPT THEA-DATA
           MOVE HEA-DATA TO W-DATA
           IF W-DATA-AA < 1900 OR W-DATA-MM < 01 OR W-DATA-MM > 12
              OR W-DATA-DD < 01 OR W-DATA-DD > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADHEAUT.
           READ CADHEAUT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) W-NOMEFUNC
                PERFORM MOSTRA-GESTOR THRU MOSTRA-GESTOR-FIM
                MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADHEAUT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO HEA-STAT
                MOVE "*** AUTORIZACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT THEA-HORAS
           IF HEA-HORAS = 0
              MOVE "*** HORAS NAO INFORMADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF HEA-HORAS > 12
              MOVE "*** MAXIMO DE 12 HORAS EXTRAS NO DIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT THEA-MOTIVO
           IF HEA-MOTIVO = SPACES
              MOVE "*** MOTIVO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
      * SEM GESTOR INFORMADO, SUGERE O RESPONSAVEL DO DEPARTAMENTO.
           IF HEA-AUTORIZ = 0
              MOVE W-DEPFUNC TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE RESPFUNC TO HEA-AUTORIZ
                 DISPLAY THEA-AUTORIZ.
           ACCEPT THEA-AUTORIZ
           IF HEA-AUTORIZ = 0
              MOVE "*** GESTOR NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF HEA-AUTORIZ = HEA-CODFUNC
              MOVE "*** FUNCIONARIO NAO PODE SE AUTORIZAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE HEA-AUTORIZ TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** GESTOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FUNCSTAT = "D"
              MOVE "*** GESTOR DEMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (10, 40) NOME
      * GESTOR DIFERENTE DO RESPONSAVEL DO DEPTO: SO AVISA.
           MOVE W-DEPFUNC TO CODDEP
           READ CADDEP
           IF ST-ERRO = "00" AND RESPFUNC NOT = HEA-AUTORIZ
              MOVE "* GESTOR NAO E O RESPONSAVEL DO DEPTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT THEA-STAT
           IF HEA-STAT = "a"
              MOVE "A" TO HEA-STAT.
           IF HEA-STAT = "c"
              MOVE "C" TO HEA-STAT.
           IF HEA-STAT NOT = "A" AND HEA-STAT NOT = "C"
              MOVE "*** SITUACAO INVALIDA (A OU C) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-OPERID TO HEA-OPER
           MOVE W-HOJE TO HEA-DATAREG
           DISPLAY THEA-OPER THEA-DATAREG.
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
                WRITE REGHEAUT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADHEAUT" TO MENS
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
                DELETE CADHEAUT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** AUTORIZACAO EXCLUIDA ***" TO MENS
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
                REWRITE REGHEAUT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** AUTORIZACAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DA AUTORIZACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * NOME DO GESTOR QUE AUTORIZOU, NA CONSULTA.
      *----------------------------------------------------------------
       MOSTRA-GESTOR.
           MOVE HEA-AUTORIZ TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              DISPLAY (10, 40) NOME.
       MOSTRA-GESTOR-FIM.
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
           CLOSE CADFUNC CADDEP CADHEAUT.
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
