       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP152.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ADESAO AO SEGURO DE VIDA EM GRUPO (APOLICE FPP151)   *
      * POR CHAPA, COM ATE 3 BENEFICIARIOS NOMEADOS E O      *
      * PERCENTUAL DE CADA UM (SOMA 100%; SEM BENEFICIARIO   *
      * O CAPITAL VAI AOS HERDEIROS LEGAIS). O CAPITAL E O   *
      * PREMIO DO MES SAO CALCULADOS PELO FPPREL             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSEGAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SGA-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEGVG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEG-COD
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
      * ADESAO AO SEGURO DE VIDA, UMA POR CHAPA.
      *   STAT   "A"=ATIVA  "C"=CANCELADA
      *   BPAREN C=CONJUGE F=FILHO(A) P=PAI/MAE I=IRMAO(A) O=OUTRO
      *   CAPITAL/PREMIO/PREMFUNC/ULTCOMP: GRAVADOS PELO FPPREL NA
      *          ULTIMA COMPETENCIA CALCULADA (BASE DO ARQUIVO DE
      *          VIDAS E DA CONCILIACAO DA FATURA)
      *-----------------------------------------------------------------
       FD CADSEGAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGAD.DAT".
       01 REGSEGAD.
          03 SGA-CODSEG               PIC 9(03).
          03 SGA-DATAADES             PIC 9(08).
          03 SGA-STAT                 PIC X(01).
          03 SGA-BNOME1               PIC X(25).
          03 SGA-BPAREN1              PIC X(01).
          03 SGA-BPERC1               PIC 9(03)V99.
          03 SGA-BNOME2               PIC X(25).
          03 SGA-BPAREN2              PIC X(01).
          03 SGA-BPERC2               PIC 9(03)V99.
          03 SGA-BNOME3               PIC X(25).
          03 SGA-BPAREN3              PIC X(01).
          03 SGA-BPERC3               PIC 9(03)V99.
          03 SGA-CAPITAL              PIC 9(09)V99.
          03 SGA-PREMIO               PIC 9(07)V99.
          03 SGA-PREMFUNC             PIC 9(07)V99.
          03 SGA-ULTCOMP              PIC 9(06).
          03 SGA-CODFUNC              PIC 9(06).
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
       01 W-SOMAPERC      PIC 9(04)V99 VALUE ZEROS.
       01 W-CAPED         PIC ZZZ.ZZZ.ZZ9,99.
       01 W-PREMED        PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       -- ADESAO AO SEGURO DE VIDA EM GR".
           05  LINE 02  COLUMN 41
               VALUE  "UPO --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 06  COLUMN 01
               VALUE  "APOLICE (FPP151)          :".
           05  LINE 07  COLUMN 01
               VALUE  "DATA DA ADESAO (AAAAMMDD) :".
           05  LINE 08  COLUMN 01
               VALUE  "STATUS (A=ATIVA C=CANCEL.):".
           05  LINE 10  COLUMN 01
               VALUE  "BENEFICIARIOS             PARENTESCO(C/F".
           05  LINE 10  COLUMN 41
               VALUE  "/P/I/O)  PERCENTUAL".
           05  LINE 11  COLUMN 01
               VALUE  "1:".
           05  LINE 12  COLUMN 01
               VALUE  "2:".
           05  LINE 13  COLUMN 01
               VALUE  "3:".
           05  LINE 15  COLUMN 01
               VALUE  "ULTIMA COMPETENCIA CALCUL.:".
           05  LINE 16  COLUMN 01
               VALUE  "CAPITAL SEGURADO          :".
           05  LINE 17  COLUMN 01
               VALUE  "PREMIO TOTAL DO MES       :".
           05  LINE 18  COLUMN 01
               VALUE  "PARTE DO EMPREGADO        :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TSGA-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  SGA-CODFUNC
               HIGHLIGHT.
           05  TSGA-CODSEG
               LINE 06  COLUMN 29  PIC 999
               USING  SGA-CODSEG
               HIGHLIGHT.
           05  TSGA-DATAADES
               LINE 07  COLUMN 29  PIC 9(08)
               USING  SGA-DATAADES
               HIGHLIGHT.
           05  TSGA-STAT
               LINE 08  COLUMN 29  PIC X(01)
               USING  SGA-STAT
               HIGHLIGHT.
           05  TSGA-BNOME1
               LINE 11  COLUMN 04  PIC X(25)
               USING  SGA-BNOME1
               HIGHLIGHT.
           05  TSGA-BPAREN1
               LINE 11  COLUMN 41  PIC X(01)
               USING  SGA-BPAREN1
               HIGHLIGHT.
           05  TSGA-BPERC1
               LINE 11  COLUMN 50  PIC 999,99
               USING  SGA-BPERC1
               HIGHLIGHT.
           05  TSGA-BNOME2
               LINE 12  COLUMN 04  PIC X(25)
               USING  SGA-BNOME2
               HIGHLIGHT.
           05  TSGA-BPAREN2
               LINE 12  COLUMN 41  PIC X(01)
               USING  SGA-BPAREN2
               HIGHLIGHT.
           05  TSGA-BPERC2
               LINE 12  COLUMN 50  PIC 999,99
               USING  SGA-BPERC2
               HIGHLIGHT.
           05  TSGA-BNOME3
               LINE 13  COLUMN 04  PIC X(25)
               USING  SGA-BNOME3
               HIGHLIGHT.
           05  TSGA-BPAREN3
               LINE 13  COLUMN 41  PIC X(01)
               USING  SGA-BPAREN3
               HIGHLIGHT.
           05  TSGA-BPERC3
               LINE 13  COLUMN 50  PIC 999,99
               USING  SGA-BPERC3
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADSEGAD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEGAD
                 CLOSE CADSEGAD
                 MOVE "*** ARQUIVO CADSEGAD FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO NO INICIO! **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM2
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEGAD" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSEGAD
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADSEGVG
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE APOLICES NAO EXISTE (FPP151) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSEGAD CADFUNC
              GO TO ROT-FIM2.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO SGA-CODFUNC SGA-CODSEG SGA-DATAADES CODFUNC
           MOVE ZEROS TO SGA-BPERC1 SGA-BPERC2 SGA-BPERC3
           MOVE ZEROS TO SGA-CAPITAL SGA-PREMIO SGA-PREMFUNC
           MOVE ZEROS TO SGA-ULTCOMP
           MOVE SPACES TO SGA-STAT SGA-BNOME1 SGA-BNOME2 SGA-BNOME3
           MOVE SPACES TO SGA-BPAREN1 SGA-BPAREN2 SGA-BPAREN3
           MOVE ZEROS TO W-SEL
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TSGA-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SGA-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
       R1A.
           MOVE SGA-CODFUNC TO CODFUNC.
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "CODIGO DIGITADO NAO ENCONTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADFUNC" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                DISPLAY (04, 40) NOME.
       LER-CADSEGAD.
           READ CADSEGAD
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                PERFORM MOSTRA-CALC THRU MOSTRA-CALC-FIM
                MOVE "*** ADESAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSEGAD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF FUNCSTAT = "D"
                   MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "*** ADESAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TSGA-CODSEG
           MOVE SGA-CODSEG TO SEG-COD
           READ CADSEGVG
           IF ST-ERRO NOT = "00"
              MOVE "*** APOLICE NAO CADASTRADA (FPP151) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF SEG-STAT NOT = "A"
              MOVE "*** APOLICE INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (06, 40) SEG-SEGURADORA.
       R3.
           ACCEPT TSGA-DATAADES
           IF SGA-DATAADES < 19000101
              MOVE "*** DATA DA ADESAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF SGA-DATAADES < DATAADM
              MOVE "*** ADESAO ANTERIOR A ADMISSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           IF W-SEL = ZEROS
              MOVE "A" TO SGA-STAT.
           ACCEPT TSGA-STAT
           IF SGA-STAT NOT = "A" AND SGA-STAT NOT = "C"
              MOVE "*** STATUS INVALIDO (A OU C) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      * BENEFICIARIOS: NOME EM BRANCO ENCERRA A LISTA. COM ALGUM
      * BENEFICIARIO NOMEADO OS PERCENTUAIS TEM DE SOMAR 100%.
       R5.
           ACCEPT TSGA-BNOME1
           IF SGA-BNOME1 = SPACES
              MOVE SPACES TO SGA-BPAREN1 SGA-BNOME2 SGA-BPAREN2
              MOVE SPACES TO SGA-BNOME3 SGA-BPAREN3
              MOVE ZEROS TO SGA-BPERC1 SGA-BPERC2 SGA-BPERC3
              DISPLAY TELAPRINCIPAL
              DISPLAY (04, 40) NOME
              GO TO R9.
       R5A.
           ACCEPT TSGA-BPAREN1
           IF SGA-BPAREN1 NOT = "C" AND "F" AND "P" AND "I" AND "O"
              MOVE "*** PARENTESCO INVALIDO (C/F/P/I/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.
           ACCEPT TSGA-BPERC1.
       R6.
           ACCEPT TSGA-BNOME2
           IF SGA-BNOME2 = SPACES
              MOVE SPACES TO SGA-BPAREN2 SGA-BNOME3 SGA-BPAREN3
              MOVE ZEROS TO SGA-BPERC2 SGA-BPERC3
              DISPLAY TELAPRINCIPAL
              DISPLAY (04, 40) NOME
              GO TO R9.
       R6A.
           ACCEPT TSGA-BPAREN2
           IF SGA-BPAREN2 NOT = "C" AND "F" AND "P" AND "I" AND "O"
              MOVE "*** PARENTESCO INVALIDO (C/F/P/I/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
           ACCEPT TSGA-BPERC2.
       R7.
           ACCEPT TSGA-BNOME3
           IF SGA-BNOME3 = SPACES
              MOVE SPACES TO SGA-BPAREN3
              MOVE ZEROS TO SGA-BPERC3
              DISPLAY TELAPRINCIPAL
              DISPLAY (04, 40) NOME
              GO TO R9.
       R7A.
           ACCEPT TSGA-BPAREN3
           IF SGA-BPAREN3 NOT = "C" AND "F" AND "P" AND "I" AND "O"
              MOVE "*** PARENTESCO INVALIDO (C/F/P/I/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.
           ACCEPT TSGA-BPERC3.
       R9.
           IF SGA-BNOME1 = SPACES
              GO TO R9A.
           COMPUTE W-SOMAPERC = SGA-BPERC1 + SGA-BPERC2 + SGA-BPERC3
           IF W-SOMAPERC NOT = 100
              MOVE "*** PERCENTUAIS DEVEM SOMAR 100% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R9A.
           PERFORM MOSTRA-CALC THRU MOSTRA-CALC-FIM.
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
                WRITE REGSEGAD
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* ADESAO EXISTE,DADOS NAO GRAVADOS *"
                                                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADSEGAD" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * VALORES DA ULTIMA COMPETENCIA CALCULADA PELA FOLHA.
       MOSTRA-CALC.
           IF SGA-ULTCOMP = ZEROS
              GO TO MOSTRA-CALC-FIM.
           DISPLAY (15, 29) SGA-ULTCOMP
           MOVE SGA-CAPITAL TO W-CAPED
           DISPLAY (16, 29) W-CAPED
           MOVE SGA-PREMIO TO W-PREMED
           DISPLAY (17, 29) W-PREMED
           MOVE SGA-PREMFUNC TO W-PREMED
           DISPLAY (18, 29) W-PREMED.
       MOSTRA-CALC-FIM.
           EXIT.
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
      * ADESAO JA COBRADA EM FOLHA NAO E EXCLUIDA: CANCELAR (C).
       EXC-OPC.
                IF SGA-ULTCOMP NOT = ZEROS
                   MOVE "* ADESAO JA COBRADA - CANCELE (STATUS C) *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
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
                DELETE CADSEGAD RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ADESAO EXCLUIDA ***" TO MENS
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
                REWRITE REGSEGAD
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ADESAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE ADESAO"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADSEGVG CADSEGAD.
       ROT-FIM2.
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
