       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP167.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * EMPRESTIMO DE PATRIMONIO POR CHAPA: BEM DO CATALOGO   *
      * (FPP166), DATA DE ENTREGA, TERMO DE RESPONSABILIDADE  *
      * ASSINADO E DATA DE DEVOLUCAO; A RESCISAO (FPP008)     *
      * LISTA O NAO DEVOLVIDO E PODE DESCONTAR O BEM COBERTO  *
      * POR TERMO ASSINADO                                    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPATENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PTE-KEY
                      ALTERNATE RECORD KEY IS PTE-CODFUNC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS PTE-PAT
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
           SELECT CADPATR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAT-NUM
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADPATENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPATENT.DAT".
       01 REGPATENT.
          03 PTE-PAT                  PIC 9(08).
          03 PTE-DATA                 PIC 9(08).
      * TERMO DE RESPONSABILIDADE ASSINADO NA ENTREGA ("S"/"N").
          03 PTE-TERMO                PIC X(01).
      * DATA DA DEVOLUCAO (AAAAMMDD); ZEROS = BEM EM PODER DA CHAPA.
          03 PTE-DEVOL                PIC 9(08).
      * VALOR DESCONTADO NA RESCISAO (FPP008) PELO BEM NAO DEVOLVIDO.
          03 PTE-DESCONTO             PIC 9(07)V99.
          03 PTE-KEY.
              05 PTE-CODFUNC          PIC 9(06).
              05 PTE-SEQ              PIC 9(02).
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
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPATR.DAT".
       01 REGPATR.
          03 PAT-DESC                 PIC X(25).
          03 PAT-TIPO                 PIC X(01).
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
      *----------[ BEM JA EMPRESTADO A OUTRA CHAPA ]--------------------
       01 W-REGPTE        PIC X(42) VALUE SPACES.
       01 W-PTEKEY        PIC 9(08) VALUE ZEROS.
       01 W-PATNUM        PIC 9(08) VALUE ZEROS.
       01 W-POSSE         PIC 9(01) VALUE ZEROS.
       01 W-POSSECHAPA    PIC 9(06) VALUE ZEROS.
       01 W-VALED         PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      -- EMPRESTIMO DE PATRIMONIO POR CHAPA --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "SEQUENCIA                 :".
           05  LINE 07  COLUMN 01
               VALUE  "NUMERO DE PATRIMONIO      :".
           05  LINE 09  COLUMN 01
               VALUE  "DATA ENTREGA (AAAAMMDD)   :".
           05  LINE 11  COLUMN 01
               VALUE  "TERMO ASSINADO (S/N)      :".
           05  LINE 13  COLUMN 01
               VALUE  "DATA DEVOLUCAO (AAAAMMDD) :".
           05  LINE 13  COLUMN 40
               VALUE  "(ZEROS = EM PODER DA CHAPA)".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPTE-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  PTE-CODFUNC
               HIGHLIGHT.
           05  TPTE-SEQ
               LINE 05  COLUMN 29  PIC 99
               USING  PTE-SEQ
               HIGHLIGHT.
           05  TPTE-PAT
               LINE 07  COLUMN 29  PIC 9(08)
               USING  PTE-PAT
               HIGHLIGHT.
           05  TPTE-DATA
               LINE 09  COLUMN 29  PIC 9(08)
               USING  PTE-DATA
               HIGHLIGHT.
           05  TPTE-TERMO
               LINE 11  COLUMN 29  PIC X(01)
               USING  PTE-TERMO
               HIGHLIGHT.
           05  TPTE-DEVOL
               LINE 13  COLUMN 29  PIC 9(08)
               USING  PTE-DEVOL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPATENT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPATENT
                 CLOSE CADPATENT
                 MOVE "*** ARQUIVO CADPATENT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPATENT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPATENT
              GO TO ROT-FIMP.
           OPEN INPUT CADPATR
           IF ST-ERRO NOT = "00"
              MOVE "*** CATALOGO DE PATRIMONIO NAO EXISTE (FPP166) **"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPATENT CADFUNC
              GO TO ROT-FIMP.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO PTE-CODFUNC PTE-SEQ PTE-PAT PTE-DATA
           MOVE ZEROS TO PTE-DEVOL PTE-DESCONTO
           MOVE ZEROS TO CODFUNC
           MOVE SPACES TO PTE-TERMO
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TPTE-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PTE-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE PTE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME.
       R1B.
           ACCEPT TPTE-SEQ
           IF PTE-SEQ = 0
              MOVE "*** SEQUENCIA INVALIDA (1 A 99) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADPATENT.
           READ CADPATENT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
                MOVE "*** EMPRESTIMO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPATENT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** EMPRESTIMO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * CHAPA JA DESLIGADA NAO RECEBE BEM NOVO; OS EMPRESTIMOS
      * EXISTENTES CONTINUAM ABERTOS PARA REGISTRAR A DEVOLUCAO.
           IF FUNCSTAT = "D"
              MOVE "*** CHAPA DESLIGADA - SEM NOVO EMPRESTIMO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
       R2.
           ACCEPT TPTE-PAT
           IF PTE-PAT = 0
              MOVE "*** PATRIMONIO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PTE-PAT TO PAT-NUM
           READ CADPATR
           IF ST-ERRO NOT = "00"
              MOVE "*** BEM NAO EXISTE NO CATALOGO (FPP166) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF PAT-STAT NOT = "A" AND W-SEL = 0
              MOVE "*** BEM INATIVO NO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
           PERFORM VERIF-POSSE THRU VERIF-POSSE-FIM
           IF W-POSSE = 1
              MOVE SPACES TO MENS
              STRING "*** BEM EM PODER DA CHAPA " W-POSSECHAPA
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TPTE-DATA
           IF PTE-DATA < 19000101
              MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TPTE-TERMO
           IF PTE-TERMO NOT = "S" AND "N"
              MOVE "*** TERMO INVALIDO (S OU N) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TPTE-DEVOL
           IF PTE-DEVOL NOT = ZEROS AND PTE-DEVOL < PTE-DATA
              MOVE "*** DEVOLUCAO ANTERIOR A ENTREGA ***" TO MENS
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
                WRITE REGPATENT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADPATENT" TO MENS
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
      * EMPRESTIMO JA DESCONTADO EM RESCISAO FICA COMO REGISTRO DA
      * COBRANCA E NAO PODE SER EXCLUIDO.
                IF PTE-DESCONTO NOT = ZEROS
                   MOVE "*** BEM DESCONTADO NA RESCISAO - SEM EXCLUSAO"
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
                DELETE CADPATENT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EMPRESTIMO EXCLUIDO ***" TO MENS
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
                REWRITE REGPATENT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** EMPRESTIMO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE EMPRESTIMO"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * DESCRICAO E VALOR DO BEM (E O DESCONTO JA FEITO NA RESCISAO,
      * SE HOUVER) AO LADO DO NUMERO DE PATRIMONIO.
      *----------------------------------------------------------------
       MOSTRA-BEM.
                MOVE PTE-PAT TO PAT-NUM
                READ CADPATR
                IF ST-ERRO NOT = "00"
                   GO TO MOSTRA-BEM-FIM.
                DISPLAY (07, 40) PAT-DESC
                MOVE PAT-VALOR TO W-VALED
                DISPLAY (08, 40) "VALOR : "
                DISPLAY (08, 48) W-VALED
                IF PTE-DESCONTO NOT = ZEROS
                   MOVE PTE-DESCONTO TO W-VALED
                   DISPLAY (15, 01) "DESCONTADO NA RESCISAO    : "
                   DISPLAY (15, 29) W-VALED.
       MOSTRA-BEM-FIM.
                EXIT.
      *----------------------------------------------------------------
      * O MESMO BEM NAO PODE ESTAR EM PODER DE DUAS CHAPAS: PROCURA
      * OUTRO EMPRESTIMO DO PATRIMONIO AINDA SEM DEVOLUCAO. O
      * REGISTRO EM EDICAO E PRESERVADO EM W-REGPTE.
      *----------------------------------------------------------------
       VERIF-POSSE.
                MOVE ZEROS TO W-POSSE W-POSSECHAPA
                MOVE REGPATENT TO W-REGPTE
                MOVE PTE-KEY TO W-PTEKEY
                MOVE PTE-PAT TO W-PATNUM
                START CADPATENT KEY IS NOT LESS PTE-PAT
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-POSSE-RST.
       VERIF-POSSE-LP.
                READ CADPATENT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-POSSE-RST.
                IF PTE-PAT NOT = W-PATNUM
                   GO TO VERIF-POSSE-RST.
                IF PTE-KEY = W-PTEKEY OR PTE-DEVOL NOT = ZEROS
                   GO TO VERIF-POSSE-LP.
                MOVE 1 TO W-POSSE
                MOVE PTE-CODFUNC TO W-POSSECHAPA.
       VERIF-POSSE-RST.
                MOVE W-REGPTE TO REGPATENT.
       VERIF-POSSE-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADPATR CADPATENT.
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
