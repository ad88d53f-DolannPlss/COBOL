       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP126.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * COMUNICACAO DE ACIDENTE DE TRABALHO (CAT) POR CHAPA: *
      * DATA/HORA, LOCAL, PARTE DO CORPO, TIPO DE LESAO,     *
      * TESTEMUNHA E AFASTAMENTO, COM VINCULO AO ATESTADO    *
      * (FPP089) E AO ASO DE RETORNO (FPP100). O EVENTO      *
      * S-2210 SAI NO FPP127; AFASTAMENTO ACIMA DE 15 DIAS   *
      * ABRE A ESTABILIDADE ACIDENTARIA (FPP124) DE 12 MESES *
      * A CONTAR DO FIM DO AFASTAMENTO                       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAT-KEY
                      ALTERNATE RECORD KEY IS CAT-CODFUNC
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
           SELECT CADATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATE-KEY
                      ALTERNATE RECORD KEY IS ATE-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADASO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ASO-KEY
                      ALTERNATE RECORD KEY IS ASO-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-KEY
                      ALTERNATE RECORD KEY IS EST-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
          03 CAT-DATA                 PIC 9(08).
          03 CAT-HORA                 PIC 9(04).
          03 CAT-LOCAL                PIC X(30).
          03 CAT-PARTE                PIC X(20).
          03 CAT-LESAO                PIC X(20).
          03 CAT-TESTEM               PIC X(30).
      * AFASTAMENTO: "S"=HOUVE AFASTAMENTO  "N"=SEM AFASTAMENTO.
          03 CAT-AFAST                PIC X(01).
          03 CAT-DIASAFAST            PIC 9(03).
      * SEQUENCIA DO ATESTADO (ARQATEST) E DO ASO DE RETORNO (ARQASO)
      * DA MESMA CHAPA; ZEROS QUANDO NAO HA VINCULO.
          03 CAT-ATESEQ               PIC 9(02).
          03 CAT-ASOSEQ               PIC 9(02).
      * EVENTO S-2210: " "=A GERAR  "R"=A RETIFICAR  "G"=GERADO
      *                "T"=TRANSMITIDO.
          03 CAT-ESOSTAT              PIC X(01).
          03 CAT-KEY.
              05 CAT-CODFUNC          PIC 9(06).
              05 CAT-SEQ              PIC 9(02).
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
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
          03 ATE-DATAINI              PIC 9(08).
          03 ATE-DATAFIM              PIC 9(08).
          03 ATE-CID                  PIC X(05).
          03 ATE-MEDICO               PIC X(25).
          03 ATE-CRM                  PIC 9(06).
          03 ATE-STAT                 PIC X(01).
          03 ATE-KEY.
              05 ATE-CODFUNC          PIC 9(06).
              05 ATE-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
          03 ASO-TIPO                 PIC X(01).
          03 ASO-DATA                 PIC 9(08).
          03 ASO-RESULT               PIC X(01).
          03 ASO-MEDICO               PIC X(25).
          03 ASO-CRM                  PIC 9(06).
          03 ASO-KEY.
              05 ASO-CODFUNC          PIC 9(06).
              05 ASO-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
          03 EST-TIPO                 PIC X(01).
          03 EST-DATAINI              PIC 9(08).
          03 EST-DATAFIM              PIC 9(08).
          03 EST-OBS                  PIC X(30).
          03 EST-KEY.
              05 EST-CODFUNC          PIC 9(06).
              05 EST-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-ATEARQ        PIC 9(01) VALUE ZEROS.
       01 W-ASOARQ        PIC 9(01) VALUE ZEROS.
       01 W-ATEACH        PIC 9(01) VALUE ZEROS.
      *----------[ ESTABILIDADE ACIDENTARIA AUTOMATICA ]----------------
       01 W-FIMAFAST      PIC 9(08) VALUE ZEROS.
       01 W-ESTINI        PIC 9(08) VALUE ZEROS.
       01 W-ESTFIM        PIC 9(08) VALUE ZEROS.
       01 W-ESTACH        PIC 9(01) VALUE ZEROS.
       01 W-ESTMAX        PIC 9(02) VALUE ZEROS.
       01 W-ESTOBS.
          03 FILLER       PIC X(16) VALUE "ABERTA PELA CAT ".
          03 W-ESTOBS-SEQ PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(12) VALUE SPACES.
      *----------[ CALCULO DE DATAS ]-----------------------------------
       01 W-DIASADD       PIC 9(03) VALUE ZEROS.
       01 W-DTCALC        PIC 9(08) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     -- COMUNICACAO DE ACIDENTE DE TRABA".
           05  LINE 02  COLUMN 41
               VALUE  "LHO (CAT) --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "SEQUENCIA DA CAT          :".
           05  LINE 07  COLUMN 01
               VALUE  "DATA ACIDENTE (AAAAMMDD)  :".
           05  LINE 08  COLUMN 01
               VALUE  "HORA (HHMM)               :".
           05  LINE 09  COLUMN 01
               VALUE  "LOCAL                     :".
           05  LINE 10  COLUMN 01
               VALUE  "PARTE DO CORPO ATINGIDA   :".
           05  LINE 11  COLUMN 01
               VALUE  "TIPO DE LESAO             :".
           05  LINE 12  COLUMN 01
               VALUE  "TESTEMUNHA                :".
           05  LINE 14  COLUMN 01
               VALUE  "HOUVE AFASTAMENTO (S/N)   :".
           05  LINE 15  COLUMN 01
               VALUE  "DIAS DE AFASTAMENTO       :".
           05  LINE 16  COLUMN 01
               VALUE  "SEQ. ATESTADO (FPP089)    :".
           05  LINE 17  COLUMN 01
               VALUE  "SEQ. ASO RETORNO (FPP100) :".
           05  LINE 19  COLUMN 01
               VALUE  "EVENTO S-2210             :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCAT-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CAT-CODFUNC
               HIGHLIGHT.
           05  TCAT-SEQ
               LINE 05  COLUMN 29  PIC 99
               USING  CAT-SEQ
               HIGHLIGHT.
           05  TCAT-DATA
               LINE 07  COLUMN 29  PIC 9(08)
               USING  CAT-DATA
               HIGHLIGHT.
           05  TCAT-HORA
               LINE 08  COLUMN 29  PIC 9(04)
               USING  CAT-HORA
               HIGHLIGHT.
           05  TCAT-LOCAL
               LINE 09  COLUMN 29  PIC X(30)
               USING  CAT-LOCAL
               HIGHLIGHT.
           05  TCAT-PARTE
               LINE 10  COLUMN 29  PIC X(20)
               USING  CAT-PARTE
               HIGHLIGHT.
           05  TCAT-LESAO
               LINE 11  COLUMN 29  PIC X(20)
               USING  CAT-LESAO
               HIGHLIGHT.
           05  TCAT-TESTEM
               LINE 12  COLUMN 29  PIC X(30)
               USING  CAT-TESTEM
               HIGHLIGHT.
           05  TCAT-AFAST
               LINE 14  COLUMN 29  PIC X(01)
               USING  CAT-AFAST
               HIGHLIGHT.
           05  TCAT-DIASAFAST
               LINE 15  COLUMN 29  PIC 9(03)
               USING  CAT-DIASAFAST
               HIGHLIGHT.
           05  TCAT-ATESEQ
               LINE 16  COLUMN 29  PIC 99
               USING  CAT-ATESEQ
               HIGHLIGHT.
           05  TCAT-ASOSEQ
               LINE 17  COLUMN 29  PIC 99
               USING  CAT-ASOSEQ
               HIGHLIGHT.
           05  TCAT-ESOSTAT
               LINE 19  COLUMN 29  PIC X(01)
               USING  CAT-ESOSTAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCAT
                 CLOSE CADCAT
                 MOVE "*** ARQUIVO CADCAT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * ATESTADOS (FPP089) E EXAMES (FPP100) SAO OPCIONAIS; SEM ELES A
      * CAT E GRAVADA SEM O VINCULO.
           MOVE ZEROS TO W-ATEARQ W-ASOARQ
           OPEN INPUT CADATEST
           IF ST-ERRO = "00"
              MOVE 1 TO W-ATEARQ.
           OPEN INPUT CADASO
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASOARQ.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO CAT-CODFUNC CAT-SEQ CAT-DATA CAT-HORA
           MOVE ZEROS TO CAT-DIASAFAST CAT-ATESEQ CAT-ASOSEQ CODFUNC
           MOVE SPACES TO CAT-LOCAL CAT-PARTE CAT-LESAO CAT-TESTEM
           MOVE SPACES TO CAT-AFAST CAT-ESOSTAT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TCAT-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CAT-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE CAT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME.
       R1B.
           ACCEPT TCAT-SEQ
           IF CAT-SEQ = 0
              MOVE "*** SEQUENCIA INVALIDA (1 A 99) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADCAT.
           READ CADCAT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                MOVE "*** CAT JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CAT NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TCAT-DATA
           IF CAT-DATA < 19000101
              MOVE "*** DATA DO ACIDENTE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TCAT-HORA
           IF CAT-HORA(1:2) > "23" OR CAT-HORA(3:2) > "59"
              MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TCAT-LOCAL
           IF CAT-LOCAL = SPACES
              MOVE "*** LOCAL NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TCAT-PARTE
           IF CAT-PARTE = SPACES
              MOVE "*** PARTE DO CORPO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TCAT-LESAO
           IF CAT-LESAO = SPACES
              MOVE "*** TIPO DE LESAO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TCAT-TESTEM.
       R8.
           ACCEPT TCAT-AFAST
           IF CAT-AFAST NOT = "S" AND "N"
              MOVE "*** AFASTAMENTO INVALIDO (S OU N) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF CAT-AFAST = "N"
              MOVE ZEROS TO CAT-DIASAFAST CAT-ATESEQ
              DISPLAY TCAT-DIASAFAST TCAT-ATESEQ
              GO TO R11.
       R9.
           ACCEPT TCAT-ATESEQ
           MOVE ZEROS TO W-ATEACH
           IF CAT-ATESEQ = ZEROS
              GO TO R10.
           IF W-ATEARQ NOT = 1
              MOVE "*** SEM CADASTRO DE ATESTADOS (FPP089) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE CAT-CODFUNC TO ATE-CODFUNC
           MOVE CAT-ATESEQ TO ATE-SEQ
           READ CADATEST
           IF ST-ERRO NOT = "00"
              MOVE "*** ATESTADO NAO CADASTRADO PARA A CHAPA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE 1 TO W-ATEACH
      * COM ATESTADO VINCULADO, OS DIAS SAO OS DO PROPRIO ATESTADO.
           PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM
           DISPLAY TCAT-DIASAFAST.
       R10.
           ACCEPT TCAT-DIASAFAST
           IF CAT-DIASAFAST = ZEROS
              MOVE "*** DIAS DE AFASTAMENTO NAO INFORMADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
       R11.
           ACCEPT TCAT-ASOSEQ
           IF CAT-ASOSEQ = ZEROS
              GO TO R12.
           IF W-ASOARQ NOT = 1
              MOVE "*** SEM CADASTRO DE EXAMES (FPP100) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           MOVE CAT-CODFUNC TO ASO-CODFUNC
           MOVE CAT-ASOSEQ TO ASO-SEQ
           READ CADASO
           IF ST-ERRO NOT = "00"
              MOVE "*** EXAME NAO CADASTRADO PARA A CHAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           IF ASO-DATA < CAT-DATA
              MOVE "*** EXAME ANTERIOR AO ACIDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
       R12.
      * INCLUSAO DEIXA O S-2210 A GERAR; ALTERACAO DE CAT CUJO EVENTO
      * JA FOI GERADO DEIXA O S-2210 A RETIFICAR (FPP127).
           IF W-SEL = 1 AND CAT-ESOSTAT NOT = SPACES
              MOVE "R" TO CAT-ESOSTAT
           ELSE
              MOVE SPACES TO CAT-ESOSTAT.
           DISPLAY TCAT-ESOSTAT.
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
                WRITE REGCAT
                IF ST-ERRO = "00" OR "02"
                      PERFORM ABRE-ESTAB THRU ABRE-ESTAB-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                IF ST-ERRO = "22"
                  MOVE "* CAT JA EXISTE,DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT
                ELSE
                      MOVE "ERRO NA GRAVACAO ARQUIVO CADCAT" TO MENS
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
                IF CAT-ESOSTAT NOT = SPACES
                   MOVE "* S-2210 JA GERADO - EXCLUSAO NAO PERMITIDA *"
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
                DELETE CADCAT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CAT EXCLUIDA ***" TO MENS
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
                REWRITE REGCAT
                IF ST-ERRO = "00" OR "02"
                   PERFORM ABRE-ESTAB THRU ABRE-ESTAB-FIM
                   MOVE "*** CAT ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DA CAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * ESTABILIDADE ACIDENTARIA (ART.118 DA LEI 8213): AFASTAMENTO
      * ACIMA DE 15 DIAS ABRE NO FPP124 UMA ESTABILIDADE TIPO "A" DE
      * 12 MESES A PARTIR DO DIA SEGUINTE AO FIM DO AFASTAMENTO. A
      * ESTABILIDADE E IDENTIFICADA PELA SEQUENCIA DA CAT NA
      * OBSERVACAO, DE MODO QUE A ALTERACAO DA CAT SO A ATUALIZA.
      *----------------------------------------------------------------
       ABRE-ESTAB.
           IF CAT-AFAST NOT = "S" OR CAT-DIASAFAST NOT > 15
              GO TO ABRE-ESTAB-FIM.
      * FIM DO AFASTAMENTO: O DO ATESTADO VINCULADO OU, SEM ELE, A
      * DATA DO ACIDENTE MAIS OS DIAS INFORMADOS.
           IF W-ATEACH = 1
              MOVE ATE-DATAFIM TO W-FIMAFAST
           ELSE
              MOVE CAT-DATA TO W-DTCALC
              COMPUTE W-DIASADD = CAT-DIASAFAST - 1
              PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
              MOVE W-DTCALC TO W-FIMAFAST.
           MOVE W-FIMAFAST TO W-DTCALC
           MOVE 1 TO W-DIASADD
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DTCALC TO W-ESTINI
           MOVE W-ESTINI(1:4) TO W-ANOC
           MOVE W-ESTINI(5:2) TO W-MESC
           MOVE W-ESTINI(7:2) TO W-DIAC
           ADD 1 TO W-ANOC
           IF W-MESC = 2 AND W-DIAC = 29
              MOVE 28 TO W-DIAC.
           COMPUTE W-ESTFIM = W-ANOC * 10000 + W-MESC * 100 + W-DIAC
           MOVE CAT-SEQ TO W-ESTOBS-SEQ.
       ABRE-ESTAB-OP.
           OPEN I-O CADESTAB
           IF ST-ERRO = "30"
              OPEN OUTPUT CADESTAB
              CLOSE CADESTAB
              GO TO ABRE-ESTAB-OP.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-ESTAB-FIM.
           MOVE ZEROS TO W-ESTACH W-ESTMAX
           MOVE CAT-CODFUNC TO EST-CODFUNC
           MOVE ZEROS TO EST-SEQ
           START CADESTAB KEY IS NOT LESS EST-KEY
           IF ST-ERRO NOT = "00"
              GO TO ABRE-ESTAB-GRAVA.
       ABRE-ESTAB-LP.
           READ CADESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABRE-ESTAB-GRAVA.
           IF EST-CODFUNC NOT = CAT-CODFUNC
              GO TO ABRE-ESTAB-GRAVA.
           MOVE EST-SEQ TO W-ESTMAX
           IF EST-TIPO = "A" AND EST-OBS = W-ESTOBS
              MOVE 1 TO W-ESTACH
              GO TO ABRE-ESTAB-GRAVA.
           GO TO ABRE-ESTAB-LP.
       ABRE-ESTAB-GRAVA.
           IF W-ESTACH = 1
              MOVE W-ESTINI TO EST-DATAINI
              MOVE W-ESTFIM TO EST-DATAFIM
              REWRITE REGESTAB
              GO TO ABRE-ESTAB-FECHA.
           IF W-ESTMAX = 99
              MOVE "*** CHAPA SEM SEQUENCIA LIVRE NO FPP124 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-ESTAB-FECHA.
           MOVE "A" TO EST-TIPO
           MOVE W-ESTINI TO EST-DATAINI
           MOVE W-ESTFIM TO EST-DATAFIM
           MOVE W-ESTOBS TO EST-OBS
           MOVE CAT-CODFUNC TO EST-CODFUNC
           COMPUTE EST-SEQ = W-ESTMAX + 1
           WRITE REGESTAB.
       ABRE-ESTAB-FECHA.
           CLOSE CADESTAB
           DISPLAY (21, 01) "ESTABILIDADE ACIDENTARIA ATE "
           DISPLAY (21, 30) W-ESTFIM.
       ABRE-ESTAB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIAS CORRIDOS DO ATESTADO (INICIO E FIM INCLUSIVE) EM
      * CAT-DIASAFAST, LIMITADO A 999.
      *----------------------------------------------------------------
       CONTA-DIAS.
           MOVE ZEROS TO CAT-DIASAFAST
           MOVE ATE-DATAINI TO W-DTCALC.
       CONTA-DIAS-LP.
           IF W-DTCALC > ATE-DATAFIM OR CAT-DIASAFAST = 999
              GO TO CONTA-DIAS-FIM.
           ADD 1 TO CAT-DIASAFAST
           MOVE 1 TO W-DIASADD
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           GO TO CONTA-DIAS-LP.
       CONTA-DIAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SOMA W-DIASADD DIAS CORRIDOS A DATA W-DTCALC (AAAAMMDD),
      * RESPEITANDO A VIRADA DE MES E ANO.
      *----------------------------------------------------------------
       SOMA-DIAS.
           MOVE W-DTCALC(1:4) TO W-ANOC
           MOVE W-DTCALC(5:2) TO W-MESC
           MOVE W-DTCALC(7:2) TO W-DIAC.
       SOMA-DIAS-LP.
           IF W-DIASADD = ZEROS
              COMPUTE W-DTCALC = W-ANOC * 10000 + W-MESC * 100
                    + W-DIAC
              GO TO SOMA-DIAS-FIM.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           ADD 1 TO W-DIAC
           IF W-DIAC > W-ULTDIA
              MOVE 1 TO W-DIAC
              ADD 1 TO W-MESC
              IF W-MESC > 12
                 MOVE 1 TO W-MESC
                 ADD 1 TO W-ANOC.
           SUBTRACT 1 FROM W-DIASADD
           GO TO SOMA-DIAS-LP.
       SOMA-DIAS-FIM.
           EXIT.
      *
       CALC-ULTDIA.
           MOVE 31 TO W-ULTDIA
           IF W-MESC = 4 OR W-MESC = 6 OR W-MESC = 9 OR W-MESC = 11
              MOVE 30 TO W-ULTDIA.
           IF W-MESC = 2
              MOVE 28 TO W-ULTDIA
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              DIVIDE W-ANOC BY 100 GIVING W-TMPA REMAINDER W-REM100
              DIVIDE W-ANOC BY 400 GIVING W-TMPA REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADCAT.
           IF W-ATEARQ = 1
              CLOSE CADATEST.
           IF W-ASOARQ = 1
              CLOSE CADASO.
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
