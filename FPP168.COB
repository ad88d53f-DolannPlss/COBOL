       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP168.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * DIARIAS E REEMBOLSOS DE DESPESA POR CHAPA: DATA, TIPO *
      * (DIARIA, KM, ALIMENTACAO, HOSPEDAGEM), VALOR E NUMERO *
      * DO RECIBO. O LANCAMENTO NASCE PENDENTE; O GESTOR DO   *
      * DEPARTAMENTO (RESPFUNC) APROVA NO FPP169 E O FPP170   *
      * GERA OS LANCAMENTOS DE RUBRICA PARA A FOLHA (FPPREL)  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DSP-KEY
                      ALTERNATE RECORD KEY IS DSP-CODFUNC
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
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESP.DAT".
       01 REGDESP.
          03 DSP-DATA                 PIC 9(08).
      * D=DIARIA K=QUILOMETRAGEM A=ALIMENTACAO H=HOSPEDAGEM.
          03 DSP-TIPO                 PIC X(01).
          03 DSP-VALOR                PIC 9(06)V99.
          03 DSP-RECIBO               PIC X(12).
      * P=PENDENTE A=APROVADO R=RECUSADO G=GERADO NA FOLHA.
          03 DSP-STAT                 PIC X(01).
          03 DSP-APRRESP              PIC 9(06).
          03 DSP-APRDATA              PIC 9(08).
      * COMPETENCIA (AAAAMM) EM QUE O FPP170 LANCOU A DESPESA E A
      * PARCELA DA DIARIA QUE FOI LANCADA COMO PROVENTO TRIBUTAVEL.
          03 DSP-COMPPAG              PIC 9(06).
          03 DSP-VALTRIB              PIC 9(06)V99.
          03 DSP-KEY.
              05 DSP-CODFUNC          PIC 9(06).
              05 DSP-SEQ              PIC 9(03).
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
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-STATDESC      PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        -- DIARIAS E REEMBOLSOS DE DESPESA --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA FUNCIONARIO         :".
           05  LINE 05  COLUMN 01
               VALUE  "SEQUENCIA                 :".
           05  LINE 07  COLUMN 01
               VALUE  "DATA DESPESA (AAAAMMDD)   :".
           05  LINE 09  COLUMN 01
               VALUE  "TIPO (D/K/A/H)            :".
           05  LINE 09  COLUMN 33
               VALUE  "D=DIARIA K=KM A=ALIMENTACAO H=HOSPEDAGEM".
           05  LINE 11  COLUMN 01
               VALUE  "VALOR                     :".
           05  LINE 13  COLUMN 01
               VALUE  "NUMERO DO RECIBO          :".
           05  LINE 15  COLUMN 01
               VALUE  "SITUACAO                  :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TDSP-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  DSP-CODFUNC
               HIGHLIGHT.
           05  TDSP-SEQ
               LINE 05  COLUMN 29  PIC 999
               USING  DSP-SEQ
               HIGHLIGHT.
           05  TDSP-DATA
               LINE 07  COLUMN 29  PIC 9(08)
               USING  DSP-DATA
               HIGHLIGHT.
           05  TDSP-TIPO
               LINE 09  COLUMN 29  PIC X(01)
               USING  DSP-TIPO
               HIGHLIGHT.
           05  TDSP-VALOR
               LINE 11  COLUMN 29  PIC 999999,99
               USING  DSP-VALOR
               HIGHLIGHT.
           05  TDSP-RECIBO
               LINE 13  COLUMN 29  PIC X(12)
               USING  DSP-RECIBO
               HIGHLIGHT.
           05  TSTATDESC
               LINE 15  COLUMN 29  PIC X(20)
               USING  W-STATDESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADDESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDESP
                 CLOSE CADDESP
                 MOVE "*** ARQUIVO CADDESP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDESP
              GO TO ROT-FIMP.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO DSP-CODFUNC DSP-SEQ DSP-DATA DSP-VALOR
           MOVE ZEROS TO DSP-APRRESP DSP-APRDATA DSP-COMPPAG
           MOVE ZEROS TO DSP-VALTRIB CODFUNC
           MOVE SPACES TO DSP-TIPO DSP-RECIBO DSP-STAT W-STATDESC
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TDSP-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DSP-CODFUNC = 0
                 MOVE "*** CODIGO NAO INFORMADO  ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE DSP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME.
       R1B.
           ACCEPT TDSP-SEQ
           IF DSP-SEQ = 0
              MOVE "*** SEQUENCIA INVALIDA (1 A 999) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADDESP.
           READ CADDESP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-STAT THRU MOSTRA-STAT-FIM
                DISPLAY TELAPRINCIPAL
                DISPLAY (04, 40) NOME
                MOVE "*** DESPESA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADDESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** DESPESA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF FUNCSTAT = "D"
              MOVE "*** CHAPA DESLIGADA - SEM NOVA DESPESA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1INIT.
       R2.
           ACCEPT TDSP-DATA
           IF DSP-DATA < 19000101
              MOVE "*** DATA DA DESPESA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF DSP-DATA > W-HOJE
              MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TDSP-TIPO
           IF DSP-TIPO NOT = "D" AND "K" AND "A" AND "H"
              MOVE "*** TIPO INVALIDO (D/K/A/H) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TDSP-VALOR
           IF DSP-VALOR = ZEROS
              MOVE "*** VALOR NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
      * A DIARIA E PAGA SEM COMPROVANTE; AS DEMAIS DESPESAS EXIGEM O
      * NUMERO DO RECIBO OU NOTA.
           ACCEPT TDSP-RECIBO
           IF DSP-RECIBO = SPACES AND DSP-TIPO NOT = "D"
              MOVE "*** RECIBO OBRIGATORIO PARA ESTE TIPO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      * QUALQUER INCLUSAO OU ALTERACAO VOLTA A DESPESA PARA PENDENTE
      * DE APROVACAO DO GESTOR.
           MOVE "P" TO DSP-STAT
           MOVE ZEROS TO DSP-APRRESP DSP-APRDATA
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
                WRITE REGDESP
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADDESP" TO MENS
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
                   GO TO R1INIT.
      * DESPESA APROVADA OU JA LANCADA NA FOLHA NAO E MAIS MEXIDA.
                IF DSP-STAT = "A" OR "G"
                   MOVE "*** DESPESA APROVADA/LANCADA - SO CONSULTA ***"
                                                               TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
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
                DELETE CADDESP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DESPESA EXCLUIDA ***" TO MENS
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
                REWRITE REGDESP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DESPESA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE DESPESA"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * DESCRICAO DA SITUACAO DA DESPESA LIDA
      *----------------------------------------------------------------
       MOSTRA-STAT.
                MOVE SPACES TO W-STATDESC
                IF DSP-STAT = "P"
                   MOVE "PENDENTE" TO W-STATDESC.
                IF DSP-STAT = "A"
                   MOVE "APROVADA" TO W-STATDESC.
                IF DSP-STAT = "R"
                   MOVE "RECUSADA" TO W-STATDESC.
                IF DSP-STAT = "G"
                   MOVE SPACES TO W-STATDESC
                   STRING "LANCADA " DSP-COMPPAG(5:2) "/"
                          DSP-COMPPAG(1:4) DELIMITED BY SIZE
                          INTO W-STATDESC.
       MOSTRA-STAT-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADDESP.
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
