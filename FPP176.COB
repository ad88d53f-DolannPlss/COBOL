       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP176.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * SUBSTITUICAO DO RESPONSAVEL PELO DEPARTAMENTO        *
      * (RESPFUNC) NAS FERIAS OU AFASTAMENTO: DEPARTAMENTO,  *
      * CHAPA DO SUBSTITUTO E PERIODO. O PERIODO TEM DE      *
      * CAIR INTEIRO NUM GOZO DE FERIAS DO TITULAR OU NO SEU *
      * AFASTAMENTO. A FOLHA (FPPREL) PAGA AO SUBSTITUTO A   *
      * DIFERENCA PROPORCIONAL AOS DIAS SUBSTITUIDOS         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSUBST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SUB-KEY
                      ALTERNATE RECORD KEY IS SUB-CHAPA
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
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
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * SUBSTITUICOES DO RESPONSAVEL, UMA POR DEPARTAMENTO E DATA DE
      * INICIO.
      *   MOTIVO: "F"=FERIAS DO TITULAR  "A"=AFASTAMENTO DO TITULAR
      *   STAT  : "A"=ATIVA  "C"=CANCELADA (NAO PAGA NA FOLHA)
      *-----------------------------------------------------------------
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
          03 SUB-CHAPA                PIC 9(06).
          03 SUB-DATAFIM              PIC 9(08).
          03 SUB-TITULAR              PIC 9(06).
          03 SUB-MOTIVO               PIC X(01).
          03 SUB-STAT                 PIC X(01).
          03 SUB-OPER                 PIC X(08).
          03 SUB-DATAREG              PIC 9(08).
          03 SUB-KEY.
              05 SUB-CODDEP           PIC 9(03).
              05 SUB-DATAINI          PIC 9(08).
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
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
          03 FERDATAADM               PIC 9(08).
          03 FERDIASADQ                PIC 9(02).
          03 FERDIASGOZ                PIC 9(02).
          03 FERDATAINIGOZ             PIC 9(08).
          03 FERSTAT                   PIC X(01).
          03 FERKEY.
              05 FERCODFUNC            PIC 9(06).
              05 FERSEQ                PIC 9(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-FERIASARQ     PIC 9(01) VALUE ZEROS.
       01 W-CODDEP        PIC 9(03) VALUE ZEROS.
       01 W-DATAINI       PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM       PIC 9(08) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-TITULAR       PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO        PIC X(01) VALUE SPACES.
       01 W-MOTDESC       PIC X(26) VALUE SPACES.
      *----------[ AUSENCIA DO TITULAR (DIAS SERIAIS) ]-----------------
       01 W-TITAFAST      PIC X(01) VALUE SPACES.
       01 W-TITDTAF       PIC 9(08) VALUE ZEROS.
       01 W-TITDTRET      PIC 9(08) VALUE ZEROS.
       01 W-INTINI        PIC 9(07) VALUE ZEROS.
       01 W-INTFIM        PIC 9(07) VALUE ZEROS.
       01 W-INTAUSI       PIC 9(07) VALUE ZEROS.
       01 W-INTAUSF       PIC 9(07) VALUE ZEROS.
      *----------[ CONFERENCIA DE DATA ]--------------------------------
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-DTOK          PIC 9(01) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 TAB-ULTDIA.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-ULTDIAX REDEFINES TAB-ULTDIA.
          03 TB-ULTDIA    PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** SUBSTITUICAO DO RESPONSAVEL PELO ".
           05  LINE 02  COLUMN 41
               VALUE  "DEPARTAMENTO ***".
           05  LINE 05  COLUMN 01
               VALUE  " DEPARTAMENTO                     :".
           05  LINE 07  COLUMN 01
               VALUE  " RESPONSAVEL (TITULAR)            :".
           05  LINE 09  COLUMN 01
               VALUE  " INICIO DA SUBSTITUICAO (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  " CHAPA DO SUBSTITUTO              :".
           05  LINE 13  COLUMN 01
               VALUE  " FIM DA SUBSTITUICAO (AAAAMMDD)   :".
           05  LINE 15  COLUMN 01
               VALUE  " MOTIVO                           :".
           05  LINE 17  COLUMN 01
               VALUE  " SITUACAO (A=ATIVA C=CANCELADA)   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CODDEP
               LINE 05  COLUMN 37  PIC 9(03)
               USING  W-CODDEP
               HIGHLIGHT.
           05  TW-DATAINI
               LINE 09  COLUMN 37  PIC 9(08)
               USING  W-DATAINI
               HIGHLIGHT.
           05  TW-CHAPA
               LINE 11  COLUMN 37  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-DATAFIM
               LINE 13  COLUMN 37  PIC 9(08)
               USING  W-DATAFIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-OP0.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDEP
              GO TO ROT-FIM2.
      * SEM O CADASTRO DE FERIAS SO O AFASTAMENTO JUSTIFICA A
      * SUBSTITUICAO.
           MOVE ZEROS TO W-FERIASARQ
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERIASARQ.
       INC-OP1.
           OPEN I-O CADSUBST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSUBST
                 CLOSE CADSUBST
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUBST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO W-CODDEP W-DATAINI W-CHAPA W-DATAFIM
                         W-TITULAR
           MOVE SPACES TO W-OPCAO W-MOTIVO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAPRINCIPAL.
      *----------------------------------------------------------------
      * DEPARTAMENTO ATIVO E COM RESPONSAVEL INFORMADO.
      *----------------------------------------------------------------
       R1.
           ACCEPT TW-CODDEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODDEP = ZEROS
              GO TO ROT-FIM.
           MOVE W-CODDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00" OR DEPSTAT NOT = "A"
              MOVE "*** DEPARTAMENTO INEXISTENTE OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF RESPFUNC = ZEROS
              MOVE "*** DEPARTAMENTO SEM RESPONSAVEL (FPP001) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (05, 45) DENDEP
           MOVE RESPFUNC TO W-TITULAR CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** RESPONSAVEL NAO CADASTRADO NO CADFUNC ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO W-TITAFAST
           MOVE ZEROS TO W-TITDTAF W-TITDTRET
           IF FUNCSTAT = "S" AND TIPOAFAST NOT = SPACE
              MOVE TIPOAFAST TO W-TITAFAST
              MOVE DATAINIAFAST TO W-TITDTAF
              MOVE DATAPREVRET TO W-TITDTRET.
           DISPLAY (07, 37) W-TITULAR
           DISPLAY (07, 45) NOME.
       R2.
           ACCEPT TW-DATAINI
           MOVE W-DATAINI TO W-DTX
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CODDEP TO SUB-CODDEP
           MOVE W-DATAINI TO SUB-DATAINI
           READ CADSUBST
           IF ST-ERRO = "00"
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO CADSUBST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * SUBSTITUTO: CHAPA ATIVA E DIFERENTE DO TITULAR.
      *----------------------------------------------------------------
       R3.
           ACCEPT TW-CHAPA
           IF W-CHAPA = ZEROS
              GO TO INC-001.
           IF W-CHAPA = W-TITULAR
              MOVE "*** SUBSTITUTO NAO PODE SER O PROPRIO TITULAR ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CHAPA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF FUNCSTAT NOT = "A"
              MOVE "*** SUBSTITUTO DESLIGADO OU AFASTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (11, 45) NOME.
       R4.
           ACCEPT TW-DATAFIM
           MOVE W-DATAFIM TO W-DTX
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1 OR W-DATAFIM < W-DATAINI
              MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VERIF-AUSENCIA THRU VERIF-AUSENCIA-FIM
           IF W-MOTIVO = SPACE
              MOVE "*** PERIODO FORA DAS FERIAS/AFASTAMENTO DO TITULAR"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VERIF-SOBREPOE THRU VERIF-SOBREPOE-FIM
           IF W-OPCAO = "X"
              MOVE SPACES TO W-OPCAO
              MOVE "*** JA HA SUBSTITUICAO ATIVA NESTE PERIODO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (15, 37) W-MOTDESC
           DISPLAY (17, 37) "A".
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           MOVE W-CHAPA TO SUB-CHAPA
           MOVE W-DATAFIM TO SUB-DATAFIM
           MOVE W-TITULAR TO SUB-TITULAR
           MOVE W-MOTIVO TO SUB-MOTIVO
           MOVE "A" TO SUB-STAT
           MOVE W-OPERID TO SUB-OPER
           MOVE W-HOJE TO SUB-DATAREG
           MOVE W-CODDEP TO SUB-CODDEP
           MOVE W-DATAINI TO SUB-DATAINI
           WRITE REGSUBST
           IF ST-ERRO = "00" OR "02"
              MOVE "*** SUBSTITUICAO GRAVADA *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSUBST" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * CONSULTA / CANCELAMENTO               *
      *****************************************
      *
       ACE-001.
           MOVE SUB-CHAPA TO W-CHAPA CODFUNC
           MOVE SUB-DATAFIM TO W-DATAFIM
           MOVE SUB-MOTIVO TO W-MOTIVO
           PERFORM DESC-MOTIVO THRU DESC-MOTIVO-FIM
           DISPLAY TELAPRINCIPAL
           DISPLAY (05, 45) DENDEP
           DISPLAY (07, 37) SUB-TITULAR
           READ CADFUNC
           IF ST-ERRO = "00"
              DISPLAY (11, 45) NOME.
           DISPLAY (15, 37) W-MOTDESC
           DISPLAY (17, 37) SUB-STAT.
       ACE-002.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   C=CANCELAR SUBSTITUICAO"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
               GO TO ACE-002.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO INC-001.
           IF SUB-STAT = "C"
              MOVE "*** SUBSTITUICAO JA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SUBSTITUICAO MANTIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
       CAN-RW1.
           MOVE "C" TO SUB-STAT
           MOVE W-OPERID TO SUB-OPER
           MOVE W-HOJE TO SUB-DATAREG
           REWRITE REGSUBST
           IF ST-ERRO = "00" OR "02"
              MOVE "*** SUBSTITUICAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSUBST" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * O PERIODO DA SUBSTITUICAO TEM DE CAIR INTEIRO NUM GOZO DE
      * FERIAS DO TITULAR OU NO SEU AFASTAMENTO ATUAL (SEM RETORNO
      * PREVISTO O AFASTAMENTO VALE ATE A DATA DE FIM INFORMADA).
      * DEVOLVE O MOTIVO ("F" OU "A") OU BRANCO.
      *----------------------------------------------------------------
       VERIF-AUSENCIA.
           MOVE SPACES TO W-MOTIVO
           COMPUTE W-INTINI = FUNCTION INTEGER-OF-DATE(W-DATAINI)
           COMPUTE W-INTFIM = FUNCTION INTEGER-OF-DATE(W-DATAFIM)
           IF W-FERIASARQ NOT = 1
              GO TO VERIF-AUS-AFAST.
           MOVE W-TITULAR TO FERCODFUNC
           MOVE ZEROS TO FERSEQ
           START CADFERIAS KEY IS NOT LESS FERKEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-AUS-AFAST.
       VERIF-AUS-FER.
           READ CADFERIAS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-AUS-AFAST.
           IF FERCODFUNC NOT = W-TITULAR
              GO TO VERIF-AUS-AFAST.
           IF FERDIASGOZ = ZEROS OR FERDATAINIGOZ = ZEROS
              GO TO VERIF-AUS-FER.
           COMPUTE W-INTAUSI = FUNCTION INTEGER-OF-DATE(FERDATAINIGOZ)
           COMPUTE W-INTAUSF = W-INTAUSI + FERDIASGOZ - 1
           IF W-INTINI < W-INTAUSI OR W-INTFIM > W-INTAUSF
              GO TO VERIF-AUS-FER.
           MOVE "F" TO W-MOTIVO
           GO TO VERIF-AUS-DESC.
       VERIF-AUS-AFAST.
           IF W-TITAFAST = SPACE OR W-TITDTAF = ZEROS
              GO TO VERIF-AUSENCIA-FIM.
           IF W-DATAINI < W-TITDTAF
              GO TO VERIF-AUSENCIA-FIM.
           IF W-TITDTRET NOT = ZEROS AND W-DATAFIM NOT < W-TITDTRET
              GO TO VERIF-AUSENCIA-FIM.
           MOVE "A" TO W-MOTIVO.
       VERIF-AUS-DESC.
           PERFORM DESC-MOTIVO THRU DESC-MOTIVO-FIM.
       VERIF-AUSENCIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * OUTRA SUBSTITUICAO ATIVA DO MESMO DEPARTAMENTO QUE CRUZE O
      * PERIODO INFORMADO (DEVOLVE "X" EM W-OPCAO).
      *----------------------------------------------------------------
       VERIF-SOBREPOE.
           MOVE SPACES TO W-OPCAO
           MOVE W-CODDEP TO SUB-CODDEP
           MOVE ZEROS TO SUB-DATAINI
           START CADSUBST KEY IS NOT LESS SUB-KEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-SOBREPOE-FIM.
       VERIF-SOBREPOE-LP.
           READ CADSUBST NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-SOBREPOE-FIM.
           IF SUB-CODDEP NOT = W-CODDEP
              GO TO VERIF-SOBREPOE-FIM.
           IF SUB-STAT NOT = "A"
              GO TO VERIF-SOBREPOE-LP.
           IF SUB-DATAINI > W-DATAFIM OR SUB-DATAFIM < W-DATAINI
              GO TO VERIF-SOBREPOE-LP.
           MOVE "X" TO W-OPCAO.
       VERIF-SOBREPOE-FIM.
           EXIT.
      *----------------------------------------------------------------
       DESC-MOTIVO.
           MOVE SPACES TO W-MOTDESC
           IF W-MOTIVO = "F"
              MOVE "F - FERIAS DO TITULAR" TO W-MOTDESC.
           IF W-MOTIVO = "A"
              MOVE "A - AFASTAMENTO DO TITULAR" TO W-MOTDESC.
       DESC-MOTIVO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DATA AAAAMMDD VALIDA (MES 1 A 12, DIA ATE O ULTIMO DO MES).
      *----------------------------------------------------------------
       VALIDA-DATA.
           MOVE ZEROS TO W-DTOK
           MOVE W-DTX(1:4) TO W-ANOC
           MOVE W-DTX(5:2) TO W-MESC
           MOVE W-DTX(7:2) TO W-DIAC
           IF W-ANOC < 1900 OR W-MESC < 1 OR W-MESC > 12
              OR W-DIAC < 1
              GO TO VALIDA-DATA-FIM.
           IF W-MESC = 2
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              IF W-REM4 = ZEROS AND W-DIAC = 29
                 MOVE 1 TO W-DTOK
                 GO TO VALIDA-DATA-FIM.
           IF W-DIAC > TB-ULTDIA(W-MESC)
              GO TO VALIDA-DATA-FIM.
           MOVE 1 TO W-DTOK.
       VALIDA-DATA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSUBST.
       ROT-FIM3.
           CLOSE CADDEP CADFUNC
           IF W-FERIASARQ = 1
              CLOSE CADFERIAS.
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
