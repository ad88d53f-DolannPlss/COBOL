       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP127.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      *******************************************************
      * GERACAO DO EVENTO DE COMUNICACAO DE ACIDENTE DE      *
      * TRABALHO (S-2210) EM LAYOUT TIPO ESOCIAL A PARTIR    *
      * DAS CATS DO FPP126, COM CONTROLE DE EVENTO JA GERADO *
      * (ORIGINAL OU RETIFICACAO) E FLAG DE TRANSMISSAO      *
      *******************************************************
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
           SELECT CADCATTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
          03 CAT-AFAST                PIC X(01).
          03 CAT-DIASAFAST            PIC 9(03).
          03 CAT-ATESEQ               PIC 9(02).
          03 CAT-ASOSEQ               PIC 9(02).
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
       FD CADCATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGCATTX    PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-ATEARQ        PIC 9(01) VALUE ZEROS.
       01 W-TOTORIG       PIC 9(06) VALUE ZEROS.
       01 W-TOTRETIF      PIC 9(06) VALUE ZEROS.
       01 W-TOTTRANS      PIC 9(06) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADCATRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *----------[ EVENTO EM LAYOUT TIPO ESOCIAL (DELIMITADO) ]---------
      * INDICADOR DE RETIFICACAO: 1=ORIGINAL  2=RETIFICACAO.
       01 LIN2210.
                03 FILLER         PIC X(06) VALUE "S2210;".
                03 L21-RETIF      PIC 9(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-DATA       PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-HORA       PIC 9(04).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-LOCAL      PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-PARTE      PIC X(20).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-LESAO      PIC X(20).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-AFAST      PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-DIAS       PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-CID        PIC X(05).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-CRM        PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-TESTEM     PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-NOME       PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EVENTOS DE ACIDENTE DE TRABALHO (ESO".
           05  LINE 02  COLUMN 43
               VALUE  "CIAL S-2210) ***".
           05  LINE 09  COLUMN 01
               VALUE  " ACAO (G=GERAR EVENTOS PENDENTES  T=MARCAR".
           05  LINE 09  COLUMN 43
               VALUE  " TRANSMITIDOS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ACAO
               LINE 09  COLUMN 60  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-ACAO
                MOVE ZEROS TO W-TOTORIG W-TOTRETIF W-TOTTRANS
                DISPLAY TELAPRINCIPAL.
       INC-ACAO.
                ACCEPT TW-ACAO
                IF W-ACAO NOT = "G" AND W-ACAO NOT = "T"
                   MOVE "*** DIGITE G=GERAR ou T=TRANSMITIDOS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ACAO.
       INC-OP0.
           OPEN I-O CADCAT
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE CAT NAO EXISTE (FPP126) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-ACAO = "T"
              GO TO MARCA-TRANS.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAT
              GO TO ROT-FIM2.
      * OS ATESTADOS (FPP089) SAO OPCIONAIS: SEM ELES O EVENTO SAI
      * SEM CID E SEM CRM.
           MOVE ZEROS TO W-ATEARQ
           OPEN INPUT CADATEST
           IF ST-ERRO = "00"
              MOVE 1 TO W-ATEARQ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADCATTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCATTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE LOW-VALUES TO CAT-KEY
           START CADCAT KEY IS NOT LESS CAT-KEY
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * VARRE AS CATS: SITUACAO " " GERA O S-2210 ORIGINAL E "R" A
      * RETIFICACAO; AMBAS FICAM "G" ATE A MARCACAO DE TRANSMITIDOS.
      *----------------------------------------------------------------
       LER-CAT.
           READ CADCAT NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF CAT-ESOSTAT NOT = SPACES AND CAT-ESOSTAT NOT = "R"
              GO TO LER-CAT.
           PERFORM GERA-S2210 THRU GERA-S2210-FIM
           GO TO LER-CAT.
      *
       GERA-S2210.
           MOVE CAT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO GERA-S2210-FIM.
           IF CAT-ESOSTAT = "R"
              MOVE 2 TO L21-RETIF
              ADD 1 TO W-TOTRETIF
           ELSE
              MOVE 1 TO L21-RETIF
              ADD 1 TO W-TOTORIG.
           MOVE CPF TO L21-CPF
           MOVE CAT-DATA TO L21-DATA
           MOVE CAT-HORA TO L21-HORA
           MOVE CAT-LOCAL TO L21-LOCAL
           MOVE CAT-PARTE TO L21-PARTE
           MOVE CAT-LESAO TO L21-LESAO
           MOVE CAT-AFAST TO L21-AFAST
           MOVE CAT-DIASAFAST TO L21-DIAS
           MOVE SPACES TO L21-CID
           MOVE ZEROS TO L21-CRM
           IF W-ATEARQ = 1 AND CAT-ATESEQ NOT = ZEROS
              MOVE CAT-CODFUNC TO ATE-CODFUNC
              MOVE CAT-ATESEQ TO ATE-SEQ
              READ CADATEST
              IF ST-ERRO = "00"
                 MOVE ATE-CID TO L21-CID
                 MOVE ATE-CRM TO L21-CRM.
           MOVE CAT-TESTEM TO L21-TESTEM
           MOVE NOME TO L21-NOME
           WRITE REGCATTX FROM LIN2210
           MOVE "G" TO CAT-ESOSTAT
           REWRITE REGCAT.
       GERA-S2210-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MARCA COMO TRANSMITIDOS TODOS OS EVENTOS AINDA "G" (APOS O
      * ENVIO MANUAL DO ARQUIVO AO PORTAL).
      *----------------------------------------------------------------
       MARCA-TRANS.
           MOVE LOW-VALUES TO CAT-KEY
           START CADCAT KEY IS NOT LESS CAT-KEY
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
       MARCA-TRANS-RD.
           READ CADCAT NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
           IF CAT-ESOSTAT = "G"
              MOVE "T" TO CAT-ESOSTAT
              REWRITE REGCAT
              ADD 1 TO W-TOTTRANS.
           GO TO MARCA-TRANS-RD.
       MARCA-TRANS-FIM.
           CLOSE CADCAT
           DISPLAY (20, 10) "EVENTOS MARCADOS: "
           DISPLAY (20, 29) W-TOTTRANS
           MOVE "*** EVENTOS MARCADOS COMO TRANSMITIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           DISPLAY (19, 10) "CATS ORIGINAIS GERADAS: "
           DISPLAY (19, 35) W-TOTORIG
           DISPLAY (20, 10) "RETIFICACOES GERADAS  : "
           DISPLAY (20, 35) W-TOTRETIF
           MOVE "*** EVENTOS GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADCAT CADCATTX.
                IF W-ATEARQ = 1
                   CLOSE CADATEST.
       ROT-FIM2.
                EXIT PROGRAM.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
