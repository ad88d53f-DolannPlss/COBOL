       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP125.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * RELATORIO MENSAL DE ESTABILIDADES PROVISORIAS A       *
      * VENCER: LISTA AS ESTABILIDADES (FPP124) DE CHAPAS     *
      * ATIVAS CUJO FIM CAI NOS PROXIMOS 60 DIAS, PARA O RH   *
      * PROGRAMAR OS DESLIGAMENTOS SO APOS O VENCIMENTO       *
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
           SELECT CADESTRL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADESTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGESTRL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADESTRL".
          03 W-NOMEARQ-DT PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-LIMITE60      PIC 9(08) VALUE ZEROS.
       01 W-L60ANO        PIC 9(04) VALUE ZEROS.
       01 W-L60MES        PIC 9(02) VALUE ZEROS.
       01 W-DIAHOJE       PIC 9(02) VALUE ZEROS.
       01 W-TOTAVENC      PIC 9(06) VALUE ZEROS.
      *----------[ DESCRICAO DOS TIPOS DE ESTABILIDADE ]----------------
       01 TAB-TIPO.
          03 FILLER PIC X(19) VALUE "CCIPA              ".
          03 FILLER PIC X(19) VALUE "GGESTANTE          ".
          03 FILLER PIC X(19) VALUE "AACIDENTE TRABALHO ".
          03 FILLER PIC X(19) VALUE "SDIRIGENTE SINDICAL".
          03 FILLER PIC X(19) VALUE "PPRE-APOSENTADORIA ".
       01 TAB-TIPOX REDEFINES TAB-TIPO.
          03 TB-TIPO OCCURS 5 TIMES.
             05 TB-TIPO-COD  PIC X(01).
             05 TB-TIPO-DESC PIC X(18).
       01 W-IX            PIC 9(02) VALUE ZEROS.
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 CAB1.
                03 FILLER      PIC X(42) VALUE
                        "ESTABILIDADES PROVISORIAS A VENCER (60 D) ".
                03 FILLER      PIC X(06) VALUE "DATA: ".
                03 CAB-DATA    PIC 9(08).
       01 CAB2.
                03 FILLER      PIC X(33) VALUE
                   "CHAPA  NOME".
                03 FILLER      PIC X(22) VALUE
                   "TIPO".
                03 FILLER      PIC X(20) VALUE
                   "INICIO    FIM".
       01 CAB3.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 DETLIN.
                03 DET-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 DET-NOME    PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 DET-TIPO    PIC X(18).
                03 FILLER      PIC X(04) VALUE " ".
                03 DET-INI     PIC 9(08).
                03 FILLER      PIC X(02) VALUE " ".
                03 DET-FIM     PIC 9(08).
       01 TOTLIN.
                03 FILLER      PIC X(28) VALUE
                        "ESTABILIDADES A VENCER:     ".
                03 TL-AVENC    PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ESTABILIDADES PROVISORIAS A VENCER ***".
           05  LINE 09  COLUMN 01
               VALUE  "                  CONFIRMA A GERACAO (S ou N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 09  COLUMN 49  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           MOVE ZEROS TO W-TOTAVENC
           DISPLAY TELAPRINCIPAL.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT CADESTAB
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE ESTABILIDADE NAO EXISTE (FPP124) *"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTAB
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-NOMEARQ-DT
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADESTRL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTRL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTAB CADFUNC
              GO TO ROT-FIM2.
           MOVE W-HOJE TO CAB-DATA
           WRITE REGESTRL FROM CAB1
           WRITE REGESTRL FROM CAB2
           WRITE REGESTRL FROM CAB3.
      * HORIZONTE DE AVISO: DOIS MESES A FRENTE DA DATA DE HOJE.
           MOVE W-HOJE(1:4) TO W-L60ANO
           MOVE W-HOJE(5:2) TO W-L60MES
           MOVE W-HOJE(7:2) TO W-DIAHOJE
           ADD 2 TO W-L60MES
           IF W-L60MES > 12
              SUBTRACT 12 FROM W-L60MES
              ADD 1 TO W-L60ANO.
           COMPUTE W-LIMITE60 = W-L60ANO * 10000 + W-L60MES * 100
                 + W-DIAHOJE.
           MOVE LOW-VALUES TO EST-KEY
           START CADESTAB KEY IS NOT LESS EST-KEY
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-ESTAB.
           READ CADESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF EST-DATAFIM < W-HOJE OR EST-DATAFIM > W-LIMITE60
              GO TO LER-ESTAB.
           MOVE EST-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-ESTAB.
           IF FUNCSTAT = "D"
              GO TO LER-ESTAB.
           MOVE SPACES TO DET-TIPO
           MOVE 1 TO W-IX.
       LER-ESTAB-TP.
           IF W-IX > 5
              GO TO LER-ESTAB-GRAVA.
           IF TB-TIPO-COD(W-IX) = EST-TIPO
              MOVE TB-TIPO-DESC(W-IX) TO DET-TIPO
              GO TO LER-ESTAB-GRAVA.
           ADD 1 TO W-IX
           GO TO LER-ESTAB-TP.
       LER-ESTAB-GRAVA.
           MOVE EST-CODFUNC TO DET-COD
           MOVE NOME TO DET-NOME
           MOVE EST-DATAINI TO DET-INI
           MOVE EST-DATAFIM TO DET-FIM
           WRITE REGESTRL FROM DETLIN
           ADD 1 TO W-TOTAVENC
           GO TO LER-ESTAB.
      *
       ROT-TOTAIS.
           WRITE REGESTRL FROM CAB3
           MOVE W-TOTAVENC TO TL-AVENC
           WRITE REGESTRL FROM TOTLIN
           MOVE "*** RELATORIO DE ESTABILIDADES GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADESTAB CADFUNC CADESTRL.
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
