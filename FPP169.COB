       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP169.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * APROVACAO DE DIARIAS E REEMBOLSOS PELO GESTOR: O      *
      * RESPONSAVEL DO DEPARTAMENTO (RESPFUNC DO ARQDEP)      *
      * PERCORRE AS DESPESAS PENDENTES DAS CHAPAS DO SEU      *
      * FUNCDEP EM ARQDESP.DAT E APROVA OU RECUSA; SO AS      *
      * APROVADAS SAO LANCADAS NA FOLHA PELO FPP170           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADDESP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DSP-KEY
                      ALTERNATE RECORD KEY IS DSP-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESP.DAT".
       01 REGDESP.
          03 DSP-DATA                 PIC 9(08).
          03 DSP-TIPO                 PIC X(01).
          03 DSP-VALOR                PIC 9(06)V99.
          03 DSP-RECIBO               PIC X(12).
          03 DSP-STAT                 PIC X(01).
          03 DSP-APRRESP              PIC 9(06).
          03 DSP-APRDATA              PIC 9(08).
          03 DSP-COMPPAG              PIC 9(06).
          03 DSP-VALTRIB              PIC 9(06)V99.
          03 DSP-KEY.
              05 DSP-CODFUNC          PIC 9(06).
              05 DSP-SEQ              PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-GESTOR        PIC 9(06) VALUE ZEROS.
       01 W-TOTAPR        PIC 9(04) VALUE ZEROS.
       01 W-TOTREC        PIC 9(04) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 LINDESP.
          03 LD-CODFUNC   PIC 9(06).
          03 FILLER       PIC X(01) VALUE " ".
          03 LD-NOME      PIC X(20).
          03 FILLER       PIC X(01) VALUE " ".
          03 LD-DIA       PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 LD-MES       PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 LD-ANO       PIC 9999.
          03 FILLER       PIC X(01) VALUE " ".
          03 LD-TIPO      PIC X(11).
          03 LD-VALOR     PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE " ".
          03 LD-RECIBO    PIC X(12).
       01 W-DATAX.
          03 W-DTANO      PIC 9(04).
          03 W-DTMES      PIC 9(02).
          03 W-DTDIA      PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** APROVACAO DE DIARIAS E REEMBOLSOS ***".
           05  LINE 06  COLUMN 01
               VALUE  " CHAPA DO GESTOR (RESPFUNC) :".
           05  LINE 12  COLUMN 01
               VALUE  " CHAPA  NOME                 DATA       TIPO".
           05  LINE 12  COLUMN 50
               VALUE  "     VALOR RECIBO".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-GESTOR
               LINE 06  COLUMN 31  PIC 9(06)
               USING  W-GESTOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           MOVE ZEROS TO W-GESTOR W-TOTAPR W-TOTREC
           DISPLAY TELAPRINCIPAL.
       INC-GESTOR.
           ACCEPT TW-GESTOR
           IF W-GESTOR = ZEROS
              MOVE "*** CHAPA DO GESTOR NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-GESTOR.
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
           OPEN I-O CADDESP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE DESPESAS NAO EXISTE (FPP168) *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDEP CADFUNC
              GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * PERCORRE AS DESPESAS PENDENTES; SO APARECEM AS DAS CHAPAS
      * CUJO DEPARTAMENTO TEM O GESTOR COMO RESPONSAVEL. A DESPESA
      * DO PROPRIO GESTOR FICA PARA O NIVEL ACIMA.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO DSP-KEY
           START CADDESP KEY IS NOT LESS DSP-KEY
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-DESP.
           READ CADDESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF DSP-STAT NOT = "P"
              GO TO LER-DESP.
           IF DSP-CODFUNC = W-GESTOR
              GO TO LER-DESP.
           MOVE DSP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-DESP.
           MOVE FUNCDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              GO TO LER-DESP.
           IF RESPFUNC NOT = W-GESTOR
              GO TO LER-DESP.
           MOVE DSP-CODFUNC TO LD-CODFUNC
           MOVE NOME TO LD-NOME
           MOVE DSP-DATA TO W-DATAX
           MOVE W-DTDIA TO LD-DIA
           MOVE W-DTMES TO LD-MES
           MOVE W-DTANO TO LD-ANO
           MOVE SPACES TO LD-TIPO
           IF DSP-TIPO = "D"
              MOVE "DIARIA" TO LD-TIPO.
           IF DSP-TIPO = "K"
              MOVE "KM" TO LD-TIPO.
           IF DSP-TIPO = "A"
              MOVE "ALIMENTACAO" TO LD-TIPO.
           IF DSP-TIPO = "H"
              MOVE "HOSPEDAGEM" TO LD-TIPO.
           MOVE DSP-VALOR TO LD-VALOR
           MOVE DSP-RECIBO TO LD-RECIBO
           DISPLAY (14, 01) LINDESP.
       LER-DESP-OPC.
           DISPLAY (16, 01) "A=APROVA   R=RECUSA   P=PULA : "
           ACCEPT (16, 33) W-OPCAO
           IF W-OPCAO = "P" OR "p"
              GO TO LER-DESP.
           IF W-OPCAO NOT = "A" AND "R" AND "a" AND "r"
              GO TO LER-DESP-OPC.
           IF W-OPCAO = "A" OR "a"
              MOVE "A" TO DSP-STAT
              ADD 1 TO W-TOTAPR
           ELSE
              MOVE "R" TO DSP-STAT
              ADD 1 TO W-TOTREC.
           MOVE W-GESTOR TO DSP-APRRESP
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO DSP-APRDATA
           REWRITE REGDESP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADDESP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO LER-DESP.
      *
       ROT-TOTAIS.
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           DISPLAY (18, 01) "DESPESAS APROVADAS: " W-TOTAPR
                            "   RECUSADAS: " W-TOTREC
           MOVE "*** APROVACOES REGISTRADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADDEP CADFUNC CADDESP.
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
