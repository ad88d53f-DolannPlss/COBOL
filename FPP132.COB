       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP132.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * EFD-REINF SERIE 4000 - RETENCOES SOBRE PAGAMENTOS A  *
      * AUTONOMOS (RPA, ARQRPA/ARQAUTON) POR COMPETENCIA E   *
      * CNPJ DA FILIAL TOMADORA, COM CONTROLE DE EVENTO JA   *
      * GERADO E FLAG DE TRANSMISSAO (ARQREINF)              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTON ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AUT-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRPA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RPA-KEY
                      ALTERNATE RECORD KEY IS RPA-AUTCOD
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRPAPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RPG-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREINF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUTON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTON.DAT".
       01 REGAUTON.
          03 AUT-NOME                 PIC X(30).
          03 AUT-CPF                  PIC 9(11).
          03 AUT-NIT                  PIC 9(11).
          03 AUT-SERVICO              PIC X(20).
          03 AUT-BANCO                PIC 9(03).
          03 AUT-AGENCIA              PIC 9(04).
          03 AUT-CONTA                PIC 9(08).
          03 AUT-CONTADV              PIC X(01).
          03 AUT-STAT                 PIC X(01).
          03 AUT-COD                  PIC 9(04).
      *-----------------------------------------------------------------
       FD CADRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPA.DAT".
       01 REGRPA.
          03 RPA-BRUTO                PIC 9(07)V99.
          03 RPA-INSS                 PIC 9(06)V99.
          03 RPA-ISS                  PIC 9(06)V99.
          03 RPA-IRRF                 PIC 9(06)V99.
          03 RPA-LIQ                  PIC 9(07)V99.
          03 RPA-FILIAL               PIC 9(02).
          03 RPA-KEY.
              05 RPA-AUTCOD           PIC 9(04).
              05 RPA-MES              PIC 9(02).
              05 RPA-ANO              PIC 9(04).
      *-----------------------------------------------------------------
       FD CADRPAPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPAPG.DAT".
       01 REGRPAPG.
          03 RPG-DATAPAG              PIC 9(08).
          03 RPG-KEY.
              05 RPG-AUTCOD           PIC 9(04).
              05 RPG-MES              PIC 9(02).
              05 RPG-ANO              PIC 9(04).
      *-----------------------------------------------------------------
       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFILIAL.DAT".
       01 REGFILIAL.
          03 FILCOD                   PIC 9(02).
          03 FILRAZAO                 PIC X(30).
          03 FILCNPJ                  PIC 9(14).
          03 FILCIDADE                PIC X(20).
          03 FILUF                    PIC X(02).
          03 FILSTAT                  PIC X(01).
          03 FILFAP                   PIC 9(01)V9999.
      *-----------------------------------------------------------------
      * CONTROLE DA EFD-REINF, UM REGISTRO POR RPA (MESMA CHAVE DO
      * ARQRPA): STAT "G"=GERADO  "T"=TRANSMITIDO.
      *-----------------------------------------------------------------
       FD CADREINF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREINF.DAT".
       01 REGREINF.
          03 REI-STAT                 PIC X(01).
          03 REI-GERDATA              PIC 9(08).
          03 REI-FILIAL               PIC 9(02).
          03 REI-KEY.
              05 REI-AUTCOD           PIC 9(04).
              05 REI-MES              PIC 9(02).
              05 REI-ANO              PIC 9(04).
      *-----------------------------------------------------------------
       FD CADREITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGREITX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-CNPJ          PIC 9(14) VALUE ZEROS.
       01 W-RAZAO         PIC X(30) VALUE SPACES.
       01 W-RPGARQ        PIC 9(01) VALUE ZEROS.
       01 W-TOTEVT        PIC 9(06) VALUE ZEROS.
       01 W-TOTJAGER      PIC 9(06) VALUE ZEROS.
       01 W-TOTTRANS      PIC 9(06) VALUE ZEROS.
       01 W-TOTIRRF       PIC 9(09)V99 VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADREINF".
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEARQ-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *----------[ EVENTOS EM LAYOUT TIPO REINF (DELIMITADO) ]---------
      * ABERTURA DO LOTE POR CONTRIBUINTE (CNPJ DA FILIAL TOMADORA).
       01 LINR4000.
                03 FILLER         PIC X(06) VALUE "R4000;".
                03 L40-CNPJ       PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L40-COMPET     PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L40-RAZAO      PIC X(30).
      * R-4010: PAGAMENTO A PESSOA FISICA COM RETENCAO.
       01 LINR4010.
                03 FILLER         PIC X(06) VALUE "R4010;".
                03 L41-CNPJ       PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-DATAPAG    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-BRUTO      PIC 9(07)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-BASEIR     PIC 9(07)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-IRRF       PIC 9(06)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L41-NOME       PIC X(30).
      * FECHAMENTO: QUANTIDADE DE PAGAMENTOS E TOTAL DE IR RETIDO.
       01 LINR4099.
                03 FILLER         PIC X(06) VALUE "R4099;".
                03 L49-CNPJ       PIC 9(14).
                03 FILLER         PIC X(01) VALUE ";".
                03 L49-QTD        PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L49-IRRF       PIC 9(09)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** EFD-REINF - PAGAMENTOS A AUTONOMOS (RP".
           05  LINE 02  COLUMN 44
               VALUE  "A) ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 09  COLUMN 44
               VALUE  "AAA) :".
           05  LINE 11  COLUMN 01
               VALUE  "                         FILIAL (MATRIZ=01)".
           05  LINE 11  COLUMN 44
               VALUE  " :".
           05  LINE 13  COLUMN 01
               VALUE  " ACAO (G=GERAR EVENTOS PENDENTES  T=MARCAR".
           05  LINE 13  COLUMN 43
               VALUE  " TRANSMITIDOS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESCOMPET
               LINE 09  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  LINE 09  COLUMN 53
               VALUE  "/".
           05  TW-ANOCOMPET
               LINE 09  COLUMN 54  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-FILIALSEL
               LINE 11  COLUMN 46  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-ACAO
               LINE 13  COLUMN 60  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-FILIALSEL
           MOVE ZEROS TO W-TOTEVT W-TOTJAGER W-TOTTRANS W-TOTIRRF
           MOVE SPACES TO W-ACAO
           DISPLAY TELAPRINCIPAL.
       INC-COMPET.
           ACCEPT TW-MESCOMPET
           IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
              MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
           ACCEPT TW-ANOCOMPET
           IF W-ANOCOMPET < 1900
              MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMPET.
       INC-FILIAL.
           ACCEPT TW-FILIALSEL
           IF W-FILIALSEL < 1
              MOVE "*** FILIAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FILIAL.
       INC-ACAO.
           ACCEPT TW-ACAO
           IF W-ACAO NOT = "G" AND W-ACAO NOT = "T"
              MOVE "*** DIGITE G=GERAR ou T=TRANSMITIDOS ***"
                                                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
       INC-OP0.
           OPEN I-O CADREINF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREINF
                 CLOSE CADREINF
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREINF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           IF W-ACAO = "T"
              GO TO MARCA-TRANS.
      *----------------------------------------------------------------
      * O CONTRIBUINTE DA REINF E O CNPJ DA FILIAL TOMADORA DO
      * SERVICO: SEM A FILIAL CADASTRADA NAO HA O QUE DECLARAR.
      *----------------------------------------------------------------
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "* CADASTRO DE FILIAIS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREINF
              GO TO ROT-FIM2.
           MOVE W-FILIALSEL TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00" OR FILCNPJ = ZEROS
              MOVE "*** FILIAL SEM CNPJ CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREINF CADFILIAL
              GO TO ROT-FIM2.
           MOVE FILCNPJ TO W-CNPJ
           MOVE FILRAZAO TO W-RAZAO
           CLOSE CADFILIAL.
           OPEN INPUT CADRPA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE RPA NAO EXISTE (FPP097) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREINF
              GO TO ROT-FIM2.
           OPEN INPUT CADAUTON
           IF ST-ERRO NOT = "00"
              MOVE "* CADASTRO DE AUTONOMOS NAO EXISTE (FPP096) *"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREINF CADRPA
              GO TO ROT-FIM2.
      * A DATA DE PAGAMENTO (FPP097) E OPCIONAL: RPA LANCADO ANTES
      * DELA SAI COM O ULTIMO DIA DA COMPETENCIA.
           MOVE ZEROS TO W-RPGARQ
           OPEN INPUT CADRPAPG
           IF ST-ERRO = "00"
              MOVE 1 TO W-RPGARQ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-FILIALSEL TO W-NOMEARQ-FIL
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADREITX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADREITX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CNPJ TO L40-CNPJ L41-CNPJ L49-CNPJ
           COMPUTE L40-COMPET = W-ANOCOMPET * 100 + W-MESCOMPET
           MOVE W-RAZAO TO L40-RAZAO
           WRITE REGREITX FROM LINR4000
           MOVE W-MESCOMPET TO W-MESC
           MOVE W-ANOCOMPET TO W-ANOC
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE LOW-VALUES TO RPA-KEY
           START CADRPA KEY IS NOT LESS RPA-KEY
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * UM R-4010 POR RPA DA COMPETENCIA/FILIAL AINDA SEM CONTROLE;
      * O QUE JA FOI GERADO OU TRANSMITIDO NAO SAI DE NOVO.
      *----------------------------------------------------------------
       LE-RPA.
           READ CADRPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF RPA-MES NOT = W-MESCOMPET OR RPA-ANO NOT = W-ANOCOMPET
              OR RPA-FILIAL NOT = W-FILIALSEL
              GO TO LE-RPA.
           MOVE RPA-KEY TO REI-KEY
           READ CADREINF
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTJAGER
              GO TO LE-RPA.
           MOVE RPA-AUTCOD TO AUT-COD
           READ CADAUTON
           IF ST-ERRO NOT = "00"
              GO TO LE-RPA.
           PERFORM GERA-R4010 THRU GERA-R4010-FIM
           GO TO LE-RPA.
      *
       GERA-R4010.
           MOVE AUT-CPF TO L41-CPF
           COMPUTE L41-DATAPAG = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-ULTDIA
           IF W-RPGARQ = 1
              MOVE RPA-KEY TO RPG-KEY
              READ CADRPAPG
              IF ST-ERRO = "00"
                 MOVE RPG-DATAPAG TO L41-DATAPAG.
           MOVE RPA-BRUTO TO L41-BRUTO
      * BASE DO IR DO RPA (FPP097): BRUTO MENOS O INSS RETIDO.
           COMPUTE L41-BASEIR = RPA-BRUTO - RPA-INSS
           MOVE RPA-IRRF TO L41-IRRF
           MOVE AUT-NOME TO L41-NOME
           WRITE REGREITX FROM LINR4010
           MOVE RPA-KEY TO REI-KEY
           MOVE "G" TO REI-STAT
           MOVE W-HOJE TO REI-GERDATA
           MOVE RPA-FILIAL TO REI-FILIAL
           WRITE REGREINF
           ADD 1 TO W-TOTEVT
           ADD RPA-IRRF TO W-TOTIRRF.
       GERA-R4010-FIM.
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
      * MARCA COMO TRANSMITIDOS OS EVENTOS "G" DA COMPETENCIA E
      * FILIAL (APOS O ENVIO MANUAL DO ARQUIVO AO PORTAL).
      *----------------------------------------------------------------
       MARCA-TRANS.
           MOVE LOW-VALUES TO REI-KEY
           START CADREINF KEY IS NOT LESS REI-KEY
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
       MARCA-TRANS-RD.
           READ CADREINF NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
           IF REI-STAT = "G" AND REI-MES = W-MESCOMPET
              AND REI-ANO = W-ANOCOMPET AND REI-FILIAL = W-FILIALSEL
              MOVE "T" TO REI-STAT
              REWRITE REGREINF
              ADD 1 TO W-TOTTRANS.
           GO TO MARCA-TRANS-RD.
       MARCA-TRANS-FIM.
           CLOSE CADREINF
           DISPLAY (20, 10) "EVENTOS MARCADOS: "
           DISPLAY (20, 29) W-TOTTRANS
           MOVE "*** EVENTOS MARCADOS COMO TRANSMITIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           MOVE W-TOTEVT TO L49-QTD
           MOVE W-TOTIRRF TO L49-IRRF
           WRITE REGREITX FROM LINR4099
           DISPLAY (19, 10) "PAGAMENTOS GERADOS   : "
           DISPLAY (19, 33) W-TOTEVT
           DISPLAY (20, 10) "JA GERADOS ANTES     : "
           DISPLAY (20, 33) W-TOTJAGER
           MOVE "*** EVENTOS REINF GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-RPGARQ = 1
                   CLOSE CADRPAPG.
                CLOSE CADRPA CADAUTON CADREINF CADREITX.
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
