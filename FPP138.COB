       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP138.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * DISTRIBUICAO ELETRONICA DE DOCUMENTOS: SEPARA O      *
      * HOLERITE (FPP005), O RECIBO DE FERIAS (FPP050) E O   *
      * 13o SALARIO (FPP006) EM UM ARQUIVO POR CHAPA E       *
      * COMPETENCIA PARA A INTRANET E REGISTRA CADA          *
      * PUBLICACAO NO ARQCIENC, ONDE FICA A CIENCIA DO       *
      * FUNCIONARIO (FPP139) E A COBRANCA (FPP140)           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCIENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDOCIN ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADDOCOUT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * PUBLICACAO E CIENCIA POR DOCUMENTO. TIPO: "H"=HOLERITE
      * "F"=RECIBO DE FERIAS "D"=13o SALARIO (MES 13) "R"=REMUNERACAO
      * TOTAL DO ANO (MES 00, FPP194). CIENCIA ZERADA = AINDA NAO
      * CONFIRMADA. ORIGEM DA CIENCIA: "I"=INTRANET
      * "T"=TERMINAL DE CONSULTA.
       FD CADCIENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCIENC.DAT".
       01 REGCIENC.
          03 CI-ARQ                   PIC X(20).
          03 CI-DATAPUB               PIC 9(08).
          03 CI-HORAPUB               PIC 9(06).
          03 CI-DATACIE               PIC 9(08).
          03 CI-HORACIE               PIC 9(06).
          03 CI-ORIGEM                PIC X(01).
          03 CI-KEY.
              05 CI-CODFUNC           PIC 9(06).
              05 CI-TIPO              PIC X(01).
              05 CI-ANO               PIC 9(04).
              05 CI-MES               PIC 9(02).
      *-----------------------------------------------------------------
      * DOCUMENTO DE ORIGEM: HOLERITES E RECIBOS EM BLOCOS QUE
      * COMECAM PELO TITULO E TRAZEM A LINHA "FUNCIONARIO : ";
      * O 13o E UMA LINHA POR CHAPA (LAYOUT DECTX DO FPP006).
       FD CADDOCIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEIN.
       01 REGDOCIN                    PIC X(100).
       01 DIN-FUNC.
          03 DIN-FROT                 PIC X(14).
          03 DIN-FCOD                 PIC X(06).
          03 FILLER                   PIC X(80).
       01 DIN-DEC.
          03 DIN-DCOD                 PIC X(06).
          03 FILLER                   PIC X(01).
          03 DIN-DNOME                PIC X(25).
          03 DIN-DCAR                 PIC X(03).
          03 FILLER                   PIC X(02).
          03 DIN-DTOTAL               PIC 9(06)V99.
          03 FILLER                   PIC X(01).
          03 DIN-D1PARC               PIC 9(06)V99.
          03 FILLER                   PIC X(01).
          03 DIN-DINSS                PIC 9(06)V99.
          03 FILLER                   PIC X(01).
          03 DIN-DIRRF                PIC 9(06)V99.
          03 FILLER                   PIC X(01).
          03 DIN-D2PARC               PIC 9(06)V99.
          03 FILLER                   PIC X(19).
      *-----------------------------------------------------------------
       FD CADDOCOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEOUT.
       01 REGDOCOUT                   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-TIPODOC       PIC X(01) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-SAIDA         PIC 9(01) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CHAPAANT      PIC 9(06) VALUE ZEROS.
       01 W-QTDBUF        PIC 9(02) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-QTDDOC        PIC 9(06) VALUE ZEROS.
       01 W-QTDREPUB      PIC 9(06) VALUE ZEROS.
       01 W-TBBUF.
          03 W-BUF        PIC X(100) OCCURS 20 TIMES.
       01 W-NOMEIN        PIC X(20) VALUE SPACES.
       01 W-NOMEHOL.
          03 FILLER       PIC X(08) VALUE "CADHOLRL".
          03 W-NOMEHOL-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEHOL-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-NOMEFER.
          03 FILLER       PIC X(08) VALUE "CADFERRC".
          03 W-NOMEFER-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEFER-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-NOMEDEC.
          03 FILLER       PIC X(08) VALUE "CADDECRL".
          03 W-NOMEDEC-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      * ARQUIVO INDIVIDUAL: PREFIXO + CHAPA + MES + ANO (13o = MES 13).
       01 W-NOMEOUT       PIC X(20) VALUE SPACES.
       01 W-NOMEOUT1.
          03 W-NOMEOUT-PRE PIC X(03) VALUE SPACES.
          03 W-NOMEOUT-COD PIC 9(06) VALUE ZEROS.
          03 W-NOMEOUT-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEOUT-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ RECIBO INDIVIDUAL DO 13o ]---------------------------
       01 DEC-TIT.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(32) VALUE
                        "   *** RECIBO DE 13o SALARIO ***".
       01 DEC-ANO.
                03 FILLER         PIC X(13) VALUE "ANO BASE   : ".
                03 DEC-ANOCOMPET  PIC 9999.
       01 DEC-SEP.
                03 FILLER      PIC X(60) VALUE ALL "-".
       01 DEC-FUNC.
                03 FILLER      PIC X(14) VALUE "FUNCIONARIO : ".
                03 DEC-CODFUNC PIC X(06).
                03 FILLER      PIC X(02) VALUE "  ".
                03 DEC-NOME    PIC X(25).
       01 DEC-VAL.
                03 DEC-VROT    PIC X(20).
                03 DEC-VVAL    PIC ZZZ.ZZZ,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** DISTRIBUICAO ELETRONICA DE DOCUMENT".
           05  LINE 02  COLUMN 42
               VALUE  "OS ***".
           05  LINE 05  COLUMN 01
               VALUE  " H = HOLERITES (RODAR DEPOIS DO FPP005)".
           05  LINE 06  COLUMN 01
               VALUE  " F = RECIBOS DE FERIAS (DEPOIS DO FPP050)".
           05  LINE 07  COLUMN 01
               VALUE  " D = 13o SALARIO (DEPOIS DO FPP006)".
           05  LINE 10  COLUMN 01
               VALUE  "                         TIPO (H/F/D)".
           05  LINE 10  COLUMN 43
               VALUE  "     :".
           05  LINE 12  COLUMN 01
               VALUE  "                         MES (H/F)".
           05  LINE 12  COLUMN 43
               VALUE  "     :".
           05  LINE 14  COLUMN 01
               VALUE  "                         ANO".
           05  LINE 14  COLUMN 43
               VALUE  "     :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA PUBLICA".
           05  LINE 17  COLUMN 42
               VALUE  "CAO (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-TIPODOC
               LINE 10  COLUMN 51  PIC X(01)
               USING  W-TIPODOC
               HIGHLIGHT.
           05  TW-MESCOMPET
               LINE 12  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  TW-ANOCOMPET
               LINE 14  COLUMN 51  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 53  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-TIPODOC W-OPCAO
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET
                MOVE ZEROS TO W-QTDDOC W-QTDREPUB
                DISPLAY TELAPRINCIPAL.
       INC-TIPO.
                ACCEPT TW-TIPODOC
                IF W-TIPODOC = "h"
                   MOVE "H" TO W-TIPODOC.
                IF W-TIPODOC = "f"
                   MOVE "F" TO W-TIPODOC.
                IF W-TIPODOC = "d"
                   MOVE "D" TO W-TIPODOC.
                IF W-TIPODOC NOT = "H" AND "F" AND "D"
                   MOVE "*** DIGITE H, F OU D ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
                IF W-TIPODOC = "D"
                   MOVE 13 TO W-MESCOMPET
                   DISPLAY TW-MESCOMPET
                   GO TO INC-ANO.
       INC-MES.
                ACCEPT TW-MESCOMPET
                IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TW-ANOCOMPET
                IF W-ANOCOMPET < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
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
      *
                IF W-TIPODOC = "H"
                   MOVE W-MESCOMPET TO W-NOMEHOL-MM
                   MOVE W-ANOCOMPET TO W-NOMEHOL-AA
                   MOVE W-NOMEHOL TO W-NOMEIN
                   MOVE "HOL" TO W-NOMEOUT-PRE.
                IF W-TIPODOC = "F"
                   MOVE W-MESCOMPET TO W-NOMEFER-MM
                   MOVE W-ANOCOMPET TO W-NOMEFER-AA
                   MOVE W-NOMEFER TO W-NOMEIN
                   MOVE "FER" TO W-NOMEOUT-PRE.
                IF W-TIPODOC = "D"
                   MOVE W-ANOCOMPET TO W-NOMEDEC-AA
                   MOVE W-NOMEDEC TO W-NOMEIN
                   MOVE "DEC" TO W-NOMEOUT-PRE.
                MOVE W-MESCOMPET TO W-NOMEOUT-MM
                MOVE W-ANOCOMPET TO W-NOMEOUT-AA.
       INC-OP0.
           OPEN INPUT CADDOCIN
           IF ST-ERRO NOT = "00"
              MOVE "* DOCUMENTO DA COMPETENCIA NAO FOI GERADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADCIENC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCIENC
                 CLOSE CADCIENC
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIENC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDOCIN
                 GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE ZEROS TO W-SAIDA W-QTDBUF W-CHAPAANT
           IF W-TIPODOC = "D"
              GO TO LE-DEC.
      *----------------------------------------------------------------
      * HOLERITE / RECIBO DE FERIAS: O TITULO ABRE UM BLOCO; AS
      * LINHAS ATE A IDENTIFICACAO FICAM GUARDADAS E VAO PARA O
      * ARQUIVO DA CHAPA. DOIS RECIBOS SEGUIDOS DA MESMA CHAPA (DOIS
      * PERIODOS NA COMPETENCIA) FICAM NO MESMO ARQUIVO.
      *----------------------------------------------------------------
       LE-BLOCO.
           READ CADDOCIN
              AT END
                 GO TO FIM-PUBLICA.
           IF REGDOCIN(1:8) = "FATEC ZL"
              MOVE 1 TO W-QTDBUF
              MOVE REGDOCIN TO W-BUF(1)
              GO TO LE-BLOCO.
           IF DIN-FROT = "FUNCIONARIO : " AND DIN-FCOD NUMERIC
              PERFORM ABRE-CHAPA THRU ABRE-CHAPA-FIM
              GO TO LE-BLOCO.
           IF W-QTDBUF NOT = ZEROS
              IF W-QTDBUF < 20
                 ADD 1 TO W-QTDBUF
                 MOVE REGDOCIN TO W-BUF(W-QTDBUF).
              GO TO LE-BLOCO.
           IF W-SAIDA = 1
              WRITE REGDOCOUT FROM REGDOCIN.
           GO TO LE-BLOCO.
      *
       ABRE-CHAPA.
           MOVE DIN-FCOD TO W-CHAPA
           IF W-SAIDA = 1 AND W-CHAPA NOT = W-CHAPAANT
              CLOSE CADDOCOUT
              MOVE ZEROS TO W-SAIDA.
           IF W-SAIDA = 0
              MOVE W-CHAPA TO W-NOMEOUT-COD
              MOVE W-NOMEOUT1 TO W-NOMEOUT
              OPEN OUTPUT CADDOCOUT
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA GRAVACAO DO DOCUMENTO INDIVIDUAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE ZEROS TO W-QTDBUF
                 GO TO ABRE-CHAPA-FIM
              ELSE
                 MOVE 1 TO W-SAIDA
                 MOVE W-CHAPA TO W-CHAPAANT
                 PERFORM REGISTRA THRU REGISTRA-FIM.
           MOVE ZEROS TO W-IX.
       ABRE-CHAPA-BUF.
           ADD 1 TO W-IX
           IF W-IX > W-QTDBUF
              GO TO ABRE-CHAPA-LINHA.
           WRITE REGDOCOUT FROM W-BUF(W-IX)
           GO TO ABRE-CHAPA-BUF.
       ABRE-CHAPA-LINHA.
           WRITE REGDOCOUT FROM REGDOCIN
           MOVE ZEROS TO W-QTDBUF.
       ABRE-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 13o: UMA LINHA DE DETALHE POR CHAPA VIRA UM RECIBO PROPRIO.
      *----------------------------------------------------------------
       LE-DEC.
           READ CADDOCIN
              AT END
                 GO TO FIM-PUBLICA.
           IF DIN-DCOD NOT NUMERIC OR DIN-DCOD = "000000"
              GO TO LE-DEC.
           IF DIN-DTOTAL NOT NUMERIC
              GO TO LE-DEC.
           MOVE DIN-DCOD TO W-CHAPA W-NOMEOUT-COD
           MOVE W-NOMEOUT1 TO W-NOMEOUT
           OPEN OUTPUT CADDOCOUT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO DOCUMENTO INDIVIDUAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-DEC.
           WRITE REGDOCOUT FROM DEC-TIT
           MOVE W-ANOCOMPET TO DEC-ANOCOMPET
           WRITE REGDOCOUT FROM DEC-ANO
           WRITE REGDOCOUT FROM DEC-SEP
           MOVE DIN-DCOD TO DEC-CODFUNC
           MOVE DIN-DNOME TO DEC-NOME
           WRITE REGDOCOUT FROM DEC-FUNC
           MOVE "13o SALARIO       : " TO DEC-VROT
           MOVE DIN-DTOTAL TO DEC-VVAL
           WRITE REGDOCOUT FROM DEC-VAL
           MOVE "1a PARCELA        : " TO DEC-VROT
           MOVE DIN-D1PARC TO DEC-VVAL
           WRITE REGDOCOUT FROM DEC-VAL
           MOVE "DESC. INSS        : " TO DEC-VROT
           MOVE DIN-DINSS TO DEC-VVAL
           WRITE REGDOCOUT FROM DEC-VAL
           MOVE "DESC. IMP.RENDA   : " TO DEC-VROT
           MOVE DIN-DIRRF TO DEC-VVAL
           WRITE REGDOCOUT FROM DEC-VAL
           MOVE "2a PARCELA LIQUIDA: " TO DEC-VROT
           MOVE DIN-D2PARC TO DEC-VVAL
           WRITE REGDOCOUT FROM DEC-VAL
           WRITE REGDOCOUT FROM DEC-SEP
           CLOSE CADDOCOUT
           PERFORM REGISTRA THRU REGISTRA-FIM
           GO TO LE-DEC.
      *----------------------------------------------------------------
      * REGISTRO DA PUBLICACAO. REPUBLICAR UM DOCUMENTO (FOLHA
      * REPROCESSADA) ZERA A CIENCIA ANTERIOR, POIS O CONTEUDO PODE
      * TER MUDADO.
      *----------------------------------------------------------------
       REGISTRA.
           ADD 1 TO W-QTDDOC
           DISPLAY (20, 50) W-CHAPA
           MOVE W-CHAPA TO CI-CODFUNC
           MOVE W-TIPODOC TO CI-TIPO
           MOVE W-ANOCOMPET TO CI-ANO
           MOVE W-MESCOMPET TO CI-MES
           READ CADCIENC
           IF ST-ERRO = "00"
              IF CI-DATACIE NOT = ZEROS
                 ADD 1 TO W-QTDREPUB.
           MOVE W-NOMEOUT TO CI-ARQ
           MOVE W-HOJE TO CI-DATAPUB
           MOVE W-HORA(1:6) TO CI-HORAPUB
           MOVE ZEROS TO CI-DATACIE CI-HORACIE
           MOVE SPACE TO CI-ORIGEM
           WRITE REGCIENC
           IF ST-ERRO = "22"
              REWRITE REGCIENC.
       REGISTRA-FIM.
           EXIT.
      *
       FIM-PUBLICA.
           IF W-SAIDA = 1
              CLOSE CADDOCOUT.
           DISPLAY (19, 10) "DOCUMENTOS PUBLICADOS   : "
           DISPLAY (19, 36) W-QTDDOC
           DISPLAY (20, 10) "CIENCIAS ANTERIORES ZER.: "
           DISPLAY (20, 36) W-QTDREPUB
           IF W-QTDDOC = ZEROS
              MOVE "*** NENHUM DOCUMENTO NO ARQUIVO DE ORIGEM ***"
                                                            TO MENS
           ELSE
              MOVE "*** PUBLICACAO CONCLUIDA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADDOCIN CADCIENC.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
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
