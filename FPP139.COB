       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP139.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * IMPORTACAO DAS CIENCIAS DADAS NA INTRANET AOS        *
      * DOCUMENTOS PUBLICADOS PELO FPP138 (HOLERITE, RECIBO  *
      * DE FERIAS E 13o): GRAVA DATA E HORA DA CIENCIA NO    *
      * ARQCIENC E LISTA AS LINHAS RECUSADAS                 *
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
           SELECT CADCIEIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADCIERPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * UMA LINHA POR CIENCIA: CHAPA, TIPO (H/F/D/R), MES (13 NO 13o),
      * ANO, DATA (AAAAMMDD) E HORA (HHMMSS) DA CONFIRMACAO.
       FD CADCIEIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CIENCIAS.TXT".
       01 REGCIEIMP.
          03 CIX-CODFUNC              PIC 9(06).
          03 CIX-TIPO                 PIC X(01).
          03 CIX-MES                  PIC 9(02).
          03 CIX-ANO                  PIC 9(04).
          03 CIX-DATA                 PIC 9(08).
          03 CIX-HORA                 PIC 9(06).
      *-----------------------------------------------------------------
       FD CADCIERPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGCIERPT    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-TOTLIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOTOK         PIC 9(06) VALUE ZEROS.
       01 W-TOTJA         PIC 9(06) VALUE ZEROS.
       01 W-TOTERROS      PIC 9(06) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADCIERL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 CAB1.
                03 FILLER PIC X(45) VALUE
                        "IMPORTACAO DE CIENCIAS DA INTRANET".
       01 LINERR.
                03 FILLER      PIC X(08) VALUE "ERRO   ".
                03 LE-COD      PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LE-TIPO     PIC X(01).
                03 FILLER      PIC X(01) VALUE " ".
                03 LE-MES      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LE-ANO      PIC 9999.
                03 FILLER      PIC X(02) VALUE "  ".
                03 LE-MOTIVO   PIC X(40).
       01 LINTOT.
                03 FILLER      PIC X(20) VALUE "REGISTROS LIDOS     ".
                03 LT-LIDOS    PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER      PIC X(20) VALUE "CIENCIAS GRAVADAS   ".
                03 LT-OK       PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER      PIC X(20) VALUE "JA REGISTRADAS      ".
                03 LT-JA       PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER      PIC X(20) VALUE "REGISTROS COM ERRO  ".
                03 LT-ERROS    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** IMPORTACAO DE CIENCIAS (INTRANET) *".
           05  LINE 02  COLUMN 42
               VALUE  "**".
           05  LINE 10  COLUMN 01
               VALUE  " ARQUIVO DE ENTRADA : CIENCIAS.TXT".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA A IMPORTACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 18  COLUMN 32  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-TOTLIDOS W-TOTOK W-TOTJA W-TOTERROS
                DISPLAY TELAPRINCIPAL.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                ACCEPT TW-OPCAO
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
                   MOVE "*** DIGITE S=SIM  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-OPCAO = "N"
                   GO TO ROT-FIM2.
       INC-OP0.
           OPEN I-O CADCIENC
           IF ST-ERRO NOT = "00"
                      MOVE "* NENHUM DOCUMENTO PUBLICADO (ARQCIENC) *"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2.
           OPEN INPUT CADCIEIMP
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CIENCIAS" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCIENC
                      GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADCIERPT
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIERPT" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCIENC CADCIEIMP
                      GO TO ROT-FIM2.
           WRITE REGCIERPT FROM CAB1.
      *
       PROC-IMPORTA.
           READ CADCIEIMP
              AT END
                 GO TO ROT-TOTAIS.
           ADD 1 TO W-TOTLIDOS
           IF CIX-CODFUNC NOT NUMERIC OR CIX-DATA NOT NUMERIC
              OR CIX-HORA NOT NUMERIC
              MOVE "CAMPOS NUMERICOS INVALIDOS" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF CIX-DATA = ZEROS
              MOVE "DATA DA CIENCIA NAO INFORMADA" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE CIX-CODFUNC TO CI-CODFUNC
           MOVE CIX-TIPO TO CI-TIPO
           MOVE CIX-ANO TO CI-ANO
           MOVE CIX-MES TO CI-MES
           READ CADCIENC
           IF ST-ERRO NOT = "00"
              MOVE "DOCUMENTO NAO PUBLICADO" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF CI-DATACIE NOT = ZEROS
              ADD 1 TO W-TOTJA
              GO TO PROC-IMPORTA.
           IF CIX-DATA < CI-DATAPUB
              MOVE "CIENCIA ANTERIOR A PUBLICACAO" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE CIX-DATA TO CI-DATACIE
           MOVE CIX-HORA TO CI-HORACIE
           MOVE "I" TO CI-ORIGEM
           REWRITE REGCIENC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQCIENC" TO LE-MOTIVO
              GO TO PROC-ERRO.
           ADD 1 TO W-TOTOK
           GO TO PROC-IMPORTA.
       PROC-ERRO.
           ADD 1 TO W-TOTERROS
           MOVE CIX-CODFUNC TO LE-COD
           MOVE CIX-TIPO TO LE-TIPO
           MOVE CIX-MES TO LE-MES
           MOVE CIX-ANO TO LE-ANO
           WRITE REGCIERPT FROM LINERR
           GO TO PROC-IMPORTA.
      *
       ROT-TOTAIS.
           MOVE W-TOTLIDOS TO LT-LIDOS
           WRITE REGCIERPT FROM LINTOT.
           MOVE W-TOTOK TO LT-OK
           WRITE REGCIERPT FROM LINTOT2.
           MOVE W-TOTJA TO LT-JA
           WRITE REGCIERPT FROM LINTOT3.
           MOVE W-TOTERROS TO LT-ERROS
           WRITE REGCIERPT FROM LINTOT4.
      *
           DISPLAY (19, 10) "CIENCIAS GRAVADAS: "
           DISPLAY (19, 29) W-TOTOK
           DISPLAY (20, 10) "COM ERRO         : "
           DISPLAY (20, 29) W-TOTERROS
           MOVE "IMPORTACAO CONCLUIDA COM SUCESSO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * MENSAGENS          *
      **********************
      *
       ROT-MENS.
           DISPLAY (24, 13) LIMPA
           DISPLAY (24, 13) MENS.
       ROT-MENS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCIENC CADCIEIMP CADCIERPT.
       ROT-FIM2.
           EXIT PROGRAM.
