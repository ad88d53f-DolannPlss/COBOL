      * PAGAMENTO A AUTONOMO): INSS 11% (ATE O TETO), ISS E  *
      * IRRF PELA TABELA MENSAL; PERSISTE O RESULTADO EM     *
      * ARQRPA PARA A REMESSA (FPP018 TIPO "A"), A GPS       *
      * (FPP079), O DARF (FPP080) E A EFD-REINF (FPP132), E  *
      * IMPRIME O RECIBO                                     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ALTERNATE RECORD KEY IS RPA-AUTCOD
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRPAPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RPG-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRPATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
              05 RPA-AUTCOD           PIC 9(04).
              05 RPA-MES              PIC 9(02).
              05 RPA-ANO              PIC 9(04).
      *-----------------------------------------------------------------
      * DATA DO PAGAMENTO DO RPA (MESMA CHAVE DO ARQRPA), USADA NA
      * EFD-REINF.
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
       FD CADRPATX
               LABEL RECORD IS STANDARD
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-BRUTO         PIC 9(07)V99 VALUE ZEROS.
       01 W-RPAACH        PIC 9(01) VALUE ZEROS.
       01 W-DATAPAG       PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(06) VALUE "CADRPA".
               VALUE  "  FILIAL TOMADORA (MATRIZ=01)     :".
           05  LINE 13  COLUMN 01
               VALUE  "  VALOR BRUTO DO SERVICO          :".
           05  LINE 14  COLUMN 01
               VALUE  "  DATA DO PAGAMENTO (AAAAMMDD)    :".
           05  LINE 15  COLUMN 01
               VALUE  "  CONFIRMA O CALCULO (S ou N)     :".
           05  LINE 24  COLUMN 01
               LINE 13  COLUMN 38  PIC 9999999,99
               USING  W-BRUTO
               HIGHLIGHT.
           05  TW-DATAPAG
               LINE 14  COLUMN 38  PIC 9(08)
               USING  W-DATAPAG
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 38  PIC X(01)
               USING  W-OPCAO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0B.
           OPEN I-O CADRPAPG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRPAPG
                 CLOSE CADRPAPG
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPAPG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R1INIT.
           MOVE ZEROS TO W-AUTCOD W-MESCOMPET W-ANOCOMPET
           MOVE ZEROS TO W-FILIALSEL W-BRUTO W-DATAPAG
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAPRINCIPAL.
       R1.
              MOVE "*** VALOR BRUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3A.
           IF W-DATAPAG = ZEROS
              ACCEPT W-DATAPAG FROM DATE YYYYMMDD.
           ACCEPT TW-DATAPAG
           IF W-DATAPAG < 19000101
              MOVE "*** DATA DO PAGAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              REWRITE REGRPA
           ELSE
              WRITE REGRPA.
           MOVE W-AUTCOD TO RPG-AUTCOD
           MOVE W-MESCOMPET TO RPG-MES
           MOVE W-ANOCOMPET TO RPG-ANO
           MOVE W-DATAPAG TO RPG-DATAPAG
           WRITE REGRPAPG
           IF ST-ERRO = "22"
              REWRITE REGRPAPG.
      *----------------------------------------------------------------
      * RECIBO IMPRESSO.
      *----------------------------------------------------------------
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADAUTON CADRPA CADRPAPG.
       ROT-FIM2.
           EXIT PROGRAM.
      *
