                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONORI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ORI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
      *-----------------------------------------------------------------
      * BATIDAS ORIGINAIS DO DIA, GUARDADAS NA PRIMEIRA REIMPORTACAO
      * QUE AS ALTERA (FONTE DAS MARCACOES AJUSTADAS NO AEJ - FPP181).
       FD CADPONORI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONORI.DAT".
       01 REGPONORI.
          03 ORI-MARC1                PIC 9(04).
          03 ORI-MARC2                PIC 9(04).
          03 ORI-MARC3                PIC 9(04).
          03 ORI-MARC4                PIC 9(04).
          03 ORI-DATAAJ               PIC 9(08).
          03 ORI-KEY.
              05 ORI-CODFUNC          PIC 9(06).
              05 ORI-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADPONIMP
               LABEL RECORD IS STANDARD
       01 W-TOTERROS      PIC 9(06) VALUE ZEROS.
       01 W-QTDMARC       PIC 9(01) VALUE ZEROS.
       01 W-PONNOVO       PIC 9(01) VALUE ZEROS.
       01 W-ORIARQ        PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPONTO CADFUNC
                      GO TO ROT-FIM2.
       INC-OP1.
           MOVE ZEROS TO W-ORIARQ
           OPEN I-O CADPONORI
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPONORI
              CLOSE CADPONORI
              GO TO INC-OP1.
           IF ST-ERRO = "00"
              MOVE 1 TO W-ORIARQ.
      *
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE IMP-DATA TO PON-DATA
           READ CADPONTO
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-PONNOVO
           ELSE
              PERFORM GUARDA-ORIGINAL THRU GUARDA-ORIGINAL-FIM.
           MOVE IMP-MARC1 TO PON-MARC1
           MOVE IMP-MARC2 TO PON-MARC2
           MOVE IMP-MARC3 TO PON-MARC3
              ELSE
                 ADD 1 TO W-TOTERROS.
           GO TO PROC-IMPORTA.
      *----------------------------------------------------------------
      * DIA JA IMPORTADO COM BATIDAS DIFERENTES: AS PRIMEIRAS
      * RECEBIDAS FICAM NO ARQPONORI; AS SEGUINTES NAO O ALTERAM.
      *----------------------------------------------------------------
       GUARDA-ORIGINAL.
           IF W-ORIARQ NOT = 1
              GO TO GUARDA-ORIGINAL-FIM.
           IF PON-MARC1 = IMP-MARC1 AND PON-MARC2 = IMP-MARC2
              AND PON-MARC3 = IMP-MARC3 AND PON-MARC4 = IMP-MARC4
              GO TO GUARDA-ORIGINAL-FIM.
           MOVE PON-CODFUNC TO ORI-CODFUNC
           MOVE PON-DATA TO ORI-DATA
           READ CADPONORI
           IF ST-ERRO = "00"
              GO TO GUARDA-ORIGINAL-FIM.
           MOVE PON-MARC1 TO ORI-MARC1
           MOVE PON-MARC2 TO ORI-MARC2
           MOVE PON-MARC3 TO ORI-MARC3
           MOVE PON-MARC4 TO ORI-MARC4
           MOVE W-HOJE TO ORI-DATAAJ
           MOVE PON-CODFUNC TO ORI-CODFUNC
           MOVE PON-DATA TO ORI-DATA
           WRITE REGPONORI.
       GUARDA-ORIGINAL-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-TOTLIDOS TO LT-LIDOS
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           IF W-ORIARQ = 1
              CLOSE CADPONORI.
           CLOSE CADPONTO CADFUNC CADPONIMP CADPONRPT.
       ROT-FIM2.
           EXIT PROGRAM.
