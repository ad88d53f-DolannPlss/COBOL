                      ALTERNATE RECORD KEY IS FUNCCEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-KEY
                      ALTERNATE RECORD KEY IS EST-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAVITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 TIPOREGIME               PIC X(01).
          03 FUNCPCD                  PIC X(01).
          03 FUNCDESEMP               PIC X(01).
      *-----------------------------------------------------------------
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
       FD CADAVITX
               LABEL RECORD IS STANDARD
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-PRAZO477      PIC 9(08) VALUE ZEROS.
       01 W-TOTPEND       PIC 9(05) VALUE ZEROS.
       01 W-ESTARQ        PIC 9(01) VALUE ZEROS.
       01 W-ESTACH        PIC 9(01) VALUE ZEROS.
       01 W-ESTFIM        PIC 9(08) VALUE ZEROS.
      *----------[ LINHAS DO RELATORIO ]---------------------------------
       01 CAB1.
                03 FILLER      PIC X(44) VALUE
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * O CADASTRO DE ESTABILIDADE PROVISORIA (FPP124) E OPCIONAL;
      * QUANDO EXISTE, NAO SE DA AVISO A QUEM TEM ESTABILIDADE EM
      * ABERTO NA DATA DO AVISO.
           MOVE ZEROS TO W-ESTARQ
           OPEN INPUT CADESTAB
           IF ST-ERRO = "00"
              MOVE 1 TO W-ESTARQ.
       R1INIT.
           MOVE ZEROS TO AVI-CODFUNC AVI-DATAAVISO AVI-DIASPROP
           MOVE ZEROS TO AVI-DATAPROJ CODFUNC
              MOVE "*** STATUS INVALIDO (A OU B) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF AVI-STAT = "A"
              PERFORM VERIF-ESTAB THRU VERIF-ESTAB-FIM
              IF W-ESTACH = 1
                 GO TO R1INIT.
      *----------------------------------------------------------------
      * DIAS PROPORCIONAIS (LEI 12506): 30 DIAS MAIS 3 POR ANO
      * COMPLETO DE CASA ALEM DO PRIMEIRO, ATE 90; A PROJECAO DO
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1INIT.
      *----------------------------------------------------------------
      * ESTABILIDADE PROVISORIA (FPP124): AVISO DADO COM ESTABILIDADE
      * EM ABERTO NA DATA DO AVISO E RECUSADO (W-ESTACH = 1).
      *----------------------------------------------------------------
       VERIF-ESTAB.
           MOVE ZEROS TO W-ESTACH
           IF W-ESTARQ NOT = 1
              GO TO VERIF-ESTAB-FIM.
           MOVE AVI-CODFUNC TO EST-CODFUNC
           MOVE ZEROS TO EST-SEQ
           START CADESTAB KEY IS NOT LESS EST-KEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-ESTAB-FIM.
       VERIF-ESTAB-LP.
           READ CADESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-ESTAB-FIM.
           IF EST-CODFUNC NOT = AVI-CODFUNC
              GO TO VERIF-ESTAB-FIM.
           IF EST-DATAINI > AVI-DATAAVISO
              OR EST-DATAFIM < AVI-DATAAVISO
              GO TO VERIF-ESTAB-LP.
           MOVE 1 TO W-ESTACH
           MOVE EST-DATAFIM TO W-ESTFIM
           DISPLAY (18, 01) "ESTABILIDADE PROVISORIA (FPP124) ATE "
           DISPLAY (18, 38) W-ESTFIM
           MOVE "*** AVISO BLOQUEADO - ESTABILIDADE EM ABERTO ***"
                                                            TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIF-ESTAB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SOMA W-DIASADD DIAS CORRIDOS A DATA W-DTCALC (AAAAMMDD),
      * RESPEITANDO A VIRADA DE MES E ANO.
      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADFUNC CADAVISO.
           IF W-ESTARQ = 1
              CLOSE CADESTAB.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
