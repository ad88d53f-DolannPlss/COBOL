             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ALTERNATE RECORD KEY IS RUBDESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESORET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RET-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESOCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 RUBIRRF                  PIC X(01).
          03 RUBFGTS                  PIC X(01).
          03 RUBSTAT                  PIC X(01).
      *-----------------------------------------------------------------
       FD CADESORET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESORET.DAT".
       01 REGESORET.
          03 RET-STAT                 PIC X(01).
          03 RET-RECIBO               PIC X(23).
          03 RET-ERROS                PIC X(30).
          03 RET-DATAIMP              PIC 9(08).
          03 RET-COMPET               PIC 9(06).
          03 RET-FILIAL               PIC 9(02).
          03 RET-KEY.
              05 RET-CODFUNC          PIC 9(06).
              05 RET-EVENTO           PIC X(05).
              05 RET-IND              PIC X(01).
              05 RET-REFER            PIC 9(08).
      *-----------------------------------------------------------------
      * TRANSFERENCIAS ENTRE FILIAIS (FPP171): DIAS DO MES NA FILIAL
      * DE ORIGEM, PARA O RATEIO DA REMUNERACAO ENTRE OS CNPJ.
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
          03 TRF-DATAEF               PIC 9(08).
          03 TRF-FILANT               PIC 9(02).
          03 TRF-FILNOV               PIC 9(02).
          03 TRF-DEPANT               PIC 9(03).
          03 TRF-DEPNOV               PIC 9(03).
          03 TRF-DIASANT              PIC 9(02).
          03 TRF-ESOEVT               PIC X(01).
          03 TRF-OPER                 PIC X(08).
          03 TRF-DATAREG              PIC 9(08).
          03 TRF-KEY.
              05 TRF-CODFUNC          PIC 9(06).
              05 TRF-ANO              PIC 9(04).
              05 TRF-MES              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADESOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGESOCTX   PIC X(100).
      *-----------------------------------------------------------------
      * LIVRO DE CONTROLE DO FECHAMENTO (FPP041), TAMBEM CONSULTADO
      * PELA AGENDA DE OBRIGACOES (FPP155).
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUNCTL.DAT".
       01 REGRUNCTL.
          03 RUNINI                   PIC X(14).
          03 RUNFIM                   PIC X(14).
          03 RUNSTAT                  PIC X(01).
          03 RUNTOT                   PIC 9(09)V99.
          03 RUNKEY.
              05 RUNMES               PIC 9(02).
              05 RUNANO               PIC 9(04).
              05 RUNFIL               PIC 9(02).
              05 RUNSTEP              PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 W-NOMEARQ-PRE PIC X(08) VALUE "CADESC12".
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEARQ-FIL PIC 9(02) VALUE ZEROS.
       01 W-RUBRARQ       PIC 9(01) VALUE ZEROS.
       01 W-ULTCHAPA      PIC 9(06) VALUE ZEROS.
       01 W-CHAPAOK       PIC 9(01) VALUE ZEROS.
      * SOMENTE RETRANSMISSOES: SO SAEM AS CHAPAS CUJO S-1200/S-1210
      * FOI REJEITADO E CORRIGIDO NA LISTA DE REJEICOES (FPP131).
       01 W-SORETR        PIC X(01) VALUE SPACES.
       01 W-RET1200       PIC 9(01) VALUE ZEROS.
       01 W-RET1210       PIC 9(01) VALUE ZEROS.
       01 W-LIQCHAPA      PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCVB        PIC X(10) VALUE SPACES.
       01 W-DATAPAG       PIC 9(08) VALUE ZEROS.
       01 W-MESPAG        PIC 9(02) VALUE ZEROS.
       01 W-ANOPAG        PIC 9(04) VALUE ZEROS.
       01 W-TOTEVT        PIC 9(06) VALUE ZEROS.
      * CHAPA TRANSFERIDA NA COMPETENCIA: DIAS (DE 30) DA FILIAL
      * SELECIONADA E VALOR PROPORCIONAL DA VERBA.
       01 W-TRFARQ        PIC 9(01) VALUE ZEROS.
       01 W-TRFFIL        PIC 9(01) VALUE ZEROS.
       01 W-TRFDIAS       PIC 9(02) VALUE ZEROS.
       01 W-VBVAL         PIC 9(07)V99 VALUE ZEROS.
      *----------[ REGISTROS POSICIONAIS DO LOTE ]-----------------------
       01 EV-HEADER.
          03 FILLER       PIC X(06) VALUE "ESOC00".
               VALUE  "                         FILIAL (MATRIZ=01)".
           05  LINE 11  COLUMN 44
               VALUE  " :".
           05  LINE 12  COLUMN 01
               VALUE  "                         SOMENTE RETRANSMI".
           05  LINE 12  COLUMN 43
               VALUE  "SSOES (S/N) :".
           05  LINE 13  COLUMN 01
               VALUE  "                         CONFIRMA GERA".
           05  LINE 13  COLUMN 39
               LINE 11  COLUMN 46  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-SORETR
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-SORETR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 55  PIC X(01)
               USING  W-OPCAO
              MOVE "*** FILIAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FILIAL.
       INC-RETR.
           MOVE "N" TO W-SORETR
           ACCEPT TW-SORETR
           IF W-SORETR = "s"
              MOVE "S" TO W-SORETR.
           IF W-SORETR = "n"
              MOVE "N" TO W-SORETR.
           IF W-SORETR NOT = "S" AND W-SORETR NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RETR.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
           OPEN INPUT CADRUBR
           IF ST-ERRO = "00"
              MOVE 1 TO W-RUBRARQ.
           MOVE ZEROS TO W-TRFARQ
           OPEN INPUT CADTRANSF
           IF ST-ERRO = "00"
              MOVE 1 TO W-TRFARQ.
           IF W-SORETR = "S"
              OPEN INPUT CADESORET
              IF ST-ERRO NOT = "00"
                 MOVE "*** NAO HA RETORNO DO ESOCIAL (FPP130) ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "N" TO W-SORETR
                 GO TO ROT-FIM
              ELSE
                 MOVE "CADESR12" TO W-NOMEARQ-PRE.
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-FILIALSEL TO W-NOMEARQ-FIL
              GO TO ROT-TOTAIS.
           IF VB-ANO NOT = W-ANOCOMPET
              OR VB-MES NOT = W-MESCOMPET
              GO TO LE-VB.
           IF VB-CODFUNC NOT = W-ULTCHAPA
              PERFORM FECHA-CHAPA THRU FECHA-CHAPA-FIM
              MOVE VB-CODFUNC TO W-ULTCHAPA
              MOVE ZEROS TO W-CHAPAOK W-LIQCHAPA
              PERFORM VERIF-TRANSF THRU VERIF-TRANSF-FIM
              MOVE VB-CODFUNC TO CODFUNC
              READ CADFUNC
              IF ST-ERRO = "00" AND W-TRFDIAS NOT = ZEROS
                 AND (VB-FILIAL = W-FILIALSEL OR W-TRFFIL = 1)
                 MOVE 1 TO W-CHAPAOK
                 MOVE CPF TO EV12-CPF
                 MOVE CPF TO EV21-CPF
                 PERFORM VERIF-RETR THRU VERIF-RETR-FIM.
           IF W-CHAPAOK NOT = 1
              GO TO LE-VB.
           MOVE VB-VALOR TO W-VBVAL
           IF W-TRFDIAS NOT = 30
              COMPUTE W-VBVAL ROUNDED = VB-VALOR * W-TRFDIAS / 30.
           IF VB-RUB = 990 OR VB-RUB = 992 OR VB-RUB = 954
              ADD W-VBVAL TO W-LIQCHAPA.
           IF VB-TIPO NOT = "P" AND "D"
              GO TO LE-VB.
           IF W-RET1200 NOT = 1
              GO TO LE-VB.
           MOVE VB-RUB TO EV12-RUB
           MOVE VB-TIPO TO EV12-TIPO
           PERFORM DECODE-VB THRU DECODE-VB-FIM
           MOVE W-DESCVB TO EV12-VERBA
           MOVE W-VBVAL TO EV12-VALOR
           WRITE REGESOCTX FROM EV-1200
           ADD 1 TO W-TOTEVT
           GO TO LE-VB.
       FECHA-CHAPA.
           IF W-ULTCHAPA = ZEROS OR W-CHAPAOK NOT = 1
              GO TO FECHA-CHAPA-FIM.
           IF W-RET1210 NOT = 1
              GO TO FECHA-CHAPA-FIM.
           MOVE W-DATAPAG TO EV21-DTPAG
           MOVE W-LIQCHAPA TO EV21-LIQ
           WRITE REGESOCTX FROM EV-1210
       FECHA-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * TRANSFERENCIA ENTRE FILIAIS NA COMPETENCIA (FPP171): O
      * RESULTADO DA CHAPA FICA TODO NA FILIAL EM QUE O FPPREL A
      * PROCESSOU; CADA CNPJ INFORMA A PARTE DOS SEUS DIAS (ORIGEM
      * ATE A VESPERA DA DATA EFETIVA, DESTINO O RESTANTE).
      *----------------------------------------------------------------
       VERIF-TRANSF.
           MOVE ZEROS TO W-TRFFIL
           MOVE 30 TO W-TRFDIAS
           IF W-TRFARQ NOT = 1
              GO TO VERIF-TRANSF-FIM.
           MOVE VB-CODFUNC TO TRF-CODFUNC
           MOVE W-ANOCOMPET TO TRF-ANO
           MOVE W-MESCOMPET TO TRF-MES
           READ CADTRANSF
           IF ST-ERRO NOT = "00"
              GO TO VERIF-TRANSF-FIM.
           IF TRF-FILANT = W-FILIALSEL
              MOVE 1 TO W-TRFFIL
              MOVE TRF-DIASANT TO W-TRFDIAS
              GO TO VERIF-TRANSF-FIM.
           IF TRF-FILNOV = W-FILIALSEL
              MOVE 1 TO W-TRFFIL
              COMPUTE W-TRFDIAS = 30 - TRF-DIASANT.
       VERIF-TRANSF-FIM.
           EXIT.
      *----------------------------------------------------------------
      * NA GERACAO NORMAL OS DOIS EVENTOS SAEM PARA TODAS AS CHAPAS;
      * SO RETRANSMISSOES, SAI APENAS O EVENTO MARCADO "C" NO
      * ARQESORET PARA A COMPETENCIA (CHAVE AAAAMM00).
      *----------------------------------------------------------------
       VERIF-RETR.
           MOVE 1 TO W-RET1200 W-RET1210
           IF W-SORETR NOT = "S"
              GO TO VERIF-RETR-FIM.
           MOVE ZEROS TO W-RET1200 W-RET1210
           MOVE VB-CODFUNC TO RET-CODFUNC
           MOVE "S1200" TO RET-EVENTO
           MOVE SPACES TO RET-IND
           COMPUTE RET-REFER = EV12-COMPET * 100
           READ CADESORET
           IF ST-ERRO = "00" AND RET-STAT = "C"
              MOVE 1 TO W-RET1200.
           MOVE VB-CODFUNC TO RET-CODFUNC
           MOVE "S1210" TO RET-EVENTO
           MOVE SPACES TO RET-IND
           COMPUTE RET-REFER = EV12-COMPET * 100
           READ CADESORET
           IF ST-ERRO = "00" AND RET-STAT = "C"
              MOVE 1 TO W-RET1210.
           IF W-RET1200 = 0 AND W-RET1210 = 0
              MOVE ZEROS TO W-CHAPAOK.
       VERIF-RETR-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LEGENDA CURTA DA VERBA: FAIXA INTERNA 901-992 COM TEXTO
      * FIXO; RUBRICAS DO ARQRUBR PELA DESCRICAO DO CADASTRO.
      *----------------------------------------------------------------
              MOVE "SAL.MATERN" TO W-DESCVB.
           IF VB-RUB = 912
              MOVE "SAL.FAMILI" TO W-DESCVB.
           IF VB-RUB = 913
              MOVE "AUX.CRECHE" TO W-DESCVB.
           IF VB-RUB = 914
              MOVE "GRAT.FUNC " TO W-DESCVB.
           IF VB-RUB = 915
              MOVE "DIF.SUBST " TO W-DESCVB.
           IF VB-RUB = 916
              MOVE "DSR SEMAN " TO W-DESCVB.
           IF VB-RUB = 921
              MOVE "DESC.INSS " TO W-DESCVB.
           IF VB-RUB = 922
              MOVE "SUSP.DISCI" TO W-DESCVB.
           IF VB-RUB = 933
              MOVE "DESC.MESAN" TO W-DESCVB.
           IF VB-RUB = 934
              MOVE "SEG.VIDA  " TO W-DESCVB.
           IF VB-RUB = 935
              MOVE "SEMANAIS  " TO W-DESCVB.
           IF VB-RUB = 951
              MOVE "DIF.COMPLE" TO W-DESCVB.
           IF VB-RUB = 952
       ROT-TOTAIS.
           MOVE W-TOTEVT TO EVT-QTD
           WRITE REGESOCTX FROM EV-TRAILER
           IF W-SORETR NOT = "S"
              PERFORM MARCA-RUNCTL THRU MARCA-RUNCTL-FIM.
           MOVE "*** EVENTOS S-1200/S-1210 GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *----------------------------------------------------------------
      * REGISTRA NO LIVRO DE CONTROLE (ARQRUNCTL) A ETAPA ESOCIAL DA
      * COMPETENCIA COMO CONCLUIDA, PARA A AGENDA DE OBRIGACOES.
      *----------------------------------------------------------------
       MARCA-RUNCTL.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRUNCTL
                 CLOSE CADRUNCTL
                 GO TO MARCA-RUNCTL
              ELSE
                 GO TO MARCA-RUNCTL-FIM.
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO W-DATAHORA
           MOVE W-MESCOMPET TO RUNMES
           MOVE W-ANOCOMPET TO RUNANO
           MOVE W-FILIALSEL TO RUNFIL
           MOVE "ESOCIAL" TO RUNSTEP
           READ CADRUNCTL
           MOVE W-DATAHORA TO RUNINI RUNFIM
           MOVE "C" TO RUNSTAT
           MOVE ZEROS TO RUNTOT
           IF ST-ERRO = "00"
              REWRITE REGRUNCTL
           ELSE
              WRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       MARCA-RUNCTL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           DISPLAY (01, 01) ERASE
           IF W-RUBRARQ = 1
              CLOSE CADRUBR.
           IF W-TRFARQ = 1
              CLOSE CADTRANSF.
           IF W-SORETR = "S"
              CLOSE CADESORET.
           CLOSE CADFUNC CADPAGVB CADESOCTX.
       ROT-FIM2.
           EXIT PROGRAM.
