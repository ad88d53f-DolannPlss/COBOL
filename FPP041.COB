       AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      *******************************************************
      * ORQUESTRADOR DO FECHAMENTO MENSAL: EXECUTA A CADEIA  *
      * FOLHA -> CONCILIACAO DCTFWEB -> HOLERITES -> GUIA    *
      * FGTS -> REMESSA CNAB COM                             *
      * LIVRO DE CONTROLE POR ETAPA; ETAPA CONCLUIDA NAO     *
      * RODA DE NOVO E A RETOMADA COMECA NA PRIMEIRA ETAPA   *
      * INCOMPLETA                                           *
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPTKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESORET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RET-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBATHIS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
              05 RUNANO               PIC 9(04).
              05 RUNFIL               PIC 9(02).
              05 RUNSTEP              PIC X(08).
      *-----------------------------------------------------------------
      * HISTORICO DE EXECUCOES DOS LOTES E DAS ETAPAS (SO ACRESCIMO).
       FD CADBATHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATHIS.DAT".
       01 REGBATHIS.
          03 HIS-TIPO                 PIC X(01).
          03 HIS-NOME                 PIC X(08).
          03 HIS-FIL                  PIC 9(02).
          03 HIS-COMPET               PIC 9(06).
          03 HIS-INI                  PIC X(14).
          03 HIS-FIM                  PIC X(14).
          03 HIS-SEG                  PIC 9(07).
          03 HIS-STAT                 PIC X(01).
          03 HIS-RETOMA               PIC X(01).
      *-----------------------------------------------------------------
       FD CADCOMPET
               LABEL RECORD IS STANDARD
              05 CPTMES               PIC 9(02).
              05 CPTANO               PIC 9(04).
              05 CPTFIL               PIC 9(02).
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
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 W-RETOMA        PIC X(01) VALUE SPACES.
      *----------[ DURACAO DA ETAPA (AAAAMMDDHHMMSS) ]------------------
       01 W-DHINI.
          03 W-DHINI-DT   PIC 9(08).
          03 W-DHINI-HH   PIC 9(02).
          03 W-DHINI-MI   PIC 9(02).
          03 W-DHINI-SS   PIC 9(02).
       01 W-DHFIM.
          03 W-DHFIM-DT   PIC 9(08).
          03 W-DHFIM-HH   PIC 9(02).
          03 W-DHFIM-MI   PIC 9(02).
          03 W-DHFIM-SS   PIC 9(02).
       01 W-DURSEG        PIC S9(09) VALUE ZEROS.
       01 W-RETCOMPET     PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ        PIC 9(04) VALUE ZEROS.
      * CONCILIACAO DCTFWEB (FPP133): "N" DISPENSA A ETAPA; COM "S"
      * O FECHAMENTO PARA SE A DIFERENCA PASSAR DA TOLERANCIA OU SE
      * NAO HOUVER GUIA, S-1200 OU HISTORICO PARA CONFRONTAR.
       01 W-CONCDCTF      PIC X(01) VALUE "S".
       01 W-TOLDCTF       PIC 9(05)V99 VALUE ZEROS.
       01 W-RELPARM.
          03 W-RELPARM-MODO    PIC X(01) VALUE "A".
          03 W-RELPARM-MES     PIC 9(02) VALUE ZEROS.
          03 W-RELPARM-FILIAL  PIC 9(02) VALUE ZEROS.
          03 W-RELPARM-RC      PIC X(01) VALUE SPACES.
          03 W-RELPARM-TOT     PIC 9(09)V99 VALUE ZEROS.
      * O FECHAMENTO NAO TEM OPERADOR: OS HOLERITES SAEM PARA TODAS
      * AS FILIAIS.
       01 W-OPERAUTO      PIC X(08) VALUE SPACES.
       01 TABETAPAS.
          03 FILLER PIC X(08) VALUE "FOLHA".
          03 FILLER PIC X(08) VALUE "DCTFWEB".
          03 FILLER PIC X(08) VALUE "HOLERITE".
          03 FILLER PIC X(08) VALUE "FGTS".
          03 FILLER PIC X(08) VALUE "REMESSA".
       01 TABETAPASX REDEFINES TABETAPAS.
          03 TBETAPA  PIC X(08) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ORQUESTRADOR DO FECHAMENTO MENSAL ***".
           05  LINE 06  COLUMN 01
               VALUE  " ETAPAS: FOLHA -> DCTFWEB -> HOLERITE -> FG".
           05  LINE 06  COLUMN 44
               VALUE  "TS -> REMESSA".
           05  LINE 09  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 09  COLUMN 44
               VALUE  "                         FILIAL (MATRIZ=01)".
           05  LINE 11  COLUMN 44
               VALUE  " :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONCILIA DCTFWEB (S/".
           05  LINE 12  COLUMN 46
               VALUE  "N) :".
           05  LINE 12  COLUMN 54
               VALUE  "TOLERANCIA R$ :".
           05  LINE 13  COLUMN 01
               VALUE  "                         CONFIRMA EXECU".
           05  LINE 13  COLUMN 40
               LINE 11  COLUMN 46  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-CONCDCTF
               LINE 12  COLUMN 51  PIC X(01)
               USING  W-CONCDCTF
               HIGHLIGHT.
           05  TW-TOLDCTF
               LINE 12  COLUMN 70  PIC 99999,99
               USING  W-TOLDCTF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 53  PIC X(01)
               USING  W-OPCAO
                   MOVE "*** FILIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
       INC-CONC.
                ACCEPT TW-CONCDCTF
                IF W-CONCDCTF = "s"
                   MOVE "S" TO W-CONCDCTF.
                IF W-CONCDCTF = "n"
                   MOVE "N" TO W-CONCDCTF.
                IF W-CONCDCTF NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CONC.
                IF W-CONCDCTF = "S"
                   ACCEPT TW-TOLDCTF.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *----------------------------------------------------------------
      * EVENTOS DO ESOCIAL AINDA REJEITADOS NA COMPETENCIA/FILIAL
      * (RETORNO IMPORTADO NO FPP130): AVISA ANTES DO FECHAMENTO E O
      * OPERADOR DECIDE SE SEGUE. SEM O ARQESORET NAO HA AVISO.
      *----------------------------------------------------------------
       INC-REJ.
           MOVE ZEROS TO W-TOTREJ
           COMPUTE W-RETCOMPET = W-ANOCOMPET * 100 + W-MESCOMPET
           OPEN INPUT CADESORET
           IF ST-ERRO NOT = "00"
              GO TO INC-OP0.
       INC-REJ-RD.
           READ CADESORET NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-REJ-FIM.
           IF RET-STAT = "R" AND RET-COMPET = W-RETCOMPET
              AND RET-FILIAL = W-FILIALSEL
              ADD 1 TO W-TOTREJ.
           GO TO INC-REJ-RD.
       INC-REJ-FIM.
           CLOSE CADESORET
           IF W-TOTREJ = ZEROS
              GO TO INC-OP0.
           DISPLAY (18, 10) "EVENTOS ESOCIAL REJEITADOS (FPP131): "
           DISPLAY (18, 47) W-TOTREJ
           DISPLAY (19, 10) "CONTINUA O FECHAMENTO (S/N) : ".
       INC-REJ-OPC.
           MOVE "N" TO W-OPCAO
           ACCEPT (19, 40) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* EXECUCAO CANCELADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-REJ-OPC.
           DISPLAY (18, 10) LIMPA
           DISPLAY (19, 10) LIMPA.
       INC-OP0.
      *----------------------------------------------------------------
      * COMPETENCIA REABERTA (FPP038, ESTADO "R") PRECISA SER
      *----------------------------------------------------------------
       PROX-ETAPA.
           ADD 1 TO W-ETAPA
           IF W-ETAPA > 5
              MOVE "*** FECHAMENTO CONCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
                 DISPLAY (20, 10) "ETAPA JA CONCLUIDA: "
                 DISPLAY (20, 31) RUNSTEP
                 GO TO PROX-ETAPA.
           IF W-ETAPA = 2 AND W-CONCDCTF = "N"
              DISPLAY (20, 10) "ETAPA DISPENSADA:  "
              DISPLAY (20, 31) RUNSTEP
              GO TO PROX-ETAPA.
      *    ETAPA JA INICIADA ANTES E NAO CONCLUIDA: E UMA RETOMADA.
      *    SE FICOU EM "E" A EXECUCAO ANTERIOR CAIU NO MEIO E VAI PARA
      *    O HISTORICO COMO ABANDONADA.
           MOVE "N" TO W-RETOMA
           IF W-ACHOU = 1
              MOVE "S" TO W-RETOMA
              IF RUNSTAT = "E"
                 MOVE "A" TO HIS-STAT
                 MOVE SPACES TO RUNFIM
                 PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
      *    MARCA O INICIO DA ETAPA
           PERFORM PEGA-HORA THRU PEGA-HORA-FIM
           MOVE W-DATAHORA TO RUNINI
           MOVE ZEROS TO W-RELPARM-TOT
           IF W-ETAPA = 1
              CALL "FPPREL.COB" USING W-RELPARM.
      * A CONCILIACAO RECEBE A TOLERANCIA NO CAMPO DO TOTAL E
      * DEVOLVE NELE A DIFERENCA APURADA.
           IF W-ETAPA = 2
              MOVE W-TOLDCTF TO W-RELPARM-TOT
              CALL "FPP133.COB" USING W-RELPARM.
           IF W-ETAPA = 3
              CALL "FPP005.COB" USING W-RELPARM W-OPERAUTO.
           IF W-ETAPA = 4
              CALL "FPP007.COB" USING W-RELPARM.
           IF W-ETAPA = 5
              CALL "FPP018.COB" USING W-RELPARM.
      *----------------------------------------------------------------
      * FIM DA ETAPA: SO MARCA CONCLUIDA QUANDO O PROGRAMA CHAMADO
              ELSE
                 MOVE "F" TO RUNSTAT
              END-IF
              REWRITE REGRUNCTL
              MOVE RUNSTAT TO HIS-STAT
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
           IF W-RELPARM-RC NOT = "S"
              DISPLAY (21, 10) "ETAPA FALHOU - FECHAMENTO PARADO"
              MOVE "*** ETAPA FALHOU - CORRIJA E REEXECUTE ***"
       PEGA-HORA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HISTORICO DA ETAPA LIDA EM REGRUNCTL (STATUS JA EM HIS-STAT).
      *----------------------------------------------------------------
       GRAVA-HIST.
           MOVE "E" TO HIS-TIPO
           MOVE RUNSTEP TO HIS-NOME
           MOVE RUNFIL TO HIS-FIL
           COMPUTE HIS-COMPET = RUNANO * 100 + RUNMES
           MOVE RUNINI TO HIS-INI W-DHINI
           MOVE RUNFIM TO HIS-FIM W-DHFIM
           MOVE ZEROS TO HIS-SEG
           MOVE W-RETOMA TO HIS-RETOMA
           IF HIS-STAT = "A"
              MOVE "N" TO HIS-RETOMA.
           IF W-DHINI NOT NUMERIC OR W-DHFIM NOT NUMERIC
              GO TO GRAVA-HIST-GRV.
           COMPUTE W-DURSEG =
                 (FUNCTION INTEGER-OF-DATE(W-DHFIM-DT)
                - FUNCTION INTEGER-OF-DATE(W-DHINI-DT)) * 86400
                + W-DHFIM-HH * 3600 + W-DHFIM-MI * 60 + W-DHFIM-SS
                - W-DHINI-HH * 3600 - W-DHINI-MI * 60 - W-DHINI-SS
           IF W-DURSEG > ZEROS
              MOVE W-DURSEG TO HIS-SEG.
       GRAVA-HIST-GRV.
           OPEN EXTEND CADBATHIS
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADBATHIS.
           WRITE REGBATHIS
           CLOSE CADBATHIS.
       GRAVA-HIST-FIM.
           EXIT.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
