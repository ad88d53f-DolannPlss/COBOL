                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS JOB-NOME
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBATHIS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * STATUS: "E" = EM EXECUCAO.
          03 JOB-STAT                 PIC X(01).
          03 JOB-NOME                 PIC X(08).
      * "S" = EXECUCAO QUE RETOMOU UMA ANTERIOR QUE CAIU.
          03 JOB-RETOMA               PIC X(01).
      *-----------------------------------------------------------------
      * HISTORICO DE EXECUCOES DOS LOTES E DAS ETAPAS DO FECHAMENTO
      * (SO ACRESCIMO); LIDO PELO RELATORIO DE TEMPOS (FPP164).
       FD CADBATHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATHIS.DAT".
       01 REGBATHIS.
      * TIPO: "J" = JOB EM LOTE (FPP122)  "E" = ETAPA (FPP041).
          03 HIS-TIPO                 PIC X(01).
          03 HIS-NOME                 PIC X(08).
          03 HIS-FIL                  PIC 9(02).
          03 HIS-COMPET               PIC 9(06).
          03 HIS-INI                  PIC X(14).
          03 HIS-FIM                  PIC X(14).
          03 HIS-SEG                  PIC 9(07).
      * STATUS: "C" = CONCLUIDO  "F" = FALHOU  "A" = CAIU/ABANDONADO.
          03 HIS-STAT                 PIC X(01).
          03 HIS-RETOMA               PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-JOBSALVO      PIC X(08) VALUE SPACES.
       01 W-RETOMA        PIC X(01) VALUE SPACES.
      *----------[ DURACAO DA EXECUCAO (AAAAMMDDHHMMSS) ]---------------
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-JOBPARM.
              GO TO INICIA-LP.
           IF JOB-NOME = LK-JOBNOME
              GO TO INICIA-LP.
      * FLUXOS DO MESMO JOB POR FILIAL (AS 6 PRIMEIRAS POSICOES
      * IGUAIS E A FILIAL NAS DUAS ULTIMAS, EX. FPPREL01 E FPPREL02)
      * TRABALHAM EM FUNCIONARIOS DE FILIAIS DIFERENTES E RODAM JUNTOS.
           IF JOB-NOME(1:6) = LK-JOBNOME(1:6)
              AND JOB-NOME(7:2) NUMERIC AND LK-JOBNOME(7:2) NUMERIC
              GO TO INICIA-LP.
           PERFORM COMPARA-ARQS THRU COMPARA-ARQS-FIM
           IF W-CONFL = 1
              MOVE "N" TO LK-JOBRC
              GO TO ROT-FIM.
           GO TO INICIA-LP.
       INICIA-GRAVA.
      * ENTRADA DO PROPRIO JOB AINDA "E": A EXECUCAO ANTERIOR CAIU SEM
      * FINALIZAR; VAI PARA O HISTORICO COMO ABANDONADA E ESTA CONTA
      * COMO RETOMADA.
           MOVE "N" TO W-RETOMA
           MOVE LK-JOBNOME TO JOB-NOME
           READ CADJOBCTL
           IF ST-ERRO = "00" AND JOB-STAT = "E"
              MOVE "S" TO W-RETOMA
              MOVE "A" TO HIS-STAT
              MOVE SPACES TO W-DHFIM
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
           MOVE LK-JOBOPER TO JOB-OPER
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE LK-JOBARQS TO JOB-ARQS
           MOVE "E" TO JOB-STAT
           MOVE LK-JOBNOME TO JOB-NOME
           MOVE W-RETOMA TO JOB-RETOMA
           WRITE REGJOBCTL
           IF ST-ERRO = "22"
              REWRITE REGJOBCTL.
           MOVE LK-JOBNOME TO JOB-NOME
           READ CADJOBCTL
           IF ST-ERRO = "00"
              MOVE "C" TO HIS-STAT
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              ACCEPT W-HORA FROM TIME
              STRING W-HOJE W-HORA(1:6) DELIMITED BY SIZE
                     INTO W-DHFIM
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
              DELETE CADJOBCTL RECORD.
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * HISTORICO DA EXECUCAO LIDA EM REGJOBCTL, FIM EM W-DHFIM
      * (BRANCO = DESCONHECIDO) E STATUS JA EM HIS-STAT.
      *----------------------------------------------------------------
       GRAVA-HIST.
           MOVE "J" TO HIS-TIPO
           MOVE JOB-NOME TO HIS-NOME
           MOVE ZEROS TO HIS-FIL HIS-SEG
           MOVE JOB-DATAHORA(1:6) TO HIS-COMPET
           MOVE JOB-DATAHORA TO HIS-INI W-DHINI
           MOVE W-DHFIM TO HIS-FIM
           MOVE "N" TO HIS-RETOMA
           IF JOB-RETOMA = "S"
              MOVE "S" TO HIS-RETOMA.
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
      * HA ARQUIVO EM COMUM ENTRE A LISTA DECLARADA (LK-JOBARQS) E A
      * DO JOB EM EXECUCAO (JOB-ARQS)? CADA LISTA TEM ATE QUATRO
      * NOMES DE 10 POSICOES.
