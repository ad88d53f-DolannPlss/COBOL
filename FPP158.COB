       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP158.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ANONIMIZACAO LGPD POR PRAZO DE GUARDA: EX-EMPREGADOS *
      * DESLIGADOS HA MAIS DE N ANOS (DATADEM) TEM NOME,     *
      * DOCUMENTOS, ENDERECO E DADOS BANCARIOS SOBRESCRITOS  *
      * POR MARCADORES NO CADFUNC, NO HISTORICO DO EXPURGO,  *
      * NOS DEPENDENTES, ATESTADOS, ORDENS JUDICIAIS E NAS   *
      * IMAGENS DO CADLOG. CHAPA, DATAS, CARGO E OS VALORES  *
      * DA FOLHA FICAM PARA AUDITORIA. CHAPA COM PROCESSO    *
      * TRABALHISTA EM ANDAMENTO (FPP147) NAO E TOCADA       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADDEPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DEPENKEY
                      ALTERNATE RECORD KEY IS DEPENCODFUNC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS NOMEDEPEN
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS DEPENDATANASC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATE-KEY
                      ALTERNATE RECORD KEY IS ATE-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPENJUD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PJ-KEY
                      ALTERNATE RECORD KEY IS PJ-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRC-NUMPROC
                      ALTERNATE RECORD KEY IS PRC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLGPWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LWK-CHAPA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADARQDEPEN ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADLGPTMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLGPREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
          03 NOMEDEPEN                PIC X(30).
          03 GRAUPAREN                PIC 9(01).
          03 DEPENDATANASC            PIC 9(08).
          03 SEXODEPEN                PIC X(01).
          03 DEPENINSS                PIC X(01).
          03 DEPENIMPRENDA            PIC X(01).
          03 DEPENSTAT                PIC X(01).
          03 DEPENKEY.
              05 DEPENCODFUNC         PIC 9(06).
              05 DEPENSEQ             PIC 9(01).
      *-----------------------------------------------------------------
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
          03 ATE-DATAINI              PIC 9(08).
          03 ATE-DATAFIM              PIC 9(08).
          03 ATE-CID                  PIC X(05).
          03 ATE-MEDICO               PIC X(25).
          03 ATE-CRM                  PIC 9(06).
          03 ATE-STAT                 PIC X(01).
          03 ATE-KEY.
              05 ATE-CODFUNC          PIC 9(06).
              05 ATE-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPENJUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENJUD.DAT".
       01 REGPENJUD.
          03 PJ-TIPO                  PIC X(01).
          03 PJ-PRIOR                 PIC 9(01).
          03 PJ-PERC                  PIC 9(02)V99.
          03 PJ-BENEF                 PIC X(30).
          03 PJ-BANCO                 PIC 9(03).
          03 PJ-AGENCIA               PIC 9(04).
          03 PJ-CONTA                 PIC 9(08).
          03 PJ-CONTADV               PIC X(01).
          03 PJ-STAT                  PIC X(01).
          03 PJ-KEY.
              05 PJ-CODFUNC           PIC 9(06).
              05 PJ-SEQ               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
          03 PRC-NUMPROC              PIC 9(20).
          03 PRC-CODFUNC              PIC 9(06).
          03 PRC-RISCO                PIC X(01).
          03 PRC-VALPROV              PIC 9(09)V99.
          03 PRC-STAT                 PIC X(01).
          03 PRC-VALACORDO            PIC 9(09)V99.
          03 PRC-DATAPGTO             PIC 9(08).
          03 PRC-PERINI               PIC 9(06).
          03 PRC-PERFIM               PIC 9(06).
          03 PRC-BASEINSS             PIC 9(09)V99.
          03 PRC-VALINSS              PIC 9(09)V99.
          03 PRC-VALIRRF              PIC 9(09)V99.
          03 PRC-VALFGTS              PIC 9(09)V99.
          03 PRC-VALCAUSA             PIC 9(09)V99.
          03 PRC-DATAAJUIZ            PIC 9(08).
          03 PRC-AUD1                 PIC 9(08).
          03 PRC-AUD2                 PIC 9(08).
          03 PRC-AUD3                 PIC 9(08).
          03 PRC-ESOCIAL              PIC X(01).
          03 PRC-RETIF                PIC X(01).
          03 PRC-GERDATA              PIC 9(08).
          03 PRC-PROVCTB              PIC 9(09)V99.
          03 PRC-ULTCOMP              PIC 9(06).
          03 PRC-OPER                 PIC X(08).
          03 PRC-DATAALT              PIC 9(08).
          03 PRC-VARA                 PIC X(40).
          03 PRC-PEDIDO1              PIC X(45).
          03 PRC-PEDIDO2              PIC X(45).
          03 PRC-PEDIDO3              PIC X(45).
      *-----------------------------------------------------------------
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
          03 OPER-ID                  PIC X(08).
          03 OPER-NOME                PIC X(30).
          03 OPER-SENHA               PIC X(08).
          03 OPER-NIVEL               PIC 9(01).
          03 OPER-STAT                PIC X(01).
          03 OPER-DATATROCA           PIC 9(08).
          03 OPER-TENTFALHA           PIC 9(01).
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
      * CHAPAS ANONIMIZADAS (NESTA EXECUCAO OU ANTES), REFEITO A CADA
      * EXECUCAO; GUIA AS PASSADAS NOS ARQUIVOS SEQUENCIAIS.
       FD CADLGPWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPWK.DAT".
       01 REGLGPWK.
          03 LWK-NOVA                 PIC X(01).
          03 LWK-CHAPA                PIC 9(06).
      *-----------------------------------------------------------------
       FD CADARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQFUNC.DAT".
       01 REGARQFUNC      PIC X(182).
      *-----------------------------------------------------------------
       FD CADARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQDEPEN.DAT".
       01 REGARQDEPEN     PIC X(50).
      *-----------------------------------------------------------------
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
       01 REGLOG.
          03 LOG-OPERID               PIC X(08).
          03 LOG-DATAHORA             PIC X(14).
          03 LOG-ARQUIVO              PIC X(10).
          03 LOG-ACAO                 PIC X(01).
          03 LOG-CHAVE                PIC X(10).
          03 LOG-ANTES                PIC X(182).
          03 LOG-DEPOIS               PIC X(182).
          03 LOG-SEQ                  PIC 9(08).
          03 LOG-CHKANT               PIC 9(09).
          03 LOG-CHKIMG               PIC 9(09).
          03 LOG-CHK                  PIC 9(09).
          03 LOG-ANON                 PIC X(01).
      *-----------------------------------------------------------------
      * COPIA DE TRABALHO DOS ARQUIVOS SEQUENCIAIS REGRAVADOS
      * (HISTORICO DO EXPURGO E CADLOG).
       FD CADLGPTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPTMP.DAT".
       01 REGLGPTMP       PIC X(443).
      *-----------------------------------------------------------------
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPLSEQ                   PIC 9(06).
          03 SPLTIPO                  PIC X(08).
          03 SPLMES                   PIC 9(02).
          03 SPLANO                   PIC 9(04).
          03 SPLOPER                  PIC X(08).
          03 SPLDATAHORA              PIC X(14).
          03 SPLGER                   PIC 9(04).
          03 SPLARQ                   PIC X(20).
      *-----------------------------------------------------------------
       FD CADLGPREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGLGPREL   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-NIVEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-ANOSRET       PIC 9(02) VALUE 05.
       01 W-SIMULA        PIC X(01) VALUE "S".
       01 W-CORTE         PIC 9(08) VALUE ZEROS.
       01 W-CORTEANO      PIC 9(04) VALUE ZEROS.
       01 W-ATESTARQ      PIC 9(01) VALUE ZEROS.
       01 W-PENJUDARQ     PIC 9(01) VALUE ZEROS.
       01 W-PROCARQ       PIC 9(01) VALUE ZEROS.
       01 W-DEPENARQ      PIC 9(01) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
       01 W-RETIDA        PIC 9(01) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-SITUACAO      PIC X(30) VALUE SPACES.
       01 W-TOTCAND       PIC 9(06) VALUE ZEROS.
       01 W-TOTANON       PIC 9(06) VALUE ZEROS.
       01 W-TOTRETIDA     PIC 9(06) VALUE ZEROS.
       01 W-TOTARQF       PIC 9(06) VALUE ZEROS.
       01 W-TOTDEPEN      PIC 9(06) VALUE ZEROS.
       01 W-TOTATEST      PIC 9(06) VALUE ZEROS.
       01 W-TOTPENJUD     PIC 9(06) VALUE ZEROS.
       01 W-TOTLOG        PIC 9(06) VALUE ZEROS.
      *----------[ MARCADORES QUE SUBSTITUEM O DADO PESSOAL ]-----------
       01 W-MARCANOME     PIC X(30) VALUE "*** ANONIMIZADO (LGPD) ***".
       01 W-MARCADOC      PIC X(12) VALUE "ANONIMIZADO".
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP158".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQFUNC   ARQDEPEN  ARQPENJUD CADLOG".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
      *----------[ SPOOL DE RELATORIOS ]--------------------------------
       01 W-SPLTIPO       PIC X(08) VALUE SPACES.
       01 W-SPLMES        PIC 9(02) VALUE ZEROS.
       01 W-SPLANO        PIC 9(04) VALUE ZEROS.
       01 W-SPLMAX        PIC 9(06) VALUE ZEROS.
       01 W-SPLGER        PIC 9(04) VALUE ZEROS.
       01 W-SPLDH         PIC X(14) VALUE SPACES.
       01 W-SPLHOJE       PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA       PIC 9(08) VALUE ZEROS.
       01 W-SPLNOME       PIC X(20) VALUE SPACES.
       01 W-SPLNOME1.
          03 FILLER       PIC X(03) VALUE "SPL".
          03 W-SPLNOME-SEQ PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LGP-TIT.
                03 FILLER      PIC X(40) VALUE
                   "ANONIMIZACAO LGPD - DESLIGADOS ANTES DE ".
                03 LT-CORTE    PIC 9(08).
                03 FILLER      PIC X(03) VALUE " - ".
                03 LT-MODO     PIC X(20).
       01 LGP-SEP.
                03 FILLER      PIC X(80) VALUE ALL "-".
       01 LGP-CAB.
                03 FILLER      PIC X(40) VALUE
                   "CHAPA  DESLIG.   FL SITUACAO".
       01 LGP-DET.
                03 LD-CHAPA    PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LD-DATADEM  PIC 9(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LD-FIL      PIC 99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LD-SIT      PIC X(30).
       01 LGP-TOT.
                03 LO-DESC     PIC X(40).
                03 LO-QTD      PIC ZZZ.ZZ9.
      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ANONIMIZACAO LGPD POR PRAZO DE GUARDA ***".
           05  LINE 08  COLUMN 01
               VALUE  " SOBRESCREVE NOME, DOCUMENTOS, ENDERECO E DADOS".
           05  LINE 09  COLUMN 01
               VALUE  " BANCARIOS DOS DESLIGADOS HA MAIS DE N ANOS.".
           05  LINE 12  COLUMN 01
               VALUE  "   ANOS DE GUARDA APOS DESLIGAMENTO :".
           05  LINE 14  COLUMN 01
               VALUE  "   SOMENTE SIMULAR (S/N)            :".
           05  LINE 18  COLUMN 01
               VALUE  "   CONFIRMA EXECUCAO (S/N)          :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOSRET
               LINE 12  COLUMN 39  PIC 99
               USING  W-ANOSRET
               HIGHLIGHT.
           05  TW-SIMULA
               LINE 14  COLUMN 39  PIC X(01)
               USING  W-SIMULA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 18  COLUMN 39  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           OPEN INPUT CADOPER
           IF ST-ERRO = "00"
              MOVE W-OPERID TO OPER-ID
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE OPER-NIVEL TO W-NIVEL
              END-IF
              CLOSE CADOPER.
           IF W-NIVEL NOT = 1
              MOVE "*** ANONIMIZACAO EXIGE OPERADOR NIVEL 1 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE 05 TO W-ANOSRET
                MOVE "S" TO W-SIMULA
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY TELAPRINCIPAL.
      * O PRAZO MINIMO DE 5 ANOS COBRE A PRESCRICAO TRABALHISTA E A
      * GUARDA DOS DOCUMENTOS DE FGTS E INSS.
       INC-ANOS.
                ACCEPT TW-ANOSRET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
                IF W-ANOSRET < 5
                   MOVE "*** PRAZO DE GUARDA MINIMO E DE 5 ANOS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANOS.
       INC-SIMULA.
                ACCEPT TW-SIMULA
                IF W-SIMULA = "s"
                   MOVE "S" TO W-SIMULA.
                IF W-SIMULA = "n"
                   MOVE "N" TO W-SIMULA.
                IF W-SIMULA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SIMULA.
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
      * DATA DE CORTE: MESMO DIA DE HOJE, N ANOS ATRAS.
           MOVE W-HOJE(1:4) TO W-CORTEANO
           SUBTRACT W-ANOSRET FROM W-CORTEANO
           MOVE W-HOJE TO W-CORTE
           MOVE W-CORTEANO TO W-CORTE(1:4).
       INC-OP0.
      * INTERTRAVAMENTO DE JOBS (FPP122): NAO RODA JUNTO COM OUTRO
      * LOTE QUE ATUALIZE OS MESMOS ARQUIVOS.
           IF W-SIMULA = "N"
              MOVE "I" TO W-JOBFUNC
              MOVE W-OPERID TO W-JOBOPER
              CALL "FPP122.COB" USING W-JOBPARM
              IF W-JOBRC NOT = "S"
                 MOVE W-JOBMSG TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE 1 TO W-JOBREG.
           IF W-SIMULA = "S"
              OPEN INPUT CADFUNC
           ELSE
              OPEN I-O CADFUNC.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-PROCARQ W-DEPENARQ W-ATESTARQ W-PENJUDARQ
                         W-WKARQ
           OPEN INPUT CADPROC
           IF ST-ERRO = "00"
              MOVE 1 TO W-PROCARQ.
           OPEN OUTPUT CADLGPWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLGPWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADLGPWK
           OPEN I-O CADLGPWK
           MOVE 1 TO W-WKARQ
           MOVE "LGPDANON" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADLGPREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLGPREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CORTE TO LT-CORTE
           IF W-SIMULA = "S"
              MOVE "SIMULACAO" TO LT-MODO
           ELSE
              MOVE "EFETIVADA" TO LT-MODO.
           WRITE REGLGPREL FROM LGP-TIT
           WRITE REGLGPREL FROM LGP-SEP
           WRITE REGLGPREL FROM LGP-CAB
           WRITE REGLGPREL FROM LGP-SEP.
      *----------------------------------------------------------------
      * SECAO 1 - CADFUNC: DESLIGADOS (DATADEM ANTES DO CORTE, FORA DO
      * QUADRO ATIVO). JA ANONIMIZADOS SO ENTRAM NA LISTA DE CHAPAS.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO FIM-SEC-FUNC.
       PROC-FUNC.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO FIM-SEC-FUNC.
           IF NOME = W-MARCANOME
              MOVE "A" TO LWK-NOVA
              MOVE CODFUNC TO LWK-CHAPA
              WRITE REGLGPWK
              GO TO PROC-FUNC.
           IF FUNCSTAT = "A" OR DATADEM = ZEROS OR
              DATADEM NOT < W-CORTE
              GO TO PROC-FUNC.
           ADD 1 TO W-TOTCAND
           MOVE CODFUNC TO W-CHAPA
           PERFORM VERIF-PROC THRU VERIF-PROC-FIM
           MOVE CODFUNC TO LD-CHAPA
           MOVE DATADEM TO LD-DATADEM
           MOVE FILIAL TO LD-FIL
           IF W-RETIDA = 1
              ADD 1 TO W-TOTRETIDA
              MOVE "RETIDA - PROCESSO EM ANDAMENTO" TO LD-SIT
              WRITE REGLGPREL FROM LGP-DET
              GO TO PROC-FUNC.
           ADD 1 TO W-TOTANON
           IF W-SIMULA = "S"
              MOVE "SERA ANONIMIZADA" TO LD-SIT
              WRITE REGLGPREL FROM LGP-DET
              GO TO PROC-FUNC.
           PERFORM ANONIMIZA-FUNC THRU ANONIMIZA-FUNC-FIM
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00"
              SUBTRACT 1 FROM W-TOTANON
              MOVE "ERRO NA REGRAVACAO - NAO ALTERADA" TO LD-SIT
              WRITE REGLGPREL FROM LGP-DET
              GO TO PROC-FUNC.
           MOVE "ANONIMIZADA" TO LD-SIT
           WRITE REGLGPREL FROM LGP-DET
           MOVE "N" TO LWK-NOVA
           MOVE CODFUNC TO LWK-CHAPA
           WRITE REGLGPWK
           GO TO PROC-FUNC.
       FIM-SEC-FUNC.
           IF W-SIMULA = "S"
              GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * SECAO 2 - HISTORICO DO EXPURGO (CADARQFUNC): MESMO CRITERIO;
      * O ARQUIVO E COPIADO PARA A AREA DE TRABALHO E REGRAVADO.
      *----------------------------------------------------------------
           OPEN INPUT CADARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO FIM-SEC-ARQF.
           OPEN OUTPUT CADLGPTMP.
       PROC-ARQF.
           READ CADARQFUNC
              AT END
                 CLOSE CADARQFUNC CADLGPTMP
                 GO TO PROC-ARQF-VOLTA.
           MOVE REGARQFUNC TO REGFUNC
           IF NOME = W-MARCANOME
              GO TO PROC-ARQF-GRAVA.
           IF DATADEM = ZEROS OR DATADEM NOT < W-CORTE
              GO TO PROC-ARQF-GRAVA.
           MOVE CODFUNC TO W-CHAPA
           PERFORM VERIF-PROC THRU VERIF-PROC-FIM
           IF W-RETIDA = 1
              GO TO PROC-ARQF-GRAVA.
           PERFORM ANONIMIZA-FUNC THRU ANONIMIZA-FUNC-FIM
           ADD 1 TO W-TOTARQF
           MOVE CODFUNC TO LWK-CHAPA
           READ CADLGPWK
           IF ST-ERRO NOT = "00"
              MOVE "N" TO LWK-NOVA
              MOVE CODFUNC TO LWK-CHAPA
              WRITE REGLGPWK.
       PROC-ARQF-GRAVA.
           MOVE REGFUNC TO REGARQFUNC
           WRITE REGLGPTMP FROM REGARQFUNC
           GO TO PROC-ARQF.
       PROC-ARQF-VOLTA.
           OPEN INPUT CADLGPTMP
           OPEN OUTPUT CADARQFUNC.
       PROC-ARQF-VOLTA-RD.
           READ CADLGPTMP INTO REGARQFUNC
              AT END
                 CLOSE CADLGPTMP CADARQFUNC
                 GO TO FIM-SEC-ARQF.
           WRITE REGARQFUNC
           GO TO PROC-ARQF-VOLTA-RD.
       FIM-SEC-ARQF.
           CONTINUE.
      *----------------------------------------------------------------
      * SECAO 3 - DEPENDENTES, ATESTADOS (CID) E ORDENS JUDICIAIS
      * (BENEFICIARIO E CONTA) DE CADA CHAPA DA LISTA.
      *----------------------------------------------------------------
           OPEN I-O CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPENARQ.
           OPEN I-O CADATEST
           IF ST-ERRO = "00"
              MOVE 1 TO W-ATESTARQ.
           OPEN I-O CADPENJUD
           IF ST-ERRO = "00"
              MOVE 1 TO W-PENJUDARQ.
           MOVE LOW-VALUES TO LWK-CHAPA
           START CADLGPWK KEY IS NOT LESS LWK-CHAPA INVALID KEY
                 GO TO FIM-SEC-VINC.
       PROC-VINC.
           READ CADLGPWK NEXT RECORD
              AT END
                 GO TO FIM-SEC-VINC.
           MOVE LWK-CHAPA TO W-CHAPA
           IF W-DEPENARQ = 1
              PERFORM ANON-DEPEN THRU ANON-DEPEN-FIM.
           IF W-ATESTARQ = 1
              PERFORM ANON-ATEST THRU ANON-ATEST-FIM.
           IF W-PENJUDARQ = 1
              PERFORM ANON-PENJUD THRU ANON-PENJUD-FIM.
           GO TO PROC-VINC.
       FIM-SEC-VINC.
           IF W-DEPENARQ = 1
              CLOSE CADDEPEN.
           IF W-ATESTARQ = 1
              CLOSE CADATEST.
           IF W-PENJUDARQ = 1
              CLOSE CADPENJUD.
           MOVE ZEROS TO W-DEPENARQ W-ATESTARQ W-PENJUDARQ.
      *----------------------------------------------------------------
      * SECAO 4 - DEPENDENTES NO HISTORICO DO EXPURGO (CADARQDEPEN).
      *----------------------------------------------------------------
           OPEN INPUT CADARQDEPEN
           IF ST-ERRO NOT = "00"
              GO TO FIM-SEC-ARQD.
           OPEN OUTPUT CADLGPTMP.
       PROC-ARQD.
           READ CADARQDEPEN
              AT END
                 CLOSE CADARQDEPEN CADLGPTMP
                 GO TO PROC-ARQD-VOLTA.
           MOVE REGARQDEPEN TO REGDEPEN
           MOVE DEPENCODFUNC TO LWK-CHAPA
           READ CADLGPWK
           IF ST-ERRO = "00" AND NOMEDEPEN NOT = W-MARCANOME
              MOVE W-MARCANOME TO NOMEDEPEN
              ADD 1 TO W-TOTDEPEN.
           MOVE REGDEPEN TO REGARQDEPEN
           WRITE REGLGPTMP FROM REGARQDEPEN
           GO TO PROC-ARQD.
       PROC-ARQD-VOLTA.
           OPEN INPUT CADLGPTMP
           OPEN OUTPUT CADARQDEPEN.
       PROC-ARQD-VOLTA-RD.
           READ CADLGPTMP INTO REGARQDEPEN
              AT END
                 CLOSE CADLGPTMP CADARQDEPEN
                 GO TO FIM-SEC-ARQD.
           WRITE REGARQDEPEN
           GO TO PROC-ARQD-VOLTA-RD.
       FIM-SEC-ARQD.
           CONTINUE.
      *----------------------------------------------------------------
      * SECAO 5 - CADLOG: AS IMAGENS ANTES/DEPOIS DE CADFUNC E CADDEPEN
      * DAS CHAPAS DA LISTA GUARDAM O DADO PESSOAL; OS CAMPOS SAO
      * MASCARADOS NA IMAGEM, FICANDO OPERADOR, DATA E ACAO.
      *----------------------------------------------------------------
           OPEN INPUT CADLOG
           IF ST-ERRO NOT = "00"
              GO TO FIM-SEC-LOG.
           OPEN OUTPUT CADLGPTMP.
       PROC-LOG.
           READ CADLOG
              AT END
                 CLOSE CADLOG CADLGPTMP
                 GO TO PROC-LOG-VOLTA.
           IF LOG-ARQUIVO NOT = "CADFUNC" AND "CADDEPEN"
              GO TO PROC-LOG-GRAVA.
           IF LOG-CHAVE(1:6) NOT NUMERIC
              GO TO PROC-LOG-GRAVA.
           MOVE LOG-CHAVE(1:6) TO LWK-CHAPA
           READ CADLGPWK
           IF ST-ERRO NOT = "00"
              GO TO PROC-LOG-GRAVA.
           ADD 1 TO W-TOTLOG
      * A CONFERENCIA DAS IMAGENS DEIXA DE VALER (FPP162); O REGISTRO
      * CONTINUA NA CADEIA PELO VALOR GRAVADO NA CRIACAO.
           MOVE "A" TO LOG-ANON
           IF LOG-ARQUIVO = "CADDEPEN"
              GO TO PROC-LOG-DEPEN.
           IF LOG-ANTES NOT = SPACES
              MOVE LOG-ANTES TO REGFUNC
              PERFORM ANONIMIZA-FUNC THRU ANONIMIZA-FUNC-FIM
              MOVE REGFUNC TO LOG-ANTES.
           IF LOG-DEPOIS NOT = SPACES
              MOVE LOG-DEPOIS TO REGFUNC
              PERFORM ANONIMIZA-FUNC THRU ANONIMIZA-FUNC-FIM
              MOVE REGFUNC TO LOG-DEPOIS.
           GO TO PROC-LOG-GRAVA.
       PROC-LOG-DEPEN.
           IF LOG-ANTES NOT = SPACES
              MOVE W-MARCANOME TO LOG-ANTES(1:30).
           IF LOG-DEPOIS NOT = SPACES
              MOVE W-MARCANOME TO LOG-DEPOIS(1:30).
       PROC-LOG-GRAVA.
           WRITE REGLGPTMP FROM REGLOG
           GO TO PROC-LOG.
       PROC-LOG-VOLTA.
           OPEN INPUT CADLGPTMP
           OPEN OUTPUT CADLOG.
       PROC-LOG-VOLTA-RD.
           READ CADLGPTMP INTO REGLOG
              AT END
                 CLOSE CADLGPTMP CADLOG
                 GO TO FIM-SEC-LOG.
           WRITE REGLOG
           GO TO PROC-LOG-VOLTA-RD.
       FIM-SEC-LOG.
           CONTINUE.
      *----------------------------------------------------------------
      * SECAO 6 - REGISTRO NO CADLOG (ACAO "N") DE CADA CHAPA
      * ANONIMIZADA NESTA EXECUCAO, SO COM A IMAGEM JA MASCARADA.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO LWK-CHAPA
           START CADLGPWK KEY IS NOT LESS LWK-CHAPA INVALID KEY
                 GO TO ROT-TOTAIS.
       PROC-GRAVALOG.
           READ CADLGPWK NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF LWK-NOVA NOT = "N"
              GO TO PROC-GRAVALOG.
           MOVE LWK-CHAPA TO CODFUNC
           READ CADFUNC
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           IF ST-ERRO = "00"
              MOVE REGFUNC TO LOG-DEPOIS.
           MOVE "N" TO LOG-ACAO
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE LWK-CHAPA TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO PROC-GRAVALOG.
      *----------------------------------------------------------------
      * SOBRESCREVE OS DADOS PESSOAIS DO REGISTRO NA AREA REGFUNC.
      * FICAM CHAPA, NASCIMENTO, SEXO, LOTACAO, CARGO, DATAS DO
      * CONTRATO E AFASTAMENTO, USADOS NAS FOLHAS E DECLARACOES.
      *----------------------------------------------------------------
       ANONIMIZA-FUNC.
           MOVE W-MARCANOME TO NOME
           MOVE ZEROS TO CPF PIS FUNCCEP NUMRES
           MOVE W-MARCADOC TO RG CTPS
           MOVE SPACES TO COMPRES CONTADV
           MOVE ZEROS TO BANCO AGENCIA CONTA.
       ANONIMIZA-FUNC-FIM.
           EXIT.
      *
      * PROCESSO TRABALHISTA EM ANDAMENTO (PRC-STAT = "A") RETEM A
      * CHAPA: O DADO E NECESSARIO PARA A DEFESA EM JUIZO.
       VERIF-PROC.
           MOVE ZEROS TO W-RETIDA
           IF W-PROCARQ NOT = 1
              GO TO VERIF-PROC-FIM.
           MOVE W-CHAPA TO PRC-CODFUNC
           START CADPROC KEY IS EQUAL PRC-CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO VERIF-PROC-FIM.
       VERIF-PROC-RD.
           READ CADPROC NEXT
           IF ST-ERRO NOT = "00" OR PRC-CODFUNC NOT = W-CHAPA
              GO TO VERIF-PROC-FIM.
           IF PRC-STAT = "A"
              MOVE 1 TO W-RETIDA
              GO TO VERIF-PROC-FIM.
           GO TO VERIF-PROC-RD.
       VERIF-PROC-FIM.
           EXIT.
      *
       ANON-DEPEN.
           MOVE W-CHAPA TO DEPENCODFUNC
           MOVE ZEROS TO DEPENSEQ
           START CADDEPEN KEY IS NOT LESS DEPENKEY
           IF ST-ERRO NOT = "00"
              GO TO ANON-DEPEN-FIM.
       ANON-DEPEN-RD.
           READ CADDEPEN NEXT
           IF ST-ERRO NOT = "00" OR DEPENCODFUNC NOT = W-CHAPA
              GO TO ANON-DEPEN-FIM.
           IF NOMEDEPEN = W-MARCANOME
              GO TO ANON-DEPEN-RD.
           MOVE W-MARCANOME TO NOMEDEPEN
           REWRITE REGDEPEN
           ADD 1 TO W-TOTDEPEN
           GO TO ANON-DEPEN-RD.
       ANON-DEPEN-FIM.
           EXIT.
      *
      * O CID E DADO DE SAUDE; PERIODO E MEDICO FICAM PARA O ABONO.
       ANON-ATEST.
           MOVE W-CHAPA TO ATE-CODFUNC
           MOVE ZEROS TO ATE-SEQ
           START CADATEST KEY IS NOT LESS ATE-KEY
           IF ST-ERRO NOT = "00"
              GO TO ANON-ATEST-FIM.
       ANON-ATEST-RD.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00" OR ATE-CODFUNC NOT = W-CHAPA
              GO TO ANON-ATEST-FIM.
           IF ATE-CID = SPACES OR ATE-CID = "*****"
              GO TO ANON-ATEST-RD.
           MOVE "*****" TO ATE-CID
           REWRITE REGATEST
           ADD 1 TO W-TOTATEST
           GO TO ANON-ATEST-RD.
       ANON-ATEST-FIM.
           EXIT.
      *
      * BENEFICIARIO DA PENSAO E SUA CONTA; PERCENTUAL E TIPO FICAM.
       ANON-PENJUD.
           MOVE W-CHAPA TO PJ-CODFUNC
           MOVE ZEROS TO PJ-SEQ
           START CADPENJUD KEY IS NOT LESS PJ-KEY
           IF ST-ERRO NOT = "00"
              GO TO ANON-PENJUD-FIM.
       ANON-PENJUD-RD.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00" OR PJ-CODFUNC NOT = W-CHAPA
              GO TO ANON-PENJUD-FIM.
           IF PJ-BENEF = W-MARCANOME
              GO TO ANON-PENJUD-RD.
           MOVE W-MARCANOME TO PJ-BENEF
           MOVE ZEROS TO PJ-BANCO PJ-AGENCIA PJ-CONTA
           MOVE SPACES TO PJ-CONTADV
           REWRITE REGPENJUD
           ADD 1 TO W-TOTPENJUD
           GO TO ANON-PENJUD-RD.
       ANON-PENJUD-FIM.
           EXIT.
      *
      **********************
      * GRAVACAO DE LOG    *
      **********************
      *
       GRAVA-LOG.
                MOVE W-OPERID TO LOG-OPERID
                ACCEPT W-HOJELOG FROM DATE YYYYMMDD
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA O DOCUMENTO NO SPOOL (ARQSPOOL) E MONTA O NOME DO
      * ARQUIVO SPLnnnnnn.DOC.
      *----------------------------------------------------------------
       SPOOL-REGISTRA.
           OPEN I-O CADSPOOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 GO TO SPOOL-REGISTRA
              ELSE
                 MOVE "SPOOL000000.DOC" TO W-SPLNOME
                 GO TO SPOOL-REGISTRA-FIM.
           MOVE ZEROS TO W-SPLMAX W-SPLGER
           MOVE LOW-VALUES TO SPLSEQ
           START CADSPOOL KEY IS NOT LESS SPLSEQ
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
       SPOOL-REGISTRA-RD.
           READ CADSPOOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
           MOVE SPLSEQ TO W-SPLMAX
           IF SPLTIPO = W-SPLTIPO
              MOVE SPLGER TO W-SPLGER.
           GO TO SPOOL-REGISTRA-RD.
       SPOOL-REGISTRA-GRAVA.
           COMPUTE SPLSEQ = W-SPLMAX + 1
           MOVE W-SPLTIPO TO SPLTIPO
           MOVE W-SPLMES TO SPLMES
           MOVE W-SPLANO TO SPLANO
           MOVE W-OPERID TO SPLOPER
           ACCEPT W-SPLHOJE FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           STRING W-SPLHOJE W-SPLHORA(1:6) DELIMITED BY SIZE
                  INTO W-SPLDH
           MOVE W-SPLDH TO SPLDATAHORA
           COMPUTE SPLGER = W-SPLGER + 1
           MOVE SPLSEQ TO W-SPLNOME-SEQ
           MOVE W-SPLNOME1 TO W-SPLNOME
           MOVE W-SPLNOME TO SPLARQ
           WRITE REGSPOOL
           CLOSE CADSPOOL.
       SPOOL-REGISTRA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           WRITE REGLGPREL FROM LGP-SEP
           MOVE "CHAPAS NO CRITERIO DE PRAZO" TO LO-DESC
           MOVE W-TOTCAND TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "RETIDAS POR PROCESSO EM ANDAMENTO" TO LO-DESC
           MOVE W-TOTRETIDA TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "CADFUNC ANONIMIZADOS" TO LO-DESC
           MOVE W-TOTANON TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "HISTORICO DO EXPURGO (CADARQFUNC)" TO LO-DESC
           MOVE W-TOTARQF TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "DEPENDENTES" TO LO-DESC
           MOVE W-TOTDEPEN TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "ATESTADOS (CID)" TO LO-DESC
           MOVE W-TOTATEST TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "ORDENS JUDICIAIS (BENEFICIARIO)" TO LO-DESC
           MOVE W-TOTPENJUD TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           MOVE "IMAGENS DO CADLOG MASCARADAS" TO LO-DESC
           MOVE W-TOTLOG TO LO-QTD
           WRITE REGLGPREL FROM LGP-TOT
           CLOSE CADLGPREL
           IF W-SIMULA = "S"
              MOVE "*** SIMULACAO GERADA NO SPOOL ***" TO MENS
           ELSE
              MOVE "*** ANONIMIZACAO CONCLUIDA - VER SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-PROCARQ = 1
                   CLOSE CADPROC.
                IF W-WKARQ = 1
                   CLOSE CADLGPWK.
                CLOSE CADFUNC.
       ROT-FIM2.
                IF W-JOBREG = 1
                   MOVE "F" TO W-JOBFUNC
                   CALL "FPP122.COB" USING W-JOBPARM
                   MOVE ZEROS TO W-JOBREG.
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
