       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP160.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * RELATORIO DE SEGREGACAO DE FUNCOES: (1) OPERADORES   *
      * DO CADOPER COM DIREITOS CONFLITANTES (MANUTENCAO DE  *
      * FUNCIONARIO X APROVACAO DE PENDENCIA, CALCULO X      *
      * REMESSA, CALCULO X APROVACAO DO GESTOR, LIBERACAO DA *
      * CRITICA X REMESSA) E (2) CASOS REAIS NO PERIODO EM   *
      * QUE O MESMO OPERADOR FEZ AS DUAS PONTAS - ARQPEND,   *
      * CADLOG, ARQCRIT E ARQAPRV. SO NIVEL 1                *
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
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PNDSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCRIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRT-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAPRV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS APR-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSODREL ASSIGN TO DISK
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
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PNDSEQ                   PIC 9(06).
          03 PNDTIPO                  PIC X(01).
          03 PNDOPER                  PIC X(08).
          03 PNDAPROV                 PIC X(08).
          03 PNDDATA                  PIC 9(08).
          03 PNDSTAT                  PIC X(01).
          03 PNDCHAVE                 PIC 9(06).
          03 PNDANTES                 PIC X(182).
          03 PNDDEPOIS                PIC X(182).
      *-----------------------------------------------------------------
       FD CADCRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRIT.DAT".
       01 REGCRIT.
          03 CRT-BLOQ                 PIC 9(04).
          03 CRT-WARN                 PIC 9(04).
          03 CRT-OVR                  PIC X(01).
          03 CRT-OPER                 PIC X(08).
          03 CRT-DATA                 PIC 9(08).
          03 CRT-KEY.
              05 CRT-MES              PIC 9(02).
              05 CRT-ANO              PIC 9(04).
              05 CRT-FIL              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADAPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPRV.DAT".
       01 REGAPRV.
          03 APR-STAT                 PIC X(01).
          03 APR-RESP                 PIC 9(06).
          03 APR-DATA                 PIC 9(08).
          03 APR-KEY.
              05 APR-MES              PIC 9(02).
              05 APR-ANO              PIC 9(04).
              05 APR-FIL              PIC 9(02).
              05 APR-DEP              PIC 9(03).
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
       FD CADSODREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGSODREL   PIC X(100).
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
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-DTLIM         PIC 9(08) VALUE ZEROS.
       01 W-DATALOG       PIC 9(08) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-QTDCONF       PIC 9(04) VALUE ZEROS.
       01 W-QTDCASO       PIC 9(04) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-IDBUSCA       PIC X(08) VALUE SPACES.
       01 W-ETAPA         PIC X(02) VALUE SPACES.
       01 W-FUNCS         PIC X(18) VALUE SPACES.
       01 W-CONFS         PIC X(24) VALUE SPACES.
       01 W-POS           PIC 9(02) VALUE ZEROS.
      *----------[ FUNCOES DO MENU E NIVEL EXIGIDO (0=QUALQUER) ]-------
      * ESPELHA AS RESTRICOES DO FPPMAIN: MF=FPP004, AP=FPP054,
      * CF=FPPREL/FPP041, RB=FPP018, LC=LIBERACAO NO FPP114 COM
      * BLOQUEIOS, AF=FPP115.
       01 TABFUNCX.
          03 FILLER       PIC X(03) VALUE "MF0".
          03 FILLER       PIC X(03) VALUE "AP1".
          03 FILLER       PIC X(03) VALUE "CF1".
          03 FILLER       PIC X(03) VALUE "RB0".
          03 FILLER       PIC X(03) VALUE "LC1".
          03 FILLER       PIC X(03) VALUE "AF0".
       01 TABFUNC REDEFINES TABFUNCX.
          03 TBF-ITEM OCCURS 6 TIMES.
             05 TBF-COD   PIC X(02).
             05 TBF-NIV   PIC 9(01).
       01 W-IF            PIC 9(02) VALUE ZEROS.
       01 TABTEM.
          03 TBT-TEM      PIC 9(01) OCCURS 6 TIMES.
      *----------[ PARES CONFLITANTES (INDICES DA TABFUNC) ]------------
       01 TABPARX.
          03 FILLER       PIC X(02) VALUE "12".
          03 FILLER       PIC X(02) VALUE "34".
          03 FILLER       PIC X(02) VALUE "36".
          03 FILLER       PIC X(02) VALUE "54".
       01 TABPAR REDEFINES TABPARX.
          03 TBP-ITEM OCCURS 4 TIMES.
             05 TBP-A     PIC 9(01).
             05 TBP-B     PIC 9(01).
       01 W-IP            PIC 9(02) VALUE ZEROS.
       01 W-PA            PIC 9(01) VALUE ZEROS.
       01 W-PB            PIC 9(01) VALUE ZEROS.
      *----------[ OPERADORES E ETAPAS EXECUTADAS NO PERIODO ]----------
       01 W-QTDOPER       PIC 9(03) VALUE ZEROS.
       01 W-IX            PIC 9(03) VALUE ZEROS.
       01 W-IO            PIC 9(03) VALUE ZEROS.
       01 TABOPER.
          03 TBO-ITEM OCCURS 200 TIMES.
             05 TBO-ID    PIC X(08).
             05 TBO-NOME  PIC X(30).
             05 TBO-NIVEL PIC 9(01).
             05 TBO-STAT  PIC X(01).
             05 TBO-QTD   PIC 9(04) OCCURS 6 TIMES.
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
       01 TIT-TIT.
                03 FILLER      PIC X(35) VALUE
                   "SEGREGACAO DE FUNCOES - PERIODO ".
                03 TT-DTINI    PIC 9(08).
                03 FILLER      PIC X(03) VALUE " A ".
                03 TT-DTFIM    PIC 9(08).
                03 FILLER      PIC X(11) VALUE " - EMISSAO ".
                03 TT-HOJE     PIC 9(08).
       01 TIT-LEG.
                03 FILLER      PIC X(50) VALUE
                   "MF=MANUT.FUNC AP=APROV.PENDENCIA CF=CALCULO FOLHA".
                03 FILLER      PIC X(45) VALUE
                   " RB=REMESSA LC=LIB.CRITICA AF=APROV.GESTOR".
       01 TIT-SEP.
                03 FILLER      PIC X(90) VALUE ALL "-".
       01 TIT-SECAO.
                03 FILLER      PIC X(04) VALUE "*** ".
                03 TS-DESC     PIC X(60).
       01 TIT-LIN.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 TL-ROT      PIC X(16).
                03 FILLER      PIC X(02) VALUE ": ".
                03 TL-TXT      PIC X(75).
       01 TIT-FIM.
                03 FILLER      PIC X(30) VALUE
                   "FIM DO RELATORIO - CONFLITOS: ".
                03 TF-CONF     PIC ZZZ9.
                03 FILLER      PIC X(16) VALUE "  CASOS REAIS: ".
                03 TF-CASO     PIC ZZZ9.
       01 TIT-NADA.
                03 FILLER      PIC X(50) VALUE
                   "   NENHUM REGISTRO".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** RELATORIO DE SEGREGACAO DE FUNCOES ***".
           05  LINE 08  COLUMN 01
               VALUE  "DATA INICIAL (AAAAMMDD, 0=TUDO):".
           05  LINE 10  COLUMN 01
               VALUE  "DATA FINAL   (AAAAMMDD, 0=TUDO):".
           05  LINE 13  COLUMN 01
               VALUE  "         CONFIRMA EMISSAO (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DTINI
               LINE 08  COLUMN 34  PIC 9(08)
               USING  W-DTINI
               HIGHLIGHT.
           05  TW-DTFIM
               LINE 10  COLUMN 34  PIC 9(08)
               USING  W-DTFIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 34  PIC X(01)
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
              MOVE "*** RELATORIO DE SEGREGACAO EXIGE NIVEL 1 ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
       INC-001.
                MOVE ZEROS TO W-DTINI W-DTFIM W-QTDREG W-QTDOPER
                MOVE ZEROS TO W-QTDCONF W-QTDCASO
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY TELAPRINCIPAL.
       INC-DTINI.
                ACCEPT TW-DTINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
       INC-DTFIM.
                ACCEPT TW-DTFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTINI.
                MOVE W-DTFIM TO W-DTLIM
                IF W-DTLIM = ZEROS
                   MOVE 99999999 TO W-DTLIM.
                IF W-DTINI > W-DTLIM
                   MOVE "*** DATA INICIAL MAIOR QUE A FINAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTINI.
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
       INC-OP0.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADOPER NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "SOD" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADSODREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSODREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER
              GO TO ROT-FIM2.
           MOVE W-DTINI TO TT-DTINI
           MOVE W-DTLIM TO TT-DTFIM
           MOVE W-HOJE TO TT-HOJE
           WRITE REGSODREL FROM TIT-TIT
           WRITE REGSODREL FROM TIT-LEG
           WRITE REGSODREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * PARTE 1 - DIREITOS: NAO HA ARQUIVO DE PERMISSAO POR MENU; O
      * DIREITO DE CADA FUNCAO VEM DO NIVEL DO OPERADOR, CONFORME AS
      * RESTRICOES DO FPPMAIN (TABFUNC). O OPERADOR ENTRA NA TABELA
      * PARA A APURACAO DA PARTE 2.
      *----------------------------------------------------------------
       SEC-DIR.
           MOVE "OPERADORES COM DIREITOS CONFLITANTES (CADOPER)"
                TO TS-DESC
           WRITE REGSODREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           MOVE LOW-VALUES TO OPER-ID
           START CADOPER KEY IS NOT LESS OPER-ID
           IF ST-ERRO NOT = "00"
              GO TO SEC-DIR-FIM.
       SEC-DIR-RD.
           READ CADOPER NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEC-DIR-FIM.
           IF W-QTDOPER < 200
              ADD 1 TO W-QTDOPER
              MOVE W-QTDOPER TO W-IO
              PERFORM ZERA-OPER THRU ZERA-OPER-FIM
              MOVE OPER-ID TO TBO-ID(W-IO)
              MOVE OPER-NOME TO TBO-NOME(W-IO)
              MOVE OPER-NIVEL TO TBO-NIVEL(W-IO)
              MOVE OPER-STAT TO TBO-STAT(W-IO).
           MOVE ZEROS TO W-IF.
       SEC-DIR-FN.
           ADD 1 TO W-IF
           IF W-IF > 6
              GO TO SEC-DIR-PAR.
           MOVE ZEROS TO TBT-TEM(W-IF)
           IF TBF-NIV(W-IF) = 0 OR TBF-NIV(W-IF) = OPER-NIVEL
              MOVE 1 TO TBT-TEM(W-IF).
           GO TO SEC-DIR-FN.
       SEC-DIR-PAR.
           PERFORM MONTA-PARES THRU MONTA-PARES-FIM
           IF W-CONFS = SPACES
              GO TO SEC-DIR-RD.
           MOVE 1 TO W-ACHOU
           ADD 1 TO W-QTDCONF
           PERFORM MONTA-FUNCS THRU MONTA-FUNCS-FIM
           MOVE OPER-ID TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING OPER-NOME " NIV " OPER-NIVEL " ST " OPER-STAT
                  " " W-FUNCS
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "   CONFLITOS" TO TL-ROT
           MOVE W-CONFS TO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO SEC-DIR-RD.
       SEC-DIR-FIM.
           CLOSE CADOPER
           IF W-ACHOU = ZEROS
              WRITE REGSODREL FROM TIT-NADA.
           WRITE REGSODREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * PARTE 2A - PENDENCIA APROVADA PELO PROPRIO SOLICITANTE. O
      * FPP054 JA BARRA ESSE CASO; O QUE APARECER AQUI VEIO POR FORA.
      *----------------------------------------------------------------
       SEC-PND.
           MOVE "PENDENCIA APROVADA PELO SOLICITANTE (ARQPEND)"
                TO TS-DESC
           WRITE REGSODREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           OPEN INPUT CADPEND
           IF ST-ERRO NOT = "00"
              GO TO SEC-PND-FIM.
           MOVE ZEROS TO PNDSEQ
           START CADPEND KEY IS NOT LESS PNDSEQ
           IF ST-ERRO NOT = "00"
              CLOSE CADPEND
              GO TO SEC-PND-FIM.
       SEC-PND-RD.
           READ CADPEND NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADPEND
              GO TO SEC-PND-FIM.
           IF PNDSTAT NOT = "A" OR PNDOPER NOT = PNDAPROV
              GO TO SEC-PND-RD.
           IF PNDDATA < W-DTINI OR PNDDATA > W-DTLIM
              GO TO SEC-PND-RD.
           MOVE 1 TO W-ACHOU
           ADD 1 TO W-QTDCASO
           MOVE PNDOPER TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "MFxAP PENDENCIA " PNDSEQ " TIPO " PNDTIPO
                  " CHAPA " PNDCHAVE " DATA " PNDDATA
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO SEC-PND-RD.
       SEC-PND-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGSODREL FROM TIT-NADA.
           WRITE REGSODREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * PARTE 2B - APURACAO DAS ETAPAS DA FOLHA POR OPERADOR NO
      * PERIODO: EXECUCOES GRAVADAS PELO FPPMAIN NO CADLOG (ACAO "X",
      * PROGRAMA NA CHAVE), LIBERACOES DA CRITICA NO ARQCRIT E
      * APROVACOES DO GESTOR NO ARQAPRV.
      *----------------------------------------------------------------
       APU-LOG.
           OPEN INPUT CADLOG
           IF ST-ERRO NOT = "00"
              GO TO APU-CRIT.
       APU-LOG-RD.
           READ CADLOG
              AT END
                 CLOSE CADLOG
                 GO TO APU-CRIT.
           IF LOG-ARQUIVO NOT = "SISTEMA" OR LOG-ACAO NOT = "X"
              GO TO APU-LOG-RD.
           MOVE LOG-DATAHORA(1:8) TO W-DATALOG
           IF W-DATALOG < W-DTINI OR W-DATALOG > W-DTLIM
              GO TO APU-LOG-RD.
           MOVE SPACES TO W-ETAPA
           IF LOG-CHAVE = "FPPREL" OR LOG-CHAVE = "FPP041"
              MOVE "CF" TO W-ETAPA.
           IF LOG-CHAVE = "FPP018"
              MOVE "RB" TO W-ETAPA.
           IF LOG-CHAVE = "FPP115"
              MOVE "AF" TO W-ETAPA.
           IF W-ETAPA = SPACES
              GO TO APU-LOG-RD.
           MOVE LOG-OPERID TO W-IDBUSCA
           PERFORM CONTA-ETAPA THRU CONTA-ETAPA-FIM
           GO TO APU-LOG-RD.
      *
       APU-CRIT.
           OPEN INPUT CADCRIT
           IF ST-ERRO NOT = "00"
              GO TO APU-APRV.
           MOVE LOW-VALUES TO CRT-KEY
           START CADCRIT KEY IS NOT LESS CRT-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADCRIT
              GO TO APU-APRV.
       APU-CRIT-RD.
           READ CADCRIT NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADCRIT
              GO TO APU-APRV.
           IF CRT-OVR NOT = "S"
              GO TO APU-CRIT-RD.
           IF CRT-DATA < W-DTINI OR CRT-DATA > W-DTLIM
              GO TO APU-CRIT-RD.
           MOVE "LC" TO W-ETAPA
           MOVE CRT-OPER TO W-IDBUSCA
           PERFORM CONTA-ETAPA THRU CONTA-ETAPA-FIM
           GO TO APU-CRIT-RD.
      *----------------------------------------------------------------
      * O RESPONSAVEL DO ARQAPRV E A CHAPA DO GESTOR; ELE SO CONTA
      * COMO OPERADOR QUANDO O NOME NO CADFUNC BATE COM O OPER-NOME.
      *----------------------------------------------------------------
       APU-APRV.
           OPEN INPUT CADAPRV
           IF ST-ERRO NOT = "00"
              GO TO SEC-ETP.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              CLOSE CADAPRV
              GO TO SEC-ETP.
           MOVE LOW-VALUES TO APR-KEY
           START CADAPRV KEY IS NOT LESS APR-KEY
           IF ST-ERRO NOT = "00"
              GO TO APU-APRV-FIM.
       APU-APRV-RD.
           READ CADAPRV NEXT
           IF ST-ERRO NOT = "00"
              GO TO APU-APRV-FIM.
           IF APR-STAT NOT = "A"
              GO TO APU-APRV-RD.
           IF APR-DATA < W-DTINI OR APR-DATA > W-DTLIM
              GO TO APU-APRV-RD.
           MOVE APR-RESP TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO APU-APRV-RD.
           MOVE ZEROS TO W-IO.
       APU-APRV-OP.
           ADD 1 TO W-IO
           IF W-IO > W-QTDOPER
              GO TO APU-APRV-RD.
           IF TBO-NOME(W-IO) NOT = NOME
              GO TO APU-APRV-OP.
           MOVE "AF" TO W-ETAPA
           MOVE TBO-ID(W-IO) TO W-IDBUSCA
           PERFORM CONTA-ETAPA THRU CONTA-ETAPA-FIM
           GO TO APU-APRV-RD.
       APU-APRV-FIM.
           CLOSE CADAPRV CADFUNC.
      *----------------------------------------------------------------
      * CASOS REAIS: OPERADOR QUE NO PERIODO EXECUTOU AS DUAS PONTAS
      * DE UM PAR CONFLITANTE (A QUANTIDADE DE CADA PONTA VAI JUNTO).
      *----------------------------------------------------------------
       SEC-ETP.
           MOVE "MESMO OPERADOR NAS DUAS ETAPAS (LOG, CRITICA, GESTOR)"
                TO TS-DESC
           WRITE REGSODREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU W-IO.
       SEC-ETP-OP.
           ADD 1 TO W-IO
           IF W-IO > W-QTDOPER
              GO TO SEC-ETP-FIM.
           MOVE ZEROS TO W-IF.
       SEC-ETP-FN.
           ADD 1 TO W-IF
           IF W-IF > 6
              GO TO SEC-ETP-PAR.
           MOVE ZEROS TO TBT-TEM(W-IF)
           IF TBO-QTD(W-IO, W-IF) > ZEROS
              MOVE 1 TO TBT-TEM(W-IF).
           GO TO SEC-ETP-FN.
       SEC-ETP-PAR.
           PERFORM MONTA-PARES THRU MONTA-PARES-FIM
           IF W-CONFS = SPACES
              GO TO SEC-ETP-OP.
           MOVE 1 TO W-ACHOU
           ADD 1 TO W-QTDCASO
           MOVE TBO-ID(W-IO) TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING TBO-NOME(W-IO) " " W-CONFS
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "   EXECUCOES" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "CF " TBO-QTD(W-IO, 3) " RB " TBO-QTD(W-IO, 4)
                  " LC " TBO-QTD(W-IO, 5) " AF " TBO-QTD(W-IO, 6)
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO SEC-ETP-OP.
       SEC-ETP-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGSODREL FROM TIT-NADA.
           WRITE REGSODREL FROM TIT-SEP
           MOVE W-QTDCONF TO TF-CONF
           MOVE W-QTDCASO TO TF-CASO
           WRITE REGSODREL FROM TIT-FIM
           CLOSE CADSODREL
           GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * SOMA UMA EXECUCAO DA ETAPA W-ETAPA AO OPERADOR W-IDBUSCA; O
      * OPERADOR JA EXCLUIDO DO CADOPER ENTRA NA TABELA SEM NOME.
      *----------------------------------------------------------------
       CONTA-ETAPA.
           MOVE ZEROS TO W-IO.
       CONTA-ETAPA-OP.
           ADD 1 TO W-IO
           IF W-IO > W-QTDOPER
              GO TO CONTA-ETAPA-NOVO.
           IF TBO-ID(W-IO) NOT = W-IDBUSCA
              GO TO CONTA-ETAPA-OP.
           GO TO CONTA-ETAPA-FN.
       CONTA-ETAPA-NOVO.
           IF W-QTDOPER NOT < 200
              GO TO CONTA-ETAPA-FIM.
           ADD 1 TO W-QTDOPER
           MOVE W-QTDOPER TO W-IO
           PERFORM ZERA-OPER THRU ZERA-OPER-FIM
           MOVE W-IDBUSCA TO TBO-ID(W-IO)
           MOVE "(OPERADOR EXCLUIDO)" TO TBO-NOME(W-IO).
       CONTA-ETAPA-FN.
           MOVE ZEROS TO W-IF.
       CONTA-ETAPA-FN1.
           ADD 1 TO W-IF
           IF W-IF > 6
              GO TO CONTA-ETAPA-FIM.
           IF TBF-COD(W-IF) NOT = W-ETAPA
              GO TO CONTA-ETAPA-FN1.
           IF TBO-QTD(W-IO, W-IF) < 9999
              ADD 1 TO TBO-QTD(W-IO, W-IF).
       CONTA-ETAPA-FIM.
           EXIT.
      *
       ZERA-OPER.
           MOVE SPACES TO TBO-ID(W-IO) TBO-NOME(W-IO) TBO-STAT(W-IO)
           MOVE ZEROS TO TBO-NIVEL(W-IO)
           MOVE ZEROS TO W-IF.
       ZERA-OPER-1.
           ADD 1 TO W-IF
           IF W-IF > 6
              GO TO ZERA-OPER-FIM.
           MOVE ZEROS TO TBO-QTD(W-IO, W-IF)
           GO TO ZERA-OPER-1.
       ZERA-OPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MONTA EM W-CONFS OS PARES DA TABPAR EM QUE AS DUAS FUNCOES
      * ESTAO MARCADAS NA TABTEM (EX. "MFxAP CFxRB ").
      *----------------------------------------------------------------
       MONTA-PARES.
           MOVE SPACES TO W-CONFS
           MOVE 1 TO W-POS
           MOVE ZEROS TO W-IP.
       MONTA-PARES-1.
           ADD 1 TO W-IP
           IF W-IP > 4
              GO TO MONTA-PARES-FIM.
           MOVE TBP-A(W-IP) TO W-PA
           MOVE TBP-B(W-IP) TO W-PB
           IF TBT-TEM(W-PA) = 0 OR TBT-TEM(W-PB) = 0
              GO TO MONTA-PARES-1.
           MOVE TBF-COD(W-PA) TO W-CONFS(W-POS:2)
           MOVE "x" TO W-CONFS(W-POS + 2:1)
           MOVE TBF-COD(W-PB) TO W-CONFS(W-POS + 3:2)
           ADD 6 TO W-POS
           GO TO MONTA-PARES-1.
       MONTA-PARES-FIM.
           EXIT.
      *
       MONTA-FUNCS.
           MOVE SPACES TO W-FUNCS
           MOVE 1 TO W-POS
           MOVE ZEROS TO W-IF.
       MONTA-FUNCS-1.
           ADD 1 TO W-IF
           IF W-IF > 6
              GO TO MONTA-FUNCS-FIM.
           IF TBT-TEM(W-IF) = 1
              MOVE TBF-COD(W-IF) TO W-FUNCS(W-POS:2)
              ADD 3 TO W-POS.
           GO TO MONTA-FUNCS-1.
       MONTA-FUNCS-FIM.
           EXIT.
      *
       GRAVA-LIN.
           WRITE REGSODREL FROM TIT-LIN
           ADD 1 TO W-QTDREG.
       GRAVA-LIN-FIM.
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
           MOVE "*** SEGREGACAO DE FUNCOES GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
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
