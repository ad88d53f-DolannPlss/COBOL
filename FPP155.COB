       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP155.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AGENDA DE OBRIGACOES DA FOLHA: VENCIMENTO DE CADA     *
      * OBRIGACAO (SALARIO, ADIANTAMENTO, FGTS, GPS, DARF,   *
      * ESOCIAL, CAGED, PEDIDOS DE VT/VR E REPASSE SINDICAL) *
      * POR COMPETENCIA E FILIAL, DESVIADO PARA DIA UTIL PELO *
      * CALENDARIO DE FERIADOS, COM A SITUACAO CUMPRIDA/     *
      * PENDENTE CONFORME O LIVRO DE CONTROLE (ARQRUNCTL) E  *
      * O SPOOL. TIPO 2 = MONITOR DIARIO: O QUE VENCE NOS    *
      * PROXIMOS 5 DIAS UTEIS E O QUE JA VENCEU. SAI NO SPOOL*
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERIDATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAGWK ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS WK-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAGREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * LIVRO DE CONTROLE DO FECHAMENTO (FPP041) E DOS GERADORES DE
      * OBRIGACOES. ETAPA COM RUNSTAT = "C" CONTA COMO CUMPRIDA.
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
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 FERIDATA                 PIC 9(08).
          03 FERIDESC                 PIC X(30).
      *-----------------------------------------------------------------
       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFILIAL.DAT".
       01 REGFILIAL.
          03 FILCOD                   PIC 9(02).
          03 FILRAZAO                 PIC X(30).
          03 FILCNPJ                  PIC 9(14).
          03 FILCIDADE                PIC X(20).
          03 FILUF                    PIC X(02).
          03 FILSTAT                  PIC X(01).
          03 FILFAP                   PIC 9V9999.
      *-----------------------------------------------------------------
      * ARQUIVO DE TRABALHO (REFEITO A CADA EMISSAO) PARA LISTAR AS
      * OBRIGACOES NA ORDEM VENCIMENTO / FILIAL / COMPETENCIA.
       FD CADAGWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAGWK.DAT".
       01 REGAGWK.
          03 WK-DESC                  PIC X(30).
          03 WK-SIT                   PIC X(08).
          03 WK-DTCUMPR               PIC 9(08).
          03 WK-KEY.
              05 WK-VENCTO            PIC 9(08).
              05 WK-FIL               PIC 9(02).
              05 WK-CANO              PIC 9(04).
              05 WK-CMES              PIC 9(02).
              05 WK-IX                PIC 9(02).
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
       FD CADAGREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGAGREL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-MODO          PIC 9(01) VALUE ZEROS.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-RUNARQ        PIC 9(01) VALUE ZEROS.
       01 W-FERIARQ       PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-SPOOLARQ      PIC 9(01) VALUE ZEROS.
       01 W-WKARQ         PIC 9(01) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-CICLO         PIC 9(02) VALUE ZEROS.
       01 W-TOTMESES      PIC 9(06) VALUE ZEROS.
       01 W-CMES          PIC 9(02) VALUE ZEROS.
       01 W-CANO          PIC 9(04) VALUE ZEROS.
       01 W-CFIL          PIC 9(02) VALUE ZEROS.
       01 W-ABRSEL        PIC X(01) VALUE SPACES.
       01 W-VENCTO        PIC 9(08) VALUE ZEROS.
       01 W-LIMITE        PIC 9(08) VALUE ZEROS.
       01 W-CUMPR         PIC 9(01) VALUE ZEROS.
       01 W-DTCUMPR       PIC 9(08) VALUE ZEROS.
       01 W-NUTIL         PIC 9(02) VALUE ZEROS.
       01 W-UTIL          PIC 9(01) VALUE ZEROS.
       01 W-QTDCUMP       PIC 9(04) VALUE ZEROS.
       01 W-QTDPEND       PIC 9(04) VALUE ZEROS.
       01 W-QTDVENC       PIC 9(04) VALUE ZEROS.
      *----------[ CALCULO DE DIA UTIL ]--------------------------------
       01 W-REGRA         PIC X(01) VALUE "A".
       01 W-DATAPAG       PIC 9(08) VALUE ZEROS.
       01 W-PAGDIA        PIC 9(02) VALUE ZEROS.
       01 W-PAGMES        PIC 9(02) VALUE ZEROS.
       01 W-PAGANO        PIC 9(04) VALUE ZEROS.
       01 W-PAGULT        PIC 9(02) VALUE ZEROS.
       01 W-ZY            PIC 9(04) VALUE ZEROS.
       01 W-ZM            PIC 9(02) VALUE ZEROS.
       01 W-ZT1           PIC 9(04) VALUE ZEROS.
       01 W-ZT2           PIC 9(04) VALUE ZEROS.
       01 W-ZT3           PIC 9(04) VALUE ZEROS.
       01 W-ZT4           PIC 9(04) VALUE ZEROS.
       01 W-ZSUM          PIC 9(06) VALUE ZEROS.
       01 W-ZH            PIC 9(01) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
      *----------[ TABELA DE OBRIGACOES ]-------------------------------
      * ETAPA (CHAVE NO ARQRUNCTL E TIPO NO SPOOL), DESCRICAO, REGRA
      * DO VENCIMENTO, DIA, DESVIO E ABRANGENCIA.
      * REGRA: U = N-ESIMO DIA UTIL DO MES SEGUINTE A COMPETENCIA
      *        C = DIA FIXO DO PROPRIO MES DA COMPETENCIA
      *        D = DIA FIXO DO MES SEGUINTE A COMPETENCIA
      *        L = ULTIMO DIA UTIL DO MES ANTERIOR A COMPETENCIA
      * DESVIO (DIA NAO UTIL): A = ANTECIPA, P = POSTERGA.
      * ABRANGENCIA: F = POR FILIAL, E = EMPRESA (RUNFIL = 00).
       01 TABOBRIG.
          03 FILLER PIC X(08) VALUE "REMESSA".
          03 FILLER PIC X(30) VALUE "SALARIO MENSAL (5O DIA UTIL)".
          03 FILLER PIC X(05) VALUE "U05PF".
          03 FILLER PIC X(08) VALUE "ADIANT".
          03 FILLER PIC X(30) VALUE "ADIANTAMENTO SALARIAL".
          03 FILLER PIC X(05) VALUE "C20AE".
          03 FILLER PIC X(08) VALUE "FGTS".
          03 FILLER PIC X(30) VALUE "FGTS MENSAL".
          03 FILLER PIC X(05) VALUE "D20AF".
          03 FILLER PIC X(08) VALUE "GPS".
          03 FILLER PIC X(30) VALUE "GPS - CONTRIBUICAO INSS".
          03 FILLER PIC X(05) VALUE "D20AF".
          03 FILLER PIC X(08) VALUE "DARF".
          03 FILLER PIC X(30) VALUE "DARF - IRRF".
          03 FILLER PIC X(05) VALUE "D20AF".
          03 FILLER PIC X(08) VALUE "ESOCIAL".
          03 FILLER PIC X(30) VALUE "ESOCIAL - FECHAMENTO PERIODICO".
          03 FILLER PIC X(05) VALUE "D15AF".
          03 FILLER PIC X(08) VALUE "CAGED".
          03 FILLER PIC X(30) VALUE "CAGED".
          03 FILLER PIC X(05) VALUE "D07AE".
          03 FILLER PIC X(08) VALUE "PEDVT".
          03 FILLER PIC X(30) VALUE "PEDIDO DE VALE-TRANSPORTE".
          03 FILLER PIC X(05) VALUE "L00AE".
          03 FILLER PIC X(08) VALUE "PEDVR".
          03 FILLER PIC X(30) VALUE "PEDIDO DE VALE-REFEICAO".
          03 FILLER PIC X(05) VALUE "L00AE".
          03 FILLER PIC X(08) VALUE "SINDREP".
          03 FILLER PIC X(30) VALUE "REPASSE SINDICAL".
          03 FILLER PIC X(05) VALUE "D10AE".
       01 TABOBRIGX REDEFINES TABOBRIG.
          03 TBO-ITEM OCCURS 10 TIMES.
              05 TBO-STEP             PIC X(08).
              05 TBO-DESC             PIC X(30).
              05 TBO-REGRA            PIC X(01).
              05 TBO-DIA              PIC 9(02).
              05 TBO-DESVIO           PIC X(01).
              05 TBO-ABRANG           PIC X(01).
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
       01 AGD-SEP.
                03 FILLER      PIC X(78) VALUE ALL "-".
       01 AGD-TIT1.
                03 FILLER      PIC X(47) VALUE
                   "AGENDA DE OBRIGACOES DA FOLHA - COMPETENCIA ".
                03 AGD-TMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 AGD-TANO    PIC 9999.
                03 FILLER      PIC X(09) VALUE " - FILIAL".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 AGD-TFIL    PIC 99.
       01 AGD-TIT2.
                03 FILLER      PIC X(44) VALUE
                   "OBRIGACOES A VENCER E VENCIDAS - POSICAO ".
                03 AGD-THOJE   PIC 99/99/9999.
                03 FILLER      PIC X(16) VALUE "  - JANELA ATE ".
                03 AGD-TLIM    PIC 99/99/9999.
       01 AGD-CAB.
                03 FILLER      PIC X(34) VALUE
                   "VENCIMENTO  FL  COMPET   OBRIGACAO".
                03 FILLER      PIC X(23) VALUE SPACES.
                03 FILLER      PIC X(21) VALUE
                   "SITUACAO  CUMPRIDA EM".
       01 AGD-DET.
                03 AGD-VENC    PIC 99/99/9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 AGD-FIL     PIC 99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 AGD-CMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 AGD-CANO    PIC 9999.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 AGD-DESC    PIC X(30).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 AGD-SIT     PIC X(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 AGD-CUMPR   PIC X(10).
       01 AGD-ROD1.
                03 FILLER      PIC X(38) VALUE
                   "OBRIGACOES CUMPRIDAS ................:".
                03 AGD-RCUMP   PIC ZZZ9.
       01 AGD-ROD2.
                03 FILLER      PIC X(38) VALUE
                   "OBRIGACOES PENDENTES ................:".
                03 AGD-RPEND   PIC ZZZ9.
       01 AGD-ROD3.
                03 FILLER      PIC X(38) VALUE
                   "OBRIGACOES VENCIDAS .................:".
                03 AGD-RVENC   PIC ZZZ9.
       01 AGD-ROD4.
                03 FILLER      PIC X(44) VALUE
                   "FL 00 = OBRIGACAO UNICA DA EMPRESA".
       01 W-DATAED.
                03 W-DATAED-DD PIC 99.
                03 W-DATAED-MM PIC 99.
                03 W-DATAED-AA PIC 9999.
       01 W-DATAEDN REDEFINES W-DATAED PIC 9(08).
       01 W-DATAFMT       PIC 99/99/9999.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** AGENDA DE OBRIGACOES DA FOLHA ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         TIPO DE EMISSAO ".
           05  LINE 09  COLUMN 42
               VALUE  "(1/2)     :".
           05  LINE 10  COLUMN 26
               VALUE  "1=AGENDA DA COMPETENCIA  2=MONITOR DIARIO".
           05  LINE 12  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 12  COLUMN 42
               VALUE  "AAAA)     :".
           05  LINE 12  COLUMN 56
               VALUE  "/".
           05  LINE 14  COLUMN 01
               VALUE  "                         FILIAL (MATRIZ=01)".
           05  LINE 14  COLUMN 44
               VALUE  "        :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 42
               VALUE  "(S/N)     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MODO
               LINE 09  COLUMN 54  PIC 9
               USING  W-MODO
               HIGHLIGHT.
           05  TW-MESCOMPET
               LINE 12  COLUMN 54  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  TW-ANOCOMPET
               LINE 12  COLUMN 57  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-FILIALSEL
               LINE 14  COLUMN 54  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE 1 TO W-MODO
                MOVE W-HOJE(5:2) TO W-MESCOMPET
                MOVE W-HOJE(1:4) TO W-ANOCOMPET
                MOVE 01 TO W-FILIALSEL
                MOVE ZEROS TO W-QTDCUMP W-QTDPEND W-QTDVENC
                DISPLAY TELAPRINCIPAL.
       INC-MODO.
                ACCEPT TW-MODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
                IF W-MODO NOT = 1 AND W-MODO NOT = 2
                   MOVE "*** DIGITE 1=AGENDA OU 2=MONITOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MODO.
                IF W-MODO = 2
                   GO TO INC-OPC.
       INC-COMPET.
                ACCEPT TW-MESCOMPET
                ACCEPT TW-ANOCOMPET
                IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
                   OR W-ANOCOMPET < 1990
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
       INC-FILIAL.
                ACCEPT TW-FILIALSEL
                IF W-FILIALSEL < 1
                   MOVE "*** INFORME A FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
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
      * ARQUIVOS DE APOIO SAO OPCIONAIS: SEM LIVRO DE CONTROLE NEM
      * SPOOL TUDO FICA PENDENTE; SEM CALENDARIO SO FINS DE SEMANA
      * DESVIAM O VENCIMENTO.
       INC-OP0.
           MOVE ZEROS TO W-RUNARQ W-FERIARQ W-FILARQ W-SPOOLARQ
                         W-WKARQ
           OPEN INPUT CADRUNCTL
           IF ST-ERRO = "00"
              MOVE 1 TO W-RUNARQ.
           OPEN INPUT CADFERIAD
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERIARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADSPOOL
           IF ST-ERRO = "00"
              MOVE 1 TO W-SPOOLARQ.
           OPEN OUTPUT CADAGWK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGWK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADAGWK
           OPEN I-O CADAGWK
           MOVE 1 TO W-WKARQ
           IF W-MODO = 2
              GO TO MON-INI.
      *----------------------------------------------------------------
      * TIPO 1: TODAS AS OBRIGACOES DA COMPETENCIA - AS DA EMPRESA
      * (FILIAL 00) E AS DA FILIAL INFORMADA.
      *----------------------------------------------------------------
       AGE-INI.
           MOVE W-MESCOMPET TO W-CMES
           MOVE W-ANOCOMPET TO W-CANO
           MOVE ZEROS TO W-CFIL
           MOVE "E" TO W-ABRSEL
           PERFORM AVALIA-TAB THRU AVALIA-TAB-FIM
           MOVE W-FILIALSEL TO W-CFIL
           MOVE "F" TO W-ABRSEL
           PERFORM AVALIA-TAB THRU AVALIA-TAB-FIM
           GO TO EMITE.
      *----------------------------------------------------------------
      * TIPO 2: MONITOR DIARIO. JANELA = HOJE ATE O 5O DIA UTIL
      * SEGUINTE. VARRE DA COMPETENCIA ATUAL MENOS 3 ATE A SEGUINTE
      * (OS PEDIDOS DE VT/VR DA COMPETENCIA SEGUINTE VENCEM NESTE
      * MES), TODAS AS FILIAIS ATIVAS.
      *----------------------------------------------------------------
       MON-INI.
           MOVE W-HOJE(7:2) TO W-PAGDIA
           MOVE W-HOJE(5:2) TO W-PAGMES
           MOVE W-HOJE(1:4) TO W-PAGANO
           MOVE ZEROS TO W-NUTIL.
       MON-LIMITE.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              ADD 1 TO W-NUTIL.
           IF W-NUTIL < 5
              GO TO MON-LIMITE.
           MOVE W-DATAPAG TO W-LIMITE
           MOVE W-HOJE(1:4) TO W-CANO
           MOVE W-HOJE(5:2) TO W-CMES
           COMPUTE W-TOTMESES = W-CANO * 12 + W-CMES - 1 - 3
           MOVE 1 TO W-CICLO.
       MON-COMP.
           IF W-CICLO > 5
              GO TO EMITE.
           DIVIDE W-TOTMESES BY 12 GIVING W-CANO REMAINDER W-CMES
           ADD 1 TO W-CMES
           MOVE ZEROS TO W-CFIL
           MOVE "E" TO W-ABRSEL
           PERFORM AVALIA-TAB THRU AVALIA-TAB-FIM
           MOVE "F" TO W-ABRSEL
           IF W-FILARQ NOT = 1
              MOVE 01 TO W-CFIL
              PERFORM AVALIA-TAB THRU AVALIA-TAB-FIM
              GO TO MON-PROX.
           MOVE ZEROS TO FILCOD
           START CADFILIAL KEY IS NOT LESS FILCOD
           IF ST-ERRO NOT = "00"
              GO TO MON-PROX.
       MON-FIL.
           READ CADFILIAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO MON-PROX.
           IF FILSTAT NOT = "A"
              GO TO MON-FIL.
           MOVE FILCOD TO W-CFIL
           PERFORM AVALIA-TAB THRU AVALIA-TAB-FIM
           GO TO MON-FIL.
       MON-PROX.
           ADD 1 TO W-CICLO
           ADD 1 TO W-TOTMESES
           GO TO MON-COMP.
      *----------------------------------------------------------------
      * AVALIA AS OBRIGACOES DA ABRANGENCIA W-ABRSEL PARA A
      * COMPETENCIA W-CMES/W-CANO E A FILIAL W-CFIL. NO MONITOR SO
      * ENTRAM AS NAO CUMPRIDAS VENCIDAS OU QUE VENCEM NA JANELA.
      *----------------------------------------------------------------
       AVALIA-TAB.
           MOVE 1 TO W-IX.
       AVALIA-TAB-LP.
           IF W-IX > 10
              GO TO AVALIA-TAB-FIM.
           IF TBO-ABRANG(W-IX) NOT = W-ABRSEL
              GO TO AVALIA-TAB-PROX.
           PERFORM CALC-VENCTO THRU CALC-VENCTO-FIM
           PERFORM VERIF-CUMPRIDA THRU VERIF-CUMPRIDA-FIM
           IF W-CUMPR = 1
              IF W-MODO = 2
                 GO TO AVALIA-TAB-PROX
              ELSE
                 MOVE "CUMPRIDA" TO WK-SIT
                 ADD 1 TO W-QTDCUMP
                 GO TO AVALIA-TAB-GRAVA.
           IF W-VENCTO < W-HOJE
              MOVE "VENCIDA" TO WK-SIT
              ADD 1 TO W-QTDVENC
              GO TO AVALIA-TAB-GRAVA.
           IF W-MODO = 2 AND W-VENCTO > W-LIMITE
              GO TO AVALIA-TAB-PROX.
           MOVE "PENDENTE" TO WK-SIT
           ADD 1 TO W-QTDPEND.
       AVALIA-TAB-GRAVA.
           MOVE TBO-DESC(W-IX) TO WK-DESC
           MOVE W-DTCUMPR TO WK-DTCUMPR
           MOVE W-VENCTO TO WK-VENCTO
           MOVE W-CFIL TO WK-FIL
           MOVE W-CANO TO WK-CANO
           MOVE W-CMES TO WK-CMES
           MOVE W-IX TO WK-IX
           WRITE REGAGWK.
       AVALIA-TAB-PROX.
           ADD 1 TO W-IX
           GO TO AVALIA-TAB-LP.
       AVALIA-TAB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VENCIMENTO DA OBRIGACAO W-IX NA COMPETENCIA W-CMES/W-CANO,
      * CONFORME A REGRA DA TABELA, DESVIADO PARA DIA UTIL.
      *----------------------------------------------------------------
       CALC-VENCTO.
           MOVE W-CMES TO W-PAGMES
           MOVE W-CANO TO W-PAGANO
           IF TBO-REGRA(W-IX) = "C"
              GO TO CALC-VENCTO-FIXO.
           IF TBO-REGRA(W-IX) = "L"
              SUBTRACT 1 FROM W-PAGMES
              IF W-PAGMES = ZEROS
                 MOVE 12 TO W-PAGMES
                 SUBTRACT 1 FROM W-PAGANO.
           IF TBO-REGRA(W-IX) = "L"
              PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
              MOVE W-PAGULT TO W-PAGDIA
              MOVE "A" TO W-REGRA
              GO TO CALC-VENCTO-AJUSTA.
           ADD 1 TO W-PAGMES
           IF W-PAGMES > 12
              MOVE 01 TO W-PAGMES
              ADD 1 TO W-PAGANO.
           IF TBO-REGRA(W-IX) = "U"
              MOVE 01 TO W-PAGDIA
              MOVE ZEROS TO W-NUTIL
              GO TO CALC-VENCTO-CONTA.
       CALC-VENCTO-FIXO.
           MOVE TBO-DIA(W-IX) TO W-PAGDIA
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-PAGDIA > W-PAGULT
              MOVE W-PAGULT TO W-PAGDIA.
           MOVE TBO-DESVIO(W-IX) TO W-REGRA.
       CALC-VENCTO-AJUSTA.
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              GO TO CALC-VENCTO-OK.
           IF W-REGRA = "P"
              PERFORM PROX-DIA THRU PROX-DIA-FIM
           ELSE
              PERFORM ANT-DIA THRU ANT-DIA-FIM.
           GO TO CALC-VENCTO-AJUSTA.
       CALC-VENCTO-CONTA.
           PERFORM TESTA-UTIL THRU TESTA-UTIL-FIM
           IF W-UTIL = 1
              ADD 1 TO W-NUTIL.
           IF W-NUTIL NOT < TBO-DIA(W-IX)
              GO TO CALC-VENCTO-OK.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           GO TO CALC-VENCTO-CONTA.
       CALC-VENCTO-OK.
           MOVE W-DATAPAG TO W-VENCTO.
       CALC-VENCTO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CUMPRIDA QUANDO A ETAPA ESTA CONCLUIDA NO LIVRO DE CONTROLE
      * (CHAVE COMPETENCIA/FILIAL/ETAPA) OU QUANDO HA DOCUMENTO NO
      * SPOOL DO MESMO TIPO E COMPETENCIA.
      *----------------------------------------------------------------
       VERIF-CUMPRIDA.
           MOVE ZEROS TO W-CUMPR W-DTCUMPR
           IF W-RUNARQ NOT = 1
              GO TO VERIF-CUMPRIDA-SPL.
           MOVE W-CMES TO RUNMES
           MOVE W-CANO TO RUNANO
           MOVE W-CFIL TO RUNFIL
           MOVE TBO-STEP(W-IX) TO RUNSTEP
           READ CADRUNCTL
           IF ST-ERRO = "00" AND RUNSTAT = "C"
              MOVE 1 TO W-CUMPR
              MOVE RUNFIM(1:8) TO W-DTCUMPR
              GO TO VERIF-CUMPRIDA-FIM.
       VERIF-CUMPRIDA-SPL.
           IF W-SPOOLARQ NOT = 1
              GO TO VERIF-CUMPRIDA-FIM.
           MOVE LOW-VALUES TO SPLSEQ
           START CADSPOOL KEY IS NOT LESS SPLSEQ
           IF ST-ERRO NOT = "00"
              GO TO VERIF-CUMPRIDA-FIM.
       VERIF-CUMPRIDA-RD.
           READ CADSPOOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-CUMPRIDA-FIM.
           IF SPLTIPO NOT = TBO-STEP(W-IX)
              OR SPLMES NOT = W-CMES OR SPLANO NOT = W-CANO
              GO TO VERIF-CUMPRIDA-RD.
           MOVE 1 TO W-CUMPR
           MOVE SPLDATAHORA(1:8) TO W-DTCUMPR.
       VERIF-CUMPRIDA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EMISSAO NO SPOOL, NA ORDEM DO ARQUIVO DE TRABALHO.
      *----------------------------------------------------------------
       EMITE.
           IF W-SPOOLARQ = 1
              CLOSE CADSPOOL
              MOVE ZEROS TO W-SPOOLARQ.
           IF W-MODO = 2
              IF W-QTDPEND = ZEROS AND W-QTDVENC = ZEROS
                 MOVE "*** NENHUMA OBRIGACAO PENDENTE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-MODO = 2
              MOVE "AGENDDIA" TO W-SPLTIPO
              MOVE W-HOJE(5:2) TO W-SPLMES
              MOVE W-HOJE(1:4) TO W-SPLANO
           ELSE
              MOVE "AGENDA" TO W-SPLTIPO
              MOVE W-MESCOMPET TO W-SPLMES
              MOVE W-ANOCOMPET TO W-SPLANO.
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADAGREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-MODO = 2
              GO TO EMITE-TIT2.
           MOVE W-MESCOMPET TO AGD-TMES
           MOVE W-ANOCOMPET TO AGD-TANO
           MOVE W-FILIALSEL TO AGD-TFIL
           WRITE REGAGREL FROM AGD-TIT1
           GO TO EMITE-CAB.
       EMITE-TIT2.
           MOVE W-HOJE(7:2) TO W-DATAED-DD
           MOVE W-HOJE(5:2) TO W-DATAED-MM
           MOVE W-HOJE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO AGD-THOJE
           MOVE W-LIMITE(7:2) TO W-DATAED-DD
           MOVE W-LIMITE(5:2) TO W-DATAED-MM
           MOVE W-LIMITE(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO AGD-TLIM
           WRITE REGAGREL FROM AGD-TIT2.
       EMITE-CAB.
           WRITE REGAGREL FROM AGD-SEP
           WRITE REGAGREL FROM AGD-CAB
           WRITE REGAGREL FROM AGD-SEP
           MOVE LOW-VALUES TO WK-KEY
           START CADAGWK KEY IS NOT LESS WK-KEY INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADAGWK NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           MOVE WK-VENCTO(7:2) TO W-DATAED-DD
           MOVE WK-VENCTO(5:2) TO W-DATAED-MM
           MOVE WK-VENCTO(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO AGD-VENC
           MOVE WK-FIL TO AGD-FIL
           MOVE WK-CMES TO AGD-CMES
           MOVE WK-CANO TO AGD-CANO
           MOVE WK-DESC TO AGD-DESC
           MOVE WK-SIT TO AGD-SIT
           MOVE SPACES TO AGD-CUMPR
           IF WK-DTCUMPR NOT = ZEROS
              MOVE WK-DTCUMPR(7:2) TO W-DATAED-DD
              MOVE WK-DTCUMPR(5:2) TO W-DATAED-MM
              MOVE WK-DTCUMPR(1:4) TO W-DATAED-AA
              MOVE W-DATAEDN TO W-DATAFMT
              MOVE W-DATAFMT TO AGD-CUMPR.
           WRITE REGAGREL FROM AGD-DET
           GO TO LE-TRAB.
       FIM-EMITE.
           WRITE REGAGREL FROM AGD-SEP
           IF W-MODO = 1
              MOVE W-QTDCUMP TO AGD-RCUMP
              WRITE REGAGREL FROM AGD-ROD1.
           MOVE W-QTDPEND TO AGD-RPEND
           WRITE REGAGREL FROM AGD-ROD2
           MOVE W-QTDVENC TO AGD-RVENC
           WRITE REGAGREL FROM AGD-ROD3
           WRITE REGAGREL FROM AGD-ROD4
           CLOSE CADAGREL
           IF W-QTDVENC > ZEROS
              MOVE "*** HA OBRIGACOES VENCIDAS - VER SPOOL ***" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * DIA UTIL: SEGUNDA A SEXTA QUE NAO CONSTA DO CALENDARIO DE
      * FERIADOS (FPP049). W-UTIL = 1 QUANDO W-PAGDIA/MES/ANO E UTIL.
      *----------------------------------------------------------------
       TESTA-UTIL.
           COMPUTE W-DATAPAG = W-PAGANO * 10000 + W-PAGMES * 100
                 + W-PAGDIA
           MOVE 1 TO W-UTIL
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-ZH < 2
              MOVE ZEROS TO W-UTIL
              GO TO TESTA-UTIL-FIM.
           IF W-FERIARQ = 1
              MOVE W-DATAPAG TO FERIDATA
              READ CADFERIAD
              IF ST-ERRO = "00"
                 MOVE ZEROS TO W-UTIL.
       TESTA-UTIL-FIM.
           EXIT.
      *
       PROX-DIA.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           ADD 1 TO W-PAGDIA
           IF W-PAGDIA NOT > W-PAGULT
              GO TO PROX-DIA-FIM.
           MOVE 01 TO W-PAGDIA
           ADD 1 TO W-PAGMES
           IF W-PAGMES > 12
              MOVE 01 TO W-PAGMES
              ADD 1 TO W-PAGANO.
       PROX-DIA-FIM.
           EXIT.
      *
       ANT-DIA.
           SUBTRACT 1 FROM W-PAGDIA
           IF W-PAGDIA NOT = ZEROS
              GO TO ANT-DIA-FIM.
           SUBTRACT 1 FROM W-PAGMES
           IF W-PAGMES = ZEROS
              MOVE 12 TO W-PAGMES
              SUBTRACT 1 FROM W-PAGANO.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE W-PAGULT TO W-PAGDIA.
       ANT-DIA-FIM.
           EXIT.
      *
      * DIA DA SEMANA POR ZELLER: W-ZH 0=SABADO 1=DOMINGO 2=SEGUNDA...
       CALC-DIASEM.
           MOVE W-PAGANO TO W-ZY
           MOVE W-PAGMES TO W-ZM
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZY.
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZY BY 4 GIVING W-ZT2
           DIVIDE W-ZY BY 100 GIVING W-ZT3
           DIVIDE W-ZY BY 400 GIVING W-ZT4
           COMPUTE W-ZSUM = W-PAGDIA + W-ZT1 + W-ZY + W-ZT2 - W-ZT3
                 + W-ZT4
           DIVIDE W-ZSUM BY 7 GIVING W-TMPA REMAINDER W-ZH.
       CALC-DIASEM-FIM.
           EXIT.
      *
       CALC-ULTDIA.
           MOVE 31 TO W-PAGULT
           IF W-PAGMES = 4 OR W-PAGMES = 6 OR W-PAGMES = 9
              OR W-PAGMES = 11
              MOVE 30 TO W-PAGULT.
           IF W-PAGMES = 2
              MOVE 28 TO W-PAGULT
              DIVIDE W-PAGANO BY 4 GIVING W-TMPA REMAINDER W-REM4
              DIVIDE W-PAGANO BY 100 GIVING W-TMPA REMAINDER W-REM100
              DIVIDE W-PAGANO BY 400 GIVING W-TMPA REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-PAGULT.
       CALC-ULTDIA-FIM.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-RUNARQ = 1
                   CLOSE CADRUNCTL.
                IF W-FERIARQ = 1
                   CLOSE CADFERIAD.
                IF W-FILARQ = 1
                   CLOSE CADFILIAL.
                IF W-SPOOLARQ = 1
                   CLOSE CADSPOOL.
                IF W-WKARQ = 1
                   CLOSE CADAGWK.
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
