       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP185.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * VIRADA DE ANO: COM TODAS AS COMPETENCIAS DO ANO      *
      * ENCERRADO FECHADAS (FPP038), ABRE AS DO ANO NOVO EM  *
      * TODAS AS FILIAIS ATIVAS, MOVE O ARQAPONT, ARQLANC,   *
      * ARQPONTO E ARQCOPART DO ANO ENCERRADO PARA OS        *
      * ARQUIVOS MORTOS ANUAIS E CONFERE O CALENDARIO DE     *
      * FERIADOS DO ANO NOVO. LIVRO DE CONTROLE POR ETAPA    *
      * (ARQRUNCTL) COMO NO FPP041: ETAPA CONCLUIDA NAO RODA *
      * DE NOVO E A RETOMADA COMECA NA PRIMEIRA INCOMPLETA.  *
      * O RELATORIO NO SPOOL TRAZ AS QUANTIDADES POR ARQUIVO *
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
           SELECT CADCOMPET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPTKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAPONT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS APONTKEY
                      ALTERNATE RECORD KEY IS APONTCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLANC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LANCKEY
                      ALTERNATE RECORD KEY IS LANCCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PON-KEY
                      ALTERNATE RECORD KEY IS PON-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCOPART ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COP-KEY
                      ALTERNATE RECORD KEY IS COP-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERIDATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADARQV ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBATHIS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADVIRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * LIVRO DE CONTROLE: A VIRADA USA O MES 00 DO ANO ENCERRADO E A
      * FILIAL 00, UMA CHAVE POR ETAPA.
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
       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
          03 CPTSTAT                  PIC X(01).
          03 CPTKEY.
              05 CPTMES               PIC 9(02).
              05 CPTANO               PIC 9(04).
              05 CPTFIL               PIC 9(02).
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
          03 FILFAP                   PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD CADAPONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPONT.DAT".
       01 REGAPONT.
          03 APONTHORAS               PIC 9(03)V99.
          03 APONTDIAS                PIC 9(02).
          03 APONTFALTAS              PIC 9(02).
          03 APONTHEX50               PIC 9(03)V99.
          03 APONTHEX100              PIC 9(03)V99.
          03 APONTHNOT                PIC 9(03)V99.
          03 APONTVENDAS              PIC 9(07)V99.
          03 APONTKEY.
              05 APONTCODFUNC         PIC 9(06).
              05 APONTMES             PIC 9(02).
              05 APONTANO             PIC 9(04).
      *-----------------------------------------------------------------
       FD CADLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLANC.DAT".
       01 REGLANC.
          03 LANCRUB                  PIC 9(03).
          03 LANCVALOR                PIC 9(06)V99.
          03 LANCKEY.
              05 LANCCODFUNC          PIC 9(06).
              05 LANCMES              PIC 9(02).
              05 LANCANO              PIC 9(04).
              05 LANCSEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
          03 PON-MARC1                PIC 9(04).
          03 PON-MARC2                PIC 9(04).
          03 PON-MARC3                PIC 9(04).
          03 PON-MARC4                PIC 9(04).
          03 PON-STAT                 PIC X(01).
          03 PON-KEY.
              05 PON-CODFUNC          PIC 9(06).
              05 PON-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADCOPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOPART.DAT".
       01 REGCOPART.
          03 COP-VALOR                PIC 9(06)V99.
          03 COP-DESCR                PIC X(20).
          03 COP-KEY.
              05 COP-CODFUNC          PIC 9(06).
              05 COP-MES              PIC 9(02).
              05 COP-ANO              PIC 9(04).
              05 COP-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 FERIDATA                 PIC 9(08).
          03 FERIDESC                 PIC X(30).
      *-----------------------------------------------------------------
      * ARQUIVO MORTO ANUAL (ARQxxxxxAAAA.ARQ): O REGISTRO DO ARQUIVO
      * VIVO GRAVADO COMO ESTA, UM POR LINHA.
       FD CADARQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQV.
       01 REGARQV     PIC X(45).
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
       FD CADVIRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGVIRTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE "FPP185".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJEX REDEFINES W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-ANOFECHA      PIC 9(04) VALUE ZEROS.
       01 W-ANONOVO       PIC 9(04) VALUE ZEROS.
       01 W-ETAPA         PIC 9(01) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-FASE          PIC 9(01) VALUE ZEROS.
       01 W-RC            PIC X(01) VALUE SPACES.
       01 W-QTD           PIC 9(09) VALUE ZEROS.
       01 W-MESV          PIC 9(02) VALUE ZEROS.
       01 W-LINV          PIC 9(02) VALUE ZEROS.
       01 W-QTDABERTA     PIC 9(04) VALUE ZEROS.
       01 W-SITCPT        PIC X(12) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 W-RETOMA        PIC X(01) VALUE SPACES.
       01 W-FERIAD        PIC 9(01) VALUE ZEROS.
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-QTDFALTA      PIC 9(02) VALUE ZEROS.
       01 W-TOTEMP        PIC ZZZZZZZZ9.
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
      *----------[ ETAPAS DA VIRADA ]-----------------------------------
       01 TABETAPAS.
          03 FILLER PIC X(08) VALUE "VIRCOMP".
          03 FILLER PIC X(08) VALUE "VIRAPON".
          03 FILLER PIC X(08) VALUE "VIRLANC".
          03 FILLER PIC X(08) VALUE "VIRPONT".
          03 FILLER PIC X(08) VALUE "VIRCOPA".
          03 FILLER PIC X(08) VALUE "VIRFERI".
       01 TABETAPASX REDEFINES TABETAPAS.
          03 TBETAPA  PIC X(08) OCCURS 6 TIMES.
       01 TABDESCETP.
          03 FILLER PIC X(34) VALUE "ABERTURA DAS COMPETENCIAS".
          03 FILLER PIC X(34) VALUE "APONTAMENTOS (ARQAPONT)".
          03 FILLER PIC X(34) VALUE "LANCAMENTOS (ARQLANC)".
          03 FILLER PIC X(34) VALUE "MARCACOES DE PONTO (ARQPONTO)".
          03 FILLER PIC X(34) VALUE "COPARTICIPACAO (ARQCOPART)".
          03 FILLER PIC X(34) VALUE
             "CALENDARIO DE FERIADOS (ARQFERIAD)".
       01 TABDESCETPX REDEFINES TABDESCETP.
          03 TBDESCETP PIC X(34) OCCURS 6 TIMES.
      * FERIADOS NACIONAIS DE DATA FIXA (MMDD) QUE O CALENDARIO DO
      * ANO NOVO PRECISA TER; 20/11 SO A PARTIR DE 2024.
       01 TABFERNAC.
          03 FILLER PIC X(36) VALUE
             "010104210501090710121102111511201225".
       01 TABFERNACX REDEFINES TABFERNAC.
          03 TBFERNAC PIC 9(04) OCCURS 9 TIMES.
      *----------[ ARQUIVO MORTO ANUAL ]--------------------------------
       01 W-NOMEARQV      PIC X(20) VALUE SPACES.
       01 W-NOMEARQV1.
          03 W-NOMEARQV-ARQ PIC X(09) VALUE SPACES.
          03 W-NOMEARQV-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".ARQ".
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
       01 FVI-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 FVI-TIT.
                03 FILLER      PIC X(32) VALUE
                   "VIRADA DE ANO - ENCERRAMENTO DE ".
                03 FVI-ANOFECHA PIC 9999.
                03 FILLER      PIC X(14) VALUE " / ABERTURA DE".
                03 FILLER      PIC X(01) VALUE " ".
                03 FVI-ANONOVO PIC 9999.
                03 FILLER      PIC X(10) VALUE SPACES.
                03 FVI-DH      PIC X(14).
       01 FVI-CAB.
                03 FILLER      PIC X(44) VALUE
                   "ETAPA    DESCRICAO                          ".
                03 FILLER      PIC X(38) VALUE
                   "SITUACAO      QUANTIDADE ARQUIVO MORTO".
       01 FVI-ITEM.
                03 FVI-ETAPA   PIC X(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 FVI-DESC    PIC X(34).
                03 FILLER      PIC X(01) VALUE " ".
                03 FVI-SIT     PIC X(14).
                03 FILLER      PIC X(01) VALUE " ".
                03 FVI-QTD     PIC ZZZZZZZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 FVI-ARQ     PIC X(20).
       01 FVI-FALTA.
                03 FILLER      PIC X(09) VALUE SPACES.
                03 FILLER      PIC X(27) VALUE
                   "FERIADO NACIONAL AUSENTE: ".
                03 FVI-FDIA    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 FVI-FMES    PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 FVI-FANO    PIC 9999.
       01 FVI-FIM         PIC X(60) VALUE SPACES.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP185".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQAPONT  ARQLANC   ARQPONTO  ARQCOPART ".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      * REGISTRO DO LOG DE AUDITORIA, GRAVADO PELO FPP161.
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
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** VIRADA DE ANO DA FOLHA DE PAG".
           05  LINE 02  COLUMN 43
               VALUE  "AMENTO ***".
           05  LINE 05  COLUMN 01
               VALUE  " ETAPAS: COMPETENCIAS -> APONT -> LANC -> ".
           05  LINE 05  COLUMN 43
               VALUE  "PONTO -> COPART -> FERIADOS".
           05  LINE 08  COLUMN 01
               VALUE  "                         ANO A ENCERRAR   ".
           05  LINE 08  COLUMN 43
               VALUE  "     :".
           05  LINE 09  COLUMN 01
               VALUE  "                         ANO NOVO         ".
           05  LINE 09  COLUMN 43
               VALUE  "     :".
           05  LINE 10  COLUMN 01
               VALUE  "                         CONFIRMA EXECU".
           05  LINE 10  COLUMN 40
               VALUE  "CAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOFECHA
               LINE 08  COLUMN 51  PIC 9999
               USING  W-ANOFECHA
               HIGHLIGHT.
           05  TW-ANONOVO
               LINE 09  COLUMN 51  PIC 9999
               FROM   W-ANONOVO.
           05  TW-OPCAO
               LINE 10  COLUMN 53  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-ANOFECHA = W-HOJE-AA - 1
           COMPUTE W-ANONOVO = W-ANOFECHA + 1
           DISPLAY TELAPRINCIPAL.
       INC-ANO.
           ACCEPT TW-ANOFECHA
           IF W-ANOFECHA < 1900 OR W-ANOFECHA > W-HOJE-AA
              MOVE "*** ANO A ENCERRAR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ANO.
           COMPUTE W-ANONOVO = W-ANOFECHA + 1
           DISPLAY TW-ANONOVO.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* EXECUCAO CANCELADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP0.
      * INTERTRAVAMENTO DE JOBS (FPP122): NAO RODA JUNTO COM OUTRO
      * LOTE QUE ATUALIZE OS MESMOS ARQUIVOS.
           MOVE "I" TO W-JOBFUNC
           MOVE W-OPERID TO W-JOBOPER
           CALL "FPP122.COB" USING W-JOBPARM
           IF W-JOBRC NOT = "S"
              MOVE W-JOBMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE 1 TO W-JOBREG.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FILIAL NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADCOMPET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOMPET
                 CLOSE CADCOMPET
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOMPET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFILIAL
                 GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * O ANO ENCERRADO PRECISA ESTAR TODO FECHADO: QUALQUER
      * COMPETENCIA "A" OU "R" DO ANO, E QUALQUER MES SEM REGISTRO
      * NUMA FILIAL ATIVA (QUE O FPP038 TRATA COMO ABERTO), IMPEDE A
      * VIRADA. AS PRIMEIRAS VAO PARA A TELA.
      *----------------------------------------------------------------
       VERIF-ABERTA.
           MOVE ZEROS TO W-QTDABERTA
           MOVE 12 TO W-LINV
           MOVE ZEROS TO CPTKEY
           START CADCOMPET KEY IS NOT LESS CPTKEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-FIL.
       VERIF-ABERTA-RD.
           READ CADCOMPET NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-FIL.
           IF CPTANO NOT = W-ANOFECHA OR CPTSTAT = "F"
              GO TO VERIF-ABERTA-RD.
           IF CPTSTAT = "R"
              MOVE "REABERTA" TO W-SITCPT
           ELSE
              MOVE "ABERTA" TO W-SITCPT.
           PERFORM MOSTRA-ABERTA THRU MOSTRA-ABERTA-FIM
           GO TO VERIF-ABERTA-RD.
       VERIF-FIL.
           MOVE ZEROS TO FILCOD
           START CADFILIAL KEY IS NOT LESS FILCOD
           IF ST-ERRO NOT = "00"
              GO TO VERIF-FIM.
       VERIF-FIL-RD.
           READ CADFILIAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-FIM.
           IF FILSTAT NOT = "A"
              GO TO VERIF-FIL-RD.
           MOVE ZEROS TO W-MESV.
       VERIF-FIL-MES.
           ADD 1 TO W-MESV
           IF W-MESV > 12
              GO TO VERIF-FIL-RD.
           MOVE W-MESV TO CPTMES
           MOVE W-ANOFECHA TO CPTANO
           MOVE FILCOD TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO NOT = "00"
              MOVE "SEM REGISTRO" TO W-SITCPT
              PERFORM MOSTRA-ABERTA THRU MOSTRA-ABERTA-FIM.
           GO TO VERIF-FIL-MES.
       VERIF-FIM.
           IF W-QTDABERTA = ZEROS
              GO TO INC-OP2.
           MOVE W-QTDABERTA TO W-TOTEMP
           DISPLAY (11, 10) "COMPETENCIAS NAO FECHADAS: "
           DISPLAY (11, 37) W-TOTEMP
           MOVE "* VIRADA RECUSADA - FECHE AS COMPETENCIAS (FPP038) *"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADFILIAL CADCOMPET
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * LISTA NA TELA AS OITO PRIMEIRAS COMPETENCIAS NAO FECHADAS.
      *----------------------------------------------------------------
       MOSTRA-ABERTA.
           ADD 1 TO W-QTDABERTA
           IF W-LINV > 19
              GO TO MOSTRA-ABERTA-FIM.
           ADD 1 TO W-LINV
           DISPLAY (W-LINV, 10) "FILIAL "
           DISPLAY (W-LINV, 17) CPTFIL
           DISPLAY (W-LINV, 21) CPTMES
           DISPLAY (W-LINV, 23) "/"
           DISPLAY (W-LINV, 24) CPTANO
           DISPLAY (W-LINV, 30) W-SITCPT.
       MOSTRA-ABERTA-FIM.
           EXIT.
       INC-OP2.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRUNCTL
                 CLOSE CADRUNCTL
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUNCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFILIAL CADCOMPET
                 GO TO ROT-FIM2.
       INC-SPL.
           MOVE "VIRADA" TO W-SPLTIPO
           MOVE 12 TO W-SPLMES
           MOVE W-ANOFECHA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADVIRTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ANOFECHA TO FVI-ANOFECHA
           MOVE W-ANONOVO TO FVI-ANONOVO
           MOVE W-SPLDH TO FVI-DH
           WRITE REGVIRTX FROM FVI-TIT
           WRITE REGVIRTX FROM FVI-SEP
           WRITE REGVIRTX FROM FVI-CAB
           WRITE REGVIRTX FROM FVI-SEP
           MOVE ZEROS TO W-ETAPA.
      *----------------------------------------------------------------
      * CADEIA DE ETAPAS: CADA UMA SO EXECUTA SE AINDA NAO CONSTA
      * COMO CONCLUIDA NO LIVRO DE CONTROLE. NAS ETAPAS DE ARQUIVO
      * MORTO O ESTADO "G" MARCA A COPIA JA GRAVADA: A RETOMADA SO
      * TERMINA DE EXCLUIR DO ARQUIVO VIVO, SEM REGRAVAR A COPIA.
      *----------------------------------------------------------------
       PROX-ETAPA.
           ADD 1 TO W-ETAPA
           IF W-ETAPA > 6
              MOVE "*** VIRADA DE ANO CONCLUIDA ***" TO FVI-FIM
              WRITE REGVIRTX FROM FVI-SEP
              WRITE REGVIRTX FROM FVI-FIM
              CLOSE CADVIRTX
              MOVE "*** VIRADA DE ANO CONCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE TBETAPA(W-ETAPA) TO FVI-ETAPA
           MOVE TBDESCETP(W-ETAPA) TO FVI-DESC
           MOVE SPACES TO FVI-ARQ W-NOMEARQV
           PERFORM NOME-MORTO THRU NOME-MORTO-FIM
           PERFORM CHAVE-RUN THRU CHAVE-RUN-FIM
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO W-FASE
           READ CADRUNCTL
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU
              IF RUNSTAT = "C"
                 MOVE "JA CONCLUIDA" TO FVI-SIT
                 MOVE RUNTOT TO FVI-QTD
                 WRITE REGVIRTX FROM FVI-ITEM
                 GO TO PROX-ETAPA.
      *    ETAPA JA INICIADA ANTES E NAO CONCLUIDA: E UMA RETOMADA.
      *    SE FICOU EM "E" OU "G" A EXECUCAO ANTERIOR CAIU NO MEIO E
      *    VAI PARA O HISTORICO COMO ABANDONADA.
           MOVE "N" TO W-RETOMA
           MOVE ZEROS TO W-QTD
           IF W-ACHOU = 1
              MOVE "S" TO W-RETOMA
              IF RUNSTAT = "G"
                 MOVE 2 TO W-FASE
                 MOVE RUNTOT TO W-QTD
              END-IF
              IF RUNSTAT = "E" OR "G"
                 MOVE "A" TO HIS-STAT
                 MOVE SPACES TO RUNFIM
                 PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
      *    MARCA O INICIO DA ETAPA
           PERFORM PEGA-HORA THRU PEGA-HORA-FIM
           MOVE W-DATAHORA TO RUNINI
           MOVE SPACES TO RUNFIM
           IF W-FASE = 1
              MOVE "E" TO RUNSTAT
              MOVE ZEROS TO RUNTOT.
           IF W-ACHOU = 1
              REWRITE REGRUNCTL
           ELSE
              WRITE REGRUNCTL.
           DISPLAY (20, 10) "EXECUTANDO ETAPA:   "
           DISPLAY (20, 31) TBETAPA(W-ETAPA)
           MOVE "S" TO W-RC
           MOVE ZEROS TO W-QTDFALTA
           IF W-ETAPA = 1
              PERFORM ABRE-COMPET THRU ABRE-COMPET-FIM.
           IF W-ETAPA = 2
              PERFORM MOVE-APONT THRU MOVE-APONT-FIM.
           IF W-ETAPA = 3
              PERFORM MOVE-LANC THRU MOVE-LANC-FIM.
           IF W-ETAPA = 4
              PERFORM MOVE-PONTO THRU MOVE-PONTO-FIM.
           IF W-ETAPA = 5
              PERFORM MOVE-COPART THRU MOVE-COPART-FIM.
           IF W-ETAPA = 6
              PERFORM CONF-FERIAD THRU CONF-FERIAD-FIM.
      *----------------------------------------------------------------
      * FIM DA ETAPA: CONCLUIDA SO COM SUCESSO. NA FALHA DEPOIS DA
      * COPIA GRAVADA O ESTADO FICA "G" PARA A RETOMADA NAO REFAZER
      * A COPIA; NOS DEMAIS CASOS FICA "F".
      *----------------------------------------------------------------
           PERFORM CHAVE-RUN THRU CHAVE-RUN-FIM
           READ CADRUNCTL
           IF ST-ERRO = "00"
              PERFORM PEGA-HORA THRU PEGA-HORA-FIM
              MOVE W-DATAHORA TO RUNFIM
              MOVE W-QTD TO RUNTOT
              IF W-RC = "S"
                 MOVE "C" TO RUNSTAT
                 MOVE "C" TO HIS-STAT
              ELSE
                 MOVE "F" TO HIS-STAT
                 IF W-FASE = 1
                    MOVE "F" TO RUNSTAT
                 ELSE
                    MOVE "G" TO RUNSTAT
                 END-IF
              END-IF
              REWRITE REGRUNCTL
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
           MOVE W-QTD TO FVI-QTD
           IF W-RC = "S"
              MOVE "CONCLUIDA" TO FVI-SIT
           ELSE
              MOVE "FALHOU" TO FVI-SIT.
           WRITE REGVIRTX FROM FVI-ITEM
           IF W-ETAPA = 6
              PERFORM LISTA-FALTA THRU LISTA-FALTA-FIM.
           IF W-RC NOT = "S"
              MOVE "*** VIRADA INCOMPLETA - CORRIJA E EXECUTE DE NOVO"
                                                          TO FVI-FIM
              WRITE REGVIRTX FROM FVI-SEP
              WRITE REGVIRTX FROM FVI-FIM
              CLOSE CADVIRTX
              DISPLAY (21, 10) "ETAPA FALHOU - VIRADA PARADA"
              MOVE "*** ETAPA FALHOU - CORRIJA E REEXECUTE ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO PROX-ETAPA.
      *----------------------------------------------------------------
       CHAVE-RUN.
           MOVE ZEROS TO RUNMES RUNFIL
           MOVE W-ANOFECHA TO RUNANO
           MOVE TBETAPA(W-ETAPA) TO RUNSTEP.
       CHAVE-RUN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * NOME DO ARQUIVO MORTO DA ETAPA: ARQAPONT2024.ARQ ETC.
      *----------------------------------------------------------------
       NOME-MORTO.
           IF W-ETAPA = 1 OR W-ETAPA = 6
              GO TO NOME-MORTO-FIM.
           IF W-ETAPA = 2
              MOVE "ARQAPONT" TO W-NOMEARQV-ARQ.
           IF W-ETAPA = 3
              MOVE "ARQLANC" TO W-NOMEARQV-ARQ.
           IF W-ETAPA = 4
              MOVE "ARQPONTO" TO W-NOMEARQV-ARQ.
           IF W-ETAPA = 5
              MOVE "ARQCOPART" TO W-NOMEARQV-ARQ.
           MOVE W-ANOFECHA TO W-NOMEARQV-AA
           MOVE SPACES TO W-NOMEARQV
           STRING W-NOMEARQV-ARQ DELIMITED BY SPACE
                  W-NOMEARQV-AA ".ARQ" DELIMITED BY SIZE
                  INTO W-NOMEARQV
           MOVE W-NOMEARQV TO FVI-ARQ.
       NOME-MORTO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ETAPA 1: AS DOZE COMPETENCIAS DO ANO NOVO ENTRAM ABERTAS EM
      * CADA FILIAL ATIVA; COMPETENCIA JA EXISTENTE NAO E TOCADA.
      *----------------------------------------------------------------
       ABRE-COMPET.
           MOVE ZEROS TO FILCOD
           START CADFILIAL KEY IS NOT LESS FILCOD
           IF ST-ERRO NOT = "00"
              GO TO ABRE-COMPET-FIM.
       ABRE-COMPET-RD.
           READ CADFILIAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABRE-COMPET-FIM.
           IF FILSTAT NOT = "A"
              GO TO ABRE-COMPET-RD.
           MOVE ZEROS TO W-MESV.
       ABRE-COMPET-MES.
           ADD 1 TO W-MESV
           IF W-MESV > 12
              GO TO ABRE-COMPET-RD.
           MOVE W-MESV TO CPTMES
           MOVE W-ANONOVO TO CPTANO
           MOVE FILCOD TO CPTFIL
           READ CADCOMPET
           IF ST-ERRO = "00"
              GO TO ABRE-COMPET-MES.
           MOVE "A" TO CPTSTAT
           WRITE REGCOMPET
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "N" TO W-RC
              GO TO ABRE-COMPET-FIM.
           ADD 1 TO W-QTD
           MOVE "CADCOMPET" TO LOG-ARQUIVO
           MOVE "I" TO LOG-ACAO
           MOVE CPTKEY TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES
           MOVE "A" TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO ABRE-COMPET-MES.
       ABRE-COMPET-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ETAPAS 2 A 5: FASE 1 COPIA OS REGISTROS DO ANO ENCERRADO
      * PARA O ARQUIVO MORTO (REFEITO DO ZERO NA RETOMADA) E MARCA
      * "G" NO LIVRO; FASE 2 EXCLUI ESSES REGISTROS DO ARQUIVO VIVO.
      * ARQUIVO VIVO INEXISTENTE NAO TEM O QUE MOVER.
      *----------------------------------------------------------------
       MOVE-APONT.
           OPEN I-O CADAPONT
           IF ST-ERRO = "30"
              GO TO MOVE-APONT-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-APONT-FIM.
           IF W-FASE = 2
              GO TO MOVE-APONT-F2.
           OPEN OUTPUT CADARQV
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADAPONT
              GO TO MOVE-APONT-FIM.
           MOVE LOW-VALUES TO APONTKEY
           START CADAPONT KEY IS NOT LESS APONTKEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-APONT-F1FIM.
       MOVE-APONT-F1.
           READ CADAPONT NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-APONT-F1FIM.
           IF APONTANO NOT = W-ANOFECHA
              GO TO MOVE-APONT-F1.
           WRITE REGARQV FROM REGAPONT
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADARQV CADAPONT
              GO TO MOVE-APONT-FIM.
           ADD 1 TO W-QTD
           GO TO MOVE-APONT-F1.
       MOVE-APONT-F1FIM.
           CLOSE CADARQV
           PERFORM MARCA-COPIA THRU MARCA-COPIA-FIM.
       MOVE-APONT-F2.
           MOVE LOW-VALUES TO APONTKEY
           START CADAPONT KEY IS NOT LESS APONTKEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-APONT-F2FIM.
       MOVE-APONT-F2RD.
           READ CADAPONT NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-APONT-F2FIM.
           IF APONTANO NOT = W-ANOFECHA
              GO TO MOVE-APONT-F2RD.
           DELETE CADAPONT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-APONT-F2FIM.
           GO TO MOVE-APONT-F2RD.
       MOVE-APONT-F2FIM.
           CLOSE CADAPONT.
       MOVE-APONT-FIM.
           EXIT.
      *----------------------------------------------------------------
       MOVE-LANC.
           OPEN I-O CADLANC
           IF ST-ERRO = "30"
              GO TO MOVE-LANC-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-LANC-FIM.
           IF W-FASE = 2
              GO TO MOVE-LANC-F2.
           OPEN OUTPUT CADARQV
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADLANC
              GO TO MOVE-LANC-FIM.
           MOVE LOW-VALUES TO LANCKEY
           START CADLANC KEY IS NOT LESS LANCKEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-LANC-F1FIM.
       MOVE-LANC-F1.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-LANC-F1FIM.
           IF LANCANO NOT = W-ANOFECHA
              GO TO MOVE-LANC-F1.
           WRITE REGARQV FROM REGLANC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADARQV CADLANC
              GO TO MOVE-LANC-FIM.
           ADD 1 TO W-QTD
           GO TO MOVE-LANC-F1.
       MOVE-LANC-F1FIM.
           CLOSE CADARQV
           PERFORM MARCA-COPIA THRU MARCA-COPIA-FIM.
       MOVE-LANC-F2.
           MOVE LOW-VALUES TO LANCKEY
           START CADLANC KEY IS NOT LESS LANCKEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-LANC-F2FIM.
       MOVE-LANC-F2RD.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-LANC-F2FIM.
           IF LANCANO NOT = W-ANOFECHA
              GO TO MOVE-LANC-F2RD.
           DELETE CADLANC RECORD
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-LANC-F2FIM.
           GO TO MOVE-LANC-F2RD.
       MOVE-LANC-F2FIM.
           CLOSE CADLANC.
       MOVE-LANC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * NO PONTO O ANO E O DA DATA DA MARCACAO.
      *----------------------------------------------------------------
       MOVE-PONTO.
           OPEN I-O CADPONTO
           IF ST-ERRO = "30"
              GO TO MOVE-PONTO-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-PONTO-FIM.
           IF W-FASE = 2
              GO TO MOVE-PONTO-F2.
           OPEN OUTPUT CADARQV
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADPONTO
              GO TO MOVE-PONTO-FIM.
           MOVE LOW-VALUES TO PON-KEY
           START CADPONTO KEY IS NOT LESS PON-KEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-PONTO-F1FIM.
       MOVE-PONTO-F1.
           READ CADPONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-PONTO-F1FIM.
           IF PON-DATA(1:4) NOT = W-ANOFECHA
              GO TO MOVE-PONTO-F1.
           WRITE REGARQV FROM REGPONTO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADARQV CADPONTO
              GO TO MOVE-PONTO-FIM.
           ADD 1 TO W-QTD
           GO TO MOVE-PONTO-F1.
       MOVE-PONTO-F1FIM.
           CLOSE CADARQV
           PERFORM MARCA-COPIA THRU MARCA-COPIA-FIM.
       MOVE-PONTO-F2.
           MOVE LOW-VALUES TO PON-KEY
           START CADPONTO KEY IS NOT LESS PON-KEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-PONTO-F2FIM.
       MOVE-PONTO-F2RD.
           READ CADPONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-PONTO-F2FIM.
           IF PON-DATA(1:4) NOT = W-ANOFECHA
              GO TO MOVE-PONTO-F2RD.
           DELETE CADPONTO RECORD
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-PONTO-F2FIM.
           GO TO MOVE-PONTO-F2RD.
       MOVE-PONTO-F2FIM.
           CLOSE CADPONTO.
       MOVE-PONTO-FIM.
           EXIT.
      *----------------------------------------------------------------
       MOVE-COPART.
           OPEN I-O CADCOPART
           IF ST-ERRO = "30"
              GO TO MOVE-COPART-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-COPART-FIM.
           IF W-FASE = 2
              GO TO MOVE-COPART-F2.
           OPEN OUTPUT CADARQV
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADCOPART
              GO TO MOVE-COPART-FIM.
           MOVE LOW-VALUES TO COP-KEY
           START CADCOPART KEY IS NOT LESS COP-KEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-COPART-F1FIM.
       MOVE-COPART-F1.
           READ CADCOPART NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-COPART-F1FIM.
           IF COP-ANO NOT = W-ANOFECHA
              GO TO MOVE-COPART-F1.
           WRITE REGARQV FROM REGCOPART
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              CLOSE CADARQV CADCOPART
              GO TO MOVE-COPART-FIM.
           ADD 1 TO W-QTD
           GO TO MOVE-COPART-F1.
       MOVE-COPART-F1FIM.
           CLOSE CADARQV
           PERFORM MARCA-COPIA THRU MARCA-COPIA-FIM.
       MOVE-COPART-F2.
           MOVE LOW-VALUES TO COP-KEY
           START CADCOPART KEY IS NOT LESS COP-KEY
           IF ST-ERRO NOT = "00"
              GO TO MOVE-COPART-F2FIM.
       MOVE-COPART-F2RD.
           READ CADCOPART NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOVE-COPART-F2FIM.
           IF COP-ANO NOT = W-ANOFECHA
              GO TO MOVE-COPART-F2RD.
           DELETE CADCOPART RECORD
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO MOVE-COPART-F2FIM.
           GO TO MOVE-COPART-F2RD.
       MOVE-COPART-F2FIM.
           CLOSE CADCOPART.
       MOVE-COPART-FIM.
           EXIT.
      *----------------------------------------------------------------
      * COPIA GRAVADA: PONTO DE CONTROLE "G" COM A QUANTIDADE COPIADA.
      *----------------------------------------------------------------
       MARCA-COPIA.
           MOVE 2 TO W-FASE
           PERFORM CHAVE-RUN THRU CHAVE-RUN-FIM
           READ CADRUNCTL
           IF ST-ERRO = "00"
              MOVE "G" TO RUNSTAT
              MOVE W-QTD TO RUNTOT
              REWRITE REGRUNCTL.
       MARCA-COPIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ETAPA 6: O CALENDARIO DO ANO NOVO PRECISA TER FERIADOS
      * CADASTRADOS (FPP049) E TODOS OS NACIONAIS DE DATA FIXA. A
      * QUANTIDADE E A DE FERIADOS DO ANO NOVO NO ARQFERIAD.
      *----------------------------------------------------------------
       CONF-FERIAD.
           MOVE ZEROS TO W-FERIAD
           OPEN INPUT CADFERIAD
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-RC
              GO TO CONF-FERIAD-NAC.
           MOVE 1 TO W-FERIAD
           COMPUTE W-DTINI = W-ANONOVO * 10000 + 0101
           COMPUTE W-DTFIM = W-ANONOVO * 10000 + 1231
           MOVE W-DTINI TO FERIDATA
           START CADFERIAD KEY IS NOT LESS FERIDATA
           IF ST-ERRO NOT = "00"
              GO TO CONF-FERIAD-NAC.
       CONF-FERIAD-RD.
           READ CADFERIAD NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONF-FERIAD-NAC.
           IF FERIDATA > W-DTFIM
              GO TO CONF-FERIAD-NAC.
           ADD 1 TO W-QTD
           GO TO CONF-FERIAD-RD.
       CONF-FERIAD-NAC.
           IF W-QTD = ZEROS
              MOVE "N" TO W-RC.
           MOVE ZEROS TO W-IX.
       CONF-FERIAD-NAC-LP.
           ADD 1 TO W-IX
           IF W-IX > 9
              GO TO CONF-FERIAD-FECHA.
           IF TBFERNAC(W-IX) = 1120 AND W-ANONOVO < 2024
              GO TO CONF-FERIAD-NAC-LP.
           IF W-FERIAD = 1
              COMPUTE FERIDATA = W-ANONOVO * 10000 + TBFERNAC(W-IX)
              READ CADFERIAD
              IF ST-ERRO = "00"
                 GO TO CONF-FERIAD-NAC-LP.
           ADD 1 TO W-QTDFALTA
           MOVE "N" TO W-RC
           GO TO CONF-FERIAD-NAC-LP.
       CONF-FERIAD-FECHA.
           IF W-FERIAD = 1
              CLOSE CADFERIAD.
       CONF-FERIAD-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FERIADOS NACIONAIS QUE FALTAM NO CALENDARIO DO ANO NOVO.
      *----------------------------------------------------------------
       LISTA-FALTA.
           IF W-QTDFALTA = ZEROS
              GO TO LISTA-FALTA-FIM.
           IF W-FERIAD = 1
              OPEN INPUT CADFERIAD.
           MOVE ZEROS TO W-IX.
       LISTA-FALTA-LP.
           ADD 1 TO W-IX
           IF W-IX > 9
              GO TO LISTA-FALTA-FECHA.
           IF TBFERNAC(W-IX) = 1120 AND W-ANONOVO < 2024
              GO TO LISTA-FALTA-LP.
           IF W-FERIAD = 1
              COMPUTE FERIDATA = W-ANONOVO * 10000 + TBFERNAC(W-IX)
              READ CADFERIAD
              IF ST-ERRO = "00"
                 GO TO LISTA-FALTA-LP.
           MOVE TBFERNAC(W-IX)(3:2) TO FVI-FDIA
           MOVE TBFERNAC(W-IX)(1:2) TO FVI-FMES
           MOVE W-ANONOVO TO FVI-FANO
           WRITE REGVIRTX FROM FVI-FALTA
           GO TO LISTA-FALTA-LP.
       LISTA-FALTA-FECHA.
           IF W-FERIAD = 1
              CLOSE CADFERIAD.
       LISTA-FALTA-FIM.
           EXIT.
      *----------------------------------------------------------------
       PEGA-HORA.
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO W-DATAHORA.
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
      * REGISTRO DO RELATORIO NO SPOOL (ARQSPOOL).
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
      * GRAVACAO DO LOG DE AUDITORIA
      *----------------------------------------------------------------
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CADRUNCTL CADCOMPET CADFILIAL.
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
       FIM-ROT-TEMPO.
