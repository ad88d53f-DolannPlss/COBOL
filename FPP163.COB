       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP163.
       AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      *******************************************************
      * CONSOLIDACAO DA FOLHA CALCULADA EM FLUXOS POR FILIAL *
      * (FPPREL): COM TODOS OS FLUXOS DA COMPETENCIA         *
      * CONCLUIDOS NO ARQRELSTR, JUNTA AS RELACOES DE        *
      * PAGAMENTO DAS FILIAIS NUM UNICO CADPAGRL (FILIAL 00),*
      * FECHA COM O TRAILER DE CONTROLE POR FILIAL E GERAL E *
      * GRAVA O TOTAL NO LIVRO DE CONTROLE (ARQRUNCTL)       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRELSTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS STR-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGIN ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADPAGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADRELSTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELSTR.DAT".
       01 REGRELSTR.
          03 STR-STAT                 PIC X(01).
          03 STR-INI                  PIC X(14).
          03 STR-FIM                  PIC X(14).
          03 STR-TOTFUNC              PIC 9(06).
          03 STR-TOTBRUTO             PIC 9(08)V99.
          03 STR-TOTINSS              PIC 9(08)V99.
          03 STR-TOTIMPREN            PIC 9(08)V99.
          03 STR-TOTLIQ               PIC 9(08)V99.
          03 STR-TOTRAT               PIC 9(08)V99.
          03 STR-TOTEXC               PIC 9(06).
          03 STR-KEY.
              05 STR-MES              PIC 9(02).
              05 STR-ANO              PIC 9(04).
              05 STR-FIL              PIC 9(02).
      *-----------------------------------------------------------------
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
       FD CADPAGIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEIN.
       01 REGPAGIN    PIC X(110).
      *-----------------------------------------------------------------
       FD CADPAGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGPAGTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-QTDFIL        PIC 9(02) VALUE ZEROS.
       01 W-FILPEND       PIC 9(02) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 W-INICIO        PIC X(14) VALUE SPACES.
      * RELACAO DA FILIAL (ENTRADA) E CONSOLIDADA (FILIAL 00), COM O
      * MESMO NOME QUE O FPPREL USA.
       01 W-NOMEIN        PIC X(20) VALUE SPACES.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER        PIC X(08) VALUE "CADPAGRL".
          03 W-NOMEARQ-MM  PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA  PIC 9(04) VALUE ZEROS.
          03 W-NOMEARQ-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER        PIC X(04) VALUE ".DOC".
      *
       01 W-TOTFUNC       PIC 9(07) VALUE ZEROS.
       01 W-TOTBRUTO      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTINSS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIMPREN     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIQ        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTRAT        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTEXC        PIC 9(07) VALUE ZEROS.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(44) VALUE
                   "   *** RELACAO DE PAGAMENTO CONSOLIDADA ***".
       01 CAB0B.
                03 FILLER         PIC X(13) VALUE "COMPETENCIA: ".
                03 CAB-MESCOMPET  PIC 99.
                03 FILLER         PIC X(01) VALUE "/".
                03 CAB-ANOCOMPET  PIC 9999.
                03 FILLER         PIC X(12) VALUE "   FILIAIS: ".
                03 CAB-QTDFIL     PIC Z9.
       01 CABSEP.
                03 FILLER      PIC X(100) VALUE ALL "=".
       01 CABCTL.
                03 FILLER      PIC X(43) VALUE
                   "*** TOTAIS DE CONTROLE POR FILIAL (FLUXOS) ".
                03 FILLER      PIC X(03) VALUE "***".
       01 CTLFIL.
                03 FILLER            PIC X(07) VALUE "FILIAL ".
                03 CTL-FIL           PIC 99.
                03 FILLER            PIC X(06) VALUE " FUNC:".
                03 CTL-TOTFUNC       PIC Z.ZZZ.ZZ9.
                03 FILLER            PIC X(07) VALUE " BRUTO:".
                03 CTL-TOTBRUTO      PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(06) VALUE " INSS:".
                03 CTL-TOTINSS       PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(06) VALUE " IRRF:".
                03 CTL-TOTIMPREN     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(05) VALUE " LIQ:".
                03 CTL-TOTLIQ        PIC ZZZ.ZZZ.ZZ9,99.
       01 CTLFIL2.
                03 FILLER            PIC X(15) VALUE SPACES.
                03 FILLER            PIC X(09) VALUE "RAT/SAT: ".
                03 CTL-TOTRAT        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(12) VALUE "  EXCLUIDOS:".
                03 CTL-TOTEXC        PIC Z.ZZZ.ZZ9.
                03 FILLER            PIC X(10) VALUE "  INICIO: ".
                03 CTL-INI           PIC X(14).
                03 FILLER            PIC X(07) VALUE "  FIM: ".
                03 CTL-FIM           PIC X(14).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-AUTOPARM.
          03 LK-AUTOMODO       PIC X(01).
          03 LK-AUTOMES        PIC 9(02).
          03 LK-AUTOANO        PIC 9(04).
          03 LK-AUTOFILIAL     PIC 9(02).
          03 LK-AUTORC         PIC X(01).
          03 LK-AUTOTOT        PIC 9(09)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONSOLIDACAO DA FOLHA POR FILIAL ***".
           05  LINE 05  COLUMN 01
               VALUE  " JUNTA AS RELACOES DE PAGAMENTO DAS FILIAIS".
           05  LINE 06  COLUMN 01
               VALUE  " (FLUXOS DO FPPREL) NUM UNICO CADPAGRL COM".
           05  LINE 07  COLUMN 01
               VALUE  " TOTAIS DE CONTROLE. TODAS AS FILIAIS DA".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA PRECISAM ESTAR CONCLUIDAS.".
           05  LINE 11  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 11  COLUMN 44
               VALUE  "AAA) :".
           05  LINE 13  COLUMN 01
               VALUE  "                         CONFIRMA CONSOLI".
           05  LINE 13  COLUMN 42
               VALUE  "DACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESCOMPET
               LINE 11  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  LINE 11  COLUMN 53
               VALUE  "/".
           05  TW-ANOCOMPET
               LINE 11  COLUMN 54  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 56  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-AUTOPARM.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET
                MOVE "E" TO LK-AUTORC
                MOVE ZEROS TO LK-AUTOTOT
                IF LK-AUTOMODO = "A"
                   MOVE LK-AUTOMES TO W-MESCOMPET
                   MOVE LK-AUTOANO TO W-ANOCOMPET
                   GO TO INC-OP0.
                DISPLAY TELAPRINCIPAL.
       INC-COMPET.
                ACCEPT TW-MESCOMPET
                IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                ACCEPT TW-ANOCOMPET
                IF W-ANOCOMPET < 1900
                   MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* CONSOLIDACAO CANCELADA PELO OPERADOR *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *----------------------------------------------------------------
      * 1a PASSADA: TODOS OS FLUXOS DA COMPETENCIA TEM DE ESTAR
      * CONCLUIDOS ("C"); FLUXO EM EXECUCAO OU INTERROMPIDO ("E")
      * BARRA A CONSOLIDACAO ATE SER RETOMADO NO FPPREL.
      *----------------------------------------------------------------
       INC-OP0.
           IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
              OR W-ANOCOMPET < 1900
              DISPLAY "*** PARAMETROS INVALIDOS PARA A CONSOLIDACAO"
              GO TO ROT-FIM2.
           PERFORM PEGA-HORA THRU PEGA-HORA-FIM
           MOVE W-DATAHORA TO W-INICIO
           MOVE ZEROS TO W-QTDFIL W-FILPEND
           OPEN INPUT CADRELSTR
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA FOLHA POR FILIAL NA COMPETENCIA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           PERFORM POSICIONA THRU POSICIONA-FIM.
       VER-STR.
           IF W-ACHOU = ZEROS
              GO TO VER-STR-FIM.
           ADD 1 TO W-QTDFIL
           IF STR-STAT NOT = "C" AND W-FILPEND = ZEROS
              MOVE STR-FIL TO W-FILPEND.
           PERFORM LE-STR THRU LE-STR-FIM
           GO TO VER-STR.
       VER-STR-FIM.
           IF W-QTDFIL = ZEROS
              CLOSE CADRELSTR
              MOVE "* NENHUMA FOLHA POR FILIAL NA COMPETENCIA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-FILPEND NOT = ZEROS
              CLOSE CADRELSTR
              MOVE SPACES TO MENS
              STRING "* FOLHA DA FILIAL " W-FILPEND
                     " NAO CONCLUIDA - CONSOLIDACAO BARRADA *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * 2a PASSADA: COPIA A RELACAO DE CADA FILIAL PARA A CONSOLIDADA.
      *----------------------------------------------------------------
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE ZEROS TO W-NOMEARQ-FIL
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADPAGTX
           IF ST-ERRO NOT = "00"
              CLOSE CADRELSTR
              MOVE "ERRO ABERTURA DO ARQUIVO CADPAGTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           WRITE REGPAGTX FROM CAB0
           MOVE W-MESCOMPET TO CAB-MESCOMPET
           MOVE W-ANOCOMPET TO CAB-ANOCOMPET
           MOVE W-QTDFIL TO CAB-QTDFIL
           WRITE REGPAGTX FROM CAB0B
           MOVE ZEROS TO W-TOTFUNC W-TOTBRUTO W-TOTINSS W-TOTIMPREN
                         W-TOTLIQ W-TOTRAT W-TOTEXC
           PERFORM POSICIONA THRU POSICIONA-FIM.
       COPIA-FIL.
           IF W-ACHOU = ZEROS
              GO TO COPIA-FIL-FIM.
           MOVE STR-FIL TO W-NOMEARQ-FIL
           MOVE W-NOMEARQ1 TO W-NOMEIN
           OPEN INPUT CADPAGIN
           IF ST-ERRO NOT = "00"
              CLOSE CADRELSTR CADPAGTX
              MOVE SPACES TO MENS
              STRING "* RELACAO DA FILIAL " STR-FIL
                     " NAO ENCONTRADA *" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           WRITE REGPAGTX FROM CABSEP.
       COPIA-FIL-LP.
           READ CADPAGIN
              AT END
                 CLOSE CADPAGIN
                 GO TO COPIA-FIL-PROX.
           WRITE REGPAGTX FROM REGPAGIN
           GO TO COPIA-FIL-LP.
       COPIA-FIL-PROX.
           ADD STR-TOTFUNC TO W-TOTFUNC
           ADD STR-TOTBRUTO TO W-TOTBRUTO
           ADD STR-TOTINSS TO W-TOTINSS
           ADD STR-TOTIMPREN TO W-TOTIMPREN
           ADD STR-TOTLIQ TO W-TOTLIQ
           ADD STR-TOTRAT TO W-TOTRAT
           ADD STR-TOTEXC TO W-TOTEXC
           PERFORM LE-STR THRU LE-STR-FIM
           GO TO COPIA-FIL.
       COPIA-FIL-FIM.
      *----------------------------------------------------------------
      * 3a PASSADA: TRAILER DE CONTROLE, UMA LINHA POR FILIAL E O
      * TOTAL GERAL (FILIAL 00).
      *----------------------------------------------------------------
           WRITE REGPAGTX FROM CABSEP
           WRITE REGPAGTX FROM CABCTL
           PERFORM POSICIONA THRU POSICIONA-FIM.
       TRAILER-FIL.
           IF W-ACHOU = ZEROS
              GO TO TRAILER-FIL-FIM.
           MOVE STR-FIL TO CTL-FIL
           MOVE STR-TOTFUNC TO CTL-TOTFUNC
           MOVE STR-TOTBRUTO TO CTL-TOTBRUTO
           MOVE STR-TOTINSS TO CTL-TOTINSS
           MOVE STR-TOTIMPREN TO CTL-TOTIMPREN
           MOVE STR-TOTLIQ TO CTL-TOTLIQ
           WRITE REGPAGTX FROM CTLFIL
           MOVE STR-TOTRAT TO CTL-TOTRAT
           MOVE STR-TOTEXC TO CTL-TOTEXC
           MOVE STR-INI TO CTL-INI
           MOVE STR-FIM TO CTL-FIM
           WRITE REGPAGTX FROM CTLFIL2
           PERFORM LE-STR THRU LE-STR-FIM
           GO TO TRAILER-FIL.
       TRAILER-FIL-FIM.
           CLOSE CADRELSTR
           WRITE REGPAGTX FROM CABSEP
           MOVE ZEROS TO CTL-FIL
           MOVE W-TOTFUNC TO CTL-TOTFUNC
           MOVE W-TOTBRUTO TO CTL-TOTBRUTO
           MOVE W-TOTINSS TO CTL-TOTINSS
           MOVE W-TOTIMPREN TO CTL-TOTIMPREN
           MOVE W-TOTLIQ TO CTL-TOTLIQ
           WRITE REGPAGTX FROM CTLFIL
           PERFORM PEGA-HORA THRU PEGA-HORA-FIM
           MOVE W-TOTRAT TO CTL-TOTRAT
           MOVE W-TOTEXC TO CTL-TOTEXC
           MOVE W-INICIO TO CTL-INI
           MOVE W-DATAHORA TO CTL-FIM
           WRITE REGPAGTX FROM CTLFIL2
           CLOSE CADPAGTX.
      *----------------------------------------------------------------
      * LIVRO DE CONTROLE: ETAPA FOLHA DA FILIAL 00 = CONSOLIDADO,
      * COM O LIQUIDO TOTAL, COMO O FPP041 GRAVA PARA CADA FILIAL.
      *----------------------------------------------------------------
       GRAVA-RUN.
           OPEN I-O CADRUNCTL
           IF ST-ERRO = "30"
              OPEN OUTPUT CADRUNCTL
              CLOSE CADRUNCTL
              GO TO GRAVA-RUN.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUNCTL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-MESCOMPET TO RUNMES
           MOVE W-ANOCOMPET TO RUNANO
           MOVE ZEROS TO RUNFIL
           MOVE "FOLHA" TO RUNSTEP
           MOVE ZEROS TO W-ACHOU
           READ CADRUNCTL
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU.
           MOVE W-INICIO TO RUNINI
           MOVE W-DATAHORA TO RUNFIM
           MOVE "C" TO RUNSTAT
           MOVE W-TOTLIQ TO RUNTOT
           IF W-ACHOU = 1
              REWRITE REGRUNCTL
           ELSE
              WRITE REGRUNCTL.
           CLOSE CADRUNCTL
           MOVE "S" TO LK-AUTORC
           MOVE W-TOTLIQ TO LK-AUTOTOT
           MOVE "*** FOLHA CONSOLIDADA NA FILIAL 00 ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * PRIMEIRO FLUXO DA COMPETENCIA (W-ACHOU = 1 QUANDO HA).
      *----------------------------------------------------------------
       POSICIONA.
           MOVE ZEROS TO W-ACHOU
           MOVE W-MESCOMPET TO STR-MES
           MOVE W-ANOCOMPET TO STR-ANO
           MOVE ZEROS TO STR-FIL
           START CADRELSTR KEY IS NOT LESS STR-KEY
           IF ST-ERRO NOT = "00"
              GO TO POSICIONA-FIM.
           PERFORM LE-STR THRU LE-STR-FIM.
       POSICIONA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PROXIMO FLUXO DA MESMA COMPETENCIA.
      *----------------------------------------------------------------
       LE-STR.
           MOVE ZEROS TO W-ACHOU
           READ CADRELSTR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LE-STR-FIM.
           IF STR-MES NOT = W-MESCOMPET OR STR-ANO NOT = W-ANOCOMPET
              GO TO LE-STR-FIM.
           MOVE 1 TO W-ACHOU.
       LE-STR-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM2.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
