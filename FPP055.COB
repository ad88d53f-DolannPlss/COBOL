      *******************************************************
      * DOSSIE DO FUNCIONARIO (FICHA CADASTRAL COMPLETA):    *
      * DADOS DO CADFUNC COM LEGENDAS E ENDERECO DO CADCEP,  *
      * DEPENDENTES, FERIAS, ASO, TREINAMENTOS E TRILHA DO   *
      * CADLOG DA CHAPA EM ORDEM CRONOLOGICA                 *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTREFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TFU-KEY
                      ALTERNATE RECORD KEY IS TFU-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTREIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRN-COD
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 LOG-CHAVE                PIC X(10).
          03 LOG-ANTES                PIC X(182).
          03 LOG-DEPOIS               PIC X(182).
          03 LOG-SEQ                  PIC 9(08).
          03 LOG-CHKANT               PIC 9(09).
          03 LOG-CHKIMG               PIC 9(09).
          03 LOG-CHK                  PIC 9(09).
          03 LOG-ANON                 PIC X(01).
      *-----------------------------------------------------------------
       FD CADDOSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGDOSTX    PIC X(100).
      *-----------------------------------------------------------------
      * VINCULO DE READMISSAO GRAVADO PELO FPP004.
       FD CADREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CODFUNC              PIC 9(06).
          03 RDM-CODANT               PIC 9(06).
          03 RDM-ORIGANT              PIC X(01).
          03 RDM-ADMANT               PIC 9(08).
          03 RDM-DEMANT               PIC 9(08).
          03 RDM-MOTANT               PIC X(01).
          03 RDM-CARANT               PIC 9(03).
          03 RDM-EXPER                PIC X(01).
          03 RDM-AVISO90              PIC X(01).
          03 RDM-DATAREG              PIC 9(08).
      *-----------------------------------------------------------------
      * TREINAMENTOS POR CHAPA (FPP191) E CATALOGO (FPP190).
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTREFUN.DAT".
       01 REGTREFUN.
          03 TFU-CURSO                PIC 9(03).
          03 TFU-DATA                 PIC 9(08).
          03 TFU-HORAS                PIC 9(03)V9.
          03 TFU-CUSTO                PIC 9(06)V99.
          03 TFU-FORNEC               PIC X(25).
          03 TFU-SITUAC               PIC X(01).
          03 TFU-NOTA                 PIC 9(02)V9.
          03 TFU-DEP                  PIC 9(03).
          03 TFU-KEY.
              05 TFU-CODFUNC          PIC 9(06).
              05 TFU-SEQ              PIC 9(03).
      *-----------------------------------------------------------------
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTREIN.DAT".
       01 REGTREIN.
          03 TRN-DESC                 PIC X(30).
          03 TRN-TIPO                 PIC X(01).
          03 TRN-CARGA                PIC 9(03).
          03 TRN-STAT                 PIC X(01).
          03 TRN-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 IND             PIC 9(02) VALUE 1.
       01 W-CODSEL        PIC 9(06) VALUE ZEROS.
       01 W-VINCQTD       PIC 9(02) VALUE ZEROS.
       01 W-TRNARQ        PIC 9(01) VALUE ZEROS.
       01 W-LOGCHAVE      PIC 9(10) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-NIVEL         PIC 9(01) VALUE ZEROS.
       01 TXTMOTIVODEM.
          03 TXTMOTIVODEM1 PIC X(01) VALUE SPACES.
          03 TXTMOTIVODEM2 PIC X(30) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP055".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
      *----------[ LINHAS DO DOSSIE ]-----------------------------------
       01 DOS-TIT.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 DA-RES      PIC X(01).
                03 FILLER      PIC X(09) VALUE " MEDICO: ".
                03 DA-MEDICO   PIC X(20).
       01 DOS-TRECAB.
                03 FILLER      PIC X(30) VALUE "TREINAMENTOS:".
       01 DOS-TRE.
                03 FILLER      PIC X(03) VALUE "   ".
                03 DT-SEQ      PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 DT-DATA     PIC 9(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 DT-DESC     PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 DT-HORAS    PIC ZZ9,9.
                03 FILLER      PIC X(07) VALUE "H SIT: ".
                03 DT-SIT      PIC X(01).
                03 FILLER      PIC X(07) VALUE " NOTA: ".
                03 DT-NOTA     PIC Z9,9.
                03 FILLER      PIC X(08) VALUE " CUSTO: ".
                03 DT-CUSTO    PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 DT-FORNEC   PIC X(15).
       01 DOS-VINCCAB.
                03 FILLER      PIC X(30) VALUE
                        "VINCULOS DE READMISSAO:".
       01 DOS-VINC.
                03 FILLER      PIC X(03) VALUE "   ".
                03 DV-TIPO     PIC X(10).
                03 FILLER      PIC X(07) VALUE " CHAPA ".
                03 DV-COD      PIC 9(06).
                03 FILLER      PIC X(06) VALUE " ADM. ".
                03 DV-ADM      PIC 9(08).
                03 FILLER      PIC X(06) VALUE " DEM. ".
                03 DV-DEM      PIC 9(08).
                03 FILLER      PIC X(06) VALUE " MOT. ".
                03 DV-MOT      PIC X(01).
                03 FILLER      PIC X(07) VALUE " EXPER ".
                03 DV-EXPER    PIC X(01).
                03 FILLER      PIC X(06) VALUE " <90D ".
                03 DV-AV90     PIC X(01).
       01 DOS-LOGCAB.
                03 FILLER      PIC X(30) VALUE "TRILHA DE ALTERACOES:".
       01 DOS-LOG.
                03 DL-ARQ      PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 DL-ACAO     PIC X(01).
      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO INC-001.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO INC-001.
           MOVE W-CODSEL TO W-NOMEARQ-COD
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADDOSTX
           IF W-NIVEL = 1
              PERFORM GRAVA-VISTA THRU GRAVA-VISTA-FIM.
      *----------------------------------------------------------------
      * READMISSAO (FPP004): OS VINCULOS ANTERIORES DO MESMO CPF, EM
      * CADEIA, E AS CHAPAS EM QUE ESTA FOI READMITIDA DEPOIS, PARA O
      * DOSSIE MOSTRAR TODOS OS PERIODOS.
      *----------------------------------------------------------------
       GERA-VINC.
           OPEN INPUT CADREADM
           IF ST-ERRO NOT = "00"
              GO TO GERA-DEPEN.
           MOVE ZEROS TO W-VINCQTD
           MOVE W-CODSEL TO RDM-CODFUNC.
       GERA-VINC-ANT.
           READ CADREADM
           IF ST-ERRO NOT = "00" OR W-VINCQTD > 20
              GO TO GERA-VINC-POS.
           IF W-VINCQTD = ZEROS
              WRITE REGDOSTX FROM DOS-VINCCAB.
           ADD 1 TO W-VINCQTD
           MOVE "ANTERIOR" TO DV-TIPO
           MOVE RDM-CODANT TO DV-COD
           MOVE RDM-ADMANT TO DV-ADM
           MOVE RDM-DEMANT TO DV-DEM
           MOVE RDM-MOTANT TO DV-MOT
           MOVE RDM-EXPER TO DV-EXPER
           MOVE RDM-AVISO90 TO DV-AV90
           WRITE REGDOSTX FROM DOS-VINC
           MOVE RDM-CODANT TO RDM-CODFUNC
           GO TO GERA-VINC-ANT.
       GERA-VINC-POS.
           MOVE W-CODSEL TO RDM-CODANT
           START CADREADM KEY IS EQUAL RDM-CODANT
           IF ST-ERRO NOT = "00"
              GO TO GERA-VINC-FIM.
       GERA-VINC-POS-RD.
           READ CADREADM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-VINC-FIM.
           IF RDM-CODANT NOT = W-CODSEL
              GO TO GERA-VINC-FIM.
           IF W-VINCQTD = ZEROS
              WRITE REGDOSTX FROM DOS-VINCCAB.
           ADD 1 TO W-VINCQTD
           MOVE "READMITIDO" TO DV-TIPO
           MOVE RDM-CODFUNC TO DV-COD CODFUNC
           MOVE ZEROS TO DV-ADM DV-DEM
           MOVE SPACES TO DV-MOT
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE DATAADM TO DV-ADM
              MOVE DATADEM TO DV-DEM
              MOVE MOTIVODEM TO DV-MOT.
           MOVE RDM-EXPER TO DV-EXPER
           MOVE RDM-AVISO90 TO DV-AV90
           WRITE REGDOSTX FROM DOS-VINC
           GO TO GERA-VINC-POS-RD.
       GERA-VINC-FIM.
           CLOSE CADREADM
           IF W-VINCQTD NOT = ZEROS
              WRITE REGDOSTX FROM DOS-SEP.
      *----------------------------------------------------------------
      * DEPENDENTES DA CHAPA.
      *----------------------------------------------------------------
       GERA-DEPEN.
           WRITE REGDOSTX FROM DOS-SEP
           OPEN INPUT CADASO
           IF ST-ERRO NOT = "00"
              GO TO GERA-TREIN.
           WRITE REGDOSTX FROM DOS-ASOCAB
           MOVE W-CODSEL TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS ASO-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADASO
              GO TO GERA-TREIN.
       GERA-ASO-RD.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADASO
              GO TO GERA-TREIN.
           IF ASO-CODFUNC NOT = W-CODSEL
              CLOSE CADASO
              GO TO GERA-TREIN.
           MOVE ASO-SEQ TO DA-SEQ
           MOVE ASO-TIPO TO DA-TIPO
           MOVE ASO-DATA TO DA-DATA
           WRITE REGDOSTX FROM DOS-ASO
           GO TO GERA-ASO-RD.
      *----------------------------------------------------------------
      * HISTORICO DE TREINAMENTOS (FPP191) DA CHAPA.
      *----------------------------------------------------------------
       GERA-TREIN.
           WRITE REGDOSTX FROM DOS-SEP
           OPEN INPUT CADTREFUN
           IF ST-ERRO NOT = "00"
              GO TO GERA-LOGS.
           MOVE ZEROS TO W-TRNARQ
           OPEN INPUT CADTREIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-TRNARQ.
           WRITE REGDOSTX FROM DOS-TRECAB
           MOVE W-CODSEL TO TFU-CODFUNC
           MOVE ZEROS TO TFU-SEQ
           START CADTREFUN KEY IS NOT LESS TFU-KEY
           IF ST-ERRO NOT = "00"
              GO TO GERA-TREIN-FIM.
       GERA-TREIN-RD.
           READ CADTREFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-TREIN-FIM.
           IF TFU-CODFUNC NOT = W-CODSEL
              GO TO GERA-TREIN-FIM.
           MOVE SPACES TO DT-DESC
           IF W-TRNARQ = 1
              MOVE TFU-CURSO TO TRN-COD
              READ CADTREIN
              IF ST-ERRO = "00"
                 MOVE TRN-DESC TO DT-DESC.
           MOVE TFU-SEQ TO DT-SEQ
           MOVE TFU-DATA TO DT-DATA
           MOVE TFU-HORAS TO DT-HORAS
           MOVE TFU-SITUAC TO DT-SIT
           MOVE TFU-NOTA TO DT-NOTA
           MOVE TFU-CUSTO TO DT-CUSTO
           MOVE TFU-FORNEC TO DT-FORNEC
           WRITE REGDOSTX FROM DOS-TRE
           GO TO GERA-TREIN-RD.
       GERA-TREIN-FIM.
           IF W-TRNARQ = 1
              CLOSE CADTREIN.
           CLOSE CADTREFUN.
      *----------------------------------------------------------------
      * TRILHA DO CADLOG DA CHAPA (O LOG E GRAVADO EM ORDEM
      * CRONOLOGICA, ENTAO A LEITURA SEQUENCIAL JA SAI EM ORDEM).
      *----------------------------------------------------------------
           WRITE REGDOSTX FROM DOS-LOG
           GO TO GERA-ASO-RD.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MASCARA LGPD: SO OS QUATRO ULTIMOS DIGITOS DO DOCUMENTO
      * FICAM VISIVEIS (***.***.*NN-NN).
      *----------------------------------------------------------------
           MOVE "V" TO LOG-ACAO
           MOVE W-CODSEL TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-VISTA-FIM.
           EXIT.
      *----------------------------------------------------------------
