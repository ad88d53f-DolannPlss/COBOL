      ********************************************************
      * CICLO ANUAL DE PROGRESSAO SALARIAL: PROPOE A SUBIDA  *
      * DE NIVEL NA GRADE (FPP082) POR TEMPO DE CASA E       *
      * DESEMPENHO (NOTA DA AVALIACAO DO CICLO - FPP144 - OU *
      * O MARCADOR FUNCDESEMP QUANDO NAO HA AVALIACOES),     *
      * EFETIVA COM HISTORICO DE MOVIMENTACAO E CADLOG, E    *
      * MOSTRA O IMPACTO DE CUSTO                            *
      * POR DEPARTAMENTO CONTRA O LIMSAL                     *
      ********************************************************
      *----------------------------------------------------------------
                      ALTERNATE RECORD KEY IS MHCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AVL-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPRGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
              05 MHCODFUNC            PIC 9(06).
              05 MHSEQ                PIC 9(03).
      *-----------------------------------------------------------------
       FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
          03 AVL-NOTA                 PIC 9(01) OCCURS 5 TIMES.
          03 AVL-NOTAFINAL            PIC 9(01)V99.
          03 AVL-AVALIADOR            PIC 9(06).
          03 AVL-DEP                  PIC 9(03).
          03 AVL-DATA                 PIC 9(08).
          03 AVL-OPER                 PIC X(08).
          03 AVL-KEY.
              05 AVL-CODFUNC          PIC 9(06).
              05 AVL-ANO              PIC 9(04).
      *-----------------------------------------------------------------
       FD CADPRGTX
               LABEL RECORD IS STANDARD
       01 W-TABDEP        OCCURS 200 TIMES.
          03 W-TBDEP-COD  PIC 9(03).
          03 W-TBDEP-IMP  PIC 9(09)V99.
       01 W-AVALARQ       PIC 9(01) VALUE ZEROS.
       01 W-ANOCICLO      PIC 9(04) VALUE ZEROS.
       01 W-NOTAMIN       PIC 9(01)V99 VALUE 3.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]-------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
          03 W-JOBFUNC         PIC X(01) VALUE SPACES.
          03 W-JOBNOME         PIC X(08) VALUE "FPP083".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQFUNC   ARQMOVHIST".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
      *----------[ LINHAS DO RELATORIO ]---------------------------------
       01 CAB1.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                      DEP NVL".
                03 FILLER      PIC X(35) VALUE
                   " NOVO  SAL.ATUAL   SAL.NOVO  ACAO  ".
                03 FILLER      PIC X(06) VALUE "  NOTA".
       01 DETLIN.
                03 DET-COD     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 DET-SALNOV  PIC ZZZ.ZZZ,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 DET-ACAO    PIC X(09).
                03 FILLER      PIC X(02) VALUE " ".
                03 DET-NOTA    PIC Z,99.
       01 DEPLIN.
                03 FILLER      PIC X(12) VALUE "DEPARTAMENTO".
                03 DL-DEP      PIC 999.
                03 TL-PROP     PIC ZZZ.ZZ9.
                03 FILLER      PIC X(13) VALUE "  EFETIVADAS:".
                03 TL-EFET     PIC ZZZ.ZZ9.
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
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 10  COLUMN 01
               VALUE  "  TEMPO MINIMO DE CASA (MESES)       :".
           05  LINE 12  COLUMN 01
               VALUE  "  ANO DO CICLO DE AVALIACAO          :".
           05  LINE 14  COLUMN 01
               VALUE  "  NOTA MINIMA NA AVALIACAO           :".
           05  LINE 16  COLUMN 01
               VALUE  "  MODO (P=PROPOR E=EFETIVAR)         :".
           05  LINE 18  COLUMN 01
               VALUE  "  CONFIRMA O PROCESSAMENTO (S ou N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
               LINE 10  COLUMN 41  PIC 999
               USING  W-MESESMIN
               HIGHLIGHT.
           05  TW-ANOCICLO
               LINE 12  COLUMN 41  PIC 9999
               USING  W-ANOCICLO
               HIGHLIGHT.
           05  TW-NOTAMIN
               LINE 14  COLUMN 41  PIC 9,99
               USING  W-NOTAMIN
               HIGHLIGHT.
           05  TW-MODO
               LINE 16  COLUMN 41  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 18  COLUMN 41  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       INC-001.
           MOVE ZEROS TO W-DEPSEL W-TOTPROP W-TOTEFET W-QTDDEP
           MOVE 24 TO W-MESESMIN
           MOVE 3 TO W-NOTAMIN
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(1:4) TO W-ANOCICLO
           MOVE SPACES TO W-MODO W-OPCAO
           DISPLAY TELAPRINCIPAL.
       INC-DEP.
              MOVE "*** MINIMO DE 12 MESES DE CASA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MESES.
       INC-ANO.
           ACCEPT TW-ANOCICLO
           IF W-ANOCICLO < 2000
              MOVE "*** ANO DO CICLO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ANO.
       INC-NOTA.
           ACCEPT TW-NOTAMIN
           IF W-NOTAMIN < 1 OR W-NOTAMIN > 5
              MOVE "*** NOTA MINIMA ENTRE 1,00 E 5,00 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NOTA.
       INC-MODO.
           ACCEPT TW-MODO
           IF W-MODO NOT = "P" AND W-MODO NOT = "E"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADCAR
              GO TO ROT-FIM2.
      * COM AVALIACOES GRAVADAS (FPP144) A NOTA DO CICLO SUBSTITUI O
      * MARCADOR FUNCDESEMP DO CADASTRO.
           MOVE ZEROS TO W-AVALARQ
           OPEN INPUT CADAVAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-AVALARQ.
       INC-OP1.
           IF W-MODO = "E"
              OPEN I-O CADMOVH
              GO TO LER-FUNC01.
           IF W-DEPSEL NOT = ZEROS AND FUNCDEP NOT = W-DEPSEL
              GO TO LER-FUNC01.
           IF W-AVALARQ = 1
              MOVE CODFUNC TO AVL-CODFUNC
              MOVE W-ANOCICLO TO AVL-ANO
              READ CADAVAL
              IF ST-ERRO NOT = "00"
                 GO TO LER-FUNC01
              ELSE
                 IF AVL-NOTAFINAL < W-NOTAMIN
                    GO TO LER-FUNC01
                 ELSE
                    MOVE AVL-NOTAFINAL TO DET-NOTA
           ELSE
              IF FUNCDESEMP NOT = "S"
                 GO TO LER-FUNC01
              ELSE
                 MOVE ZEROS TO DET-NOTA.
      * TEMPO DE CASA EM MESES.
           IF DATAADM = ZEROS
              GO TO LER-FUNC01.
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *
           DISPLAY (01, 01) ERASE
           IF W-MODO = "E"
              CLOSE CADMOVH.
           IF W-AVALARQ = 1
              CLOSE CADAVAL.
           CLOSE CADFUNC CADCAR CADGRADE CADPRGTX.
       ROT-FIM2.
           IF W-JOBREG = 1
