       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP131.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * LISTA DE TRABALHO DAS REJEICOES DO ESOCIAL: MOSTRA   *
      * UM EVENTO REJEITADO POR VEZ (FILTRO POR CHAPA E POR  *
      * EVENTO); CORRIGIDO O CADASTRO, O EVENTO E MARCADO    *
      * PARA RETRANSMISSAO NO CONTROLE DO PROGRAMA GERADOR.  *
      * CADA MARCACAO FICA NO CADLOG                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESORET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RET-KEY
                      FILE STATUS  IS ST-ERRO.
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
           SELECT CADESOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ESOKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAT-KEY
                      ALTERNATE RECORD KEY IS CAT-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESONP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ENP-KEY
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADESOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOC.DAT".
       01 REGESOC.
          03 ESODATA                  PIC 9(08).
          03 ESOSTAT                  PIC X(01).
          03 ESOKEY.
              05 ESOCODFUNC           PIC 9(06).
              05 ESOTIPO              PIC X(01).
      *-----------------------------------------------------------------
       FD CADCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
          03 CAT-DATA                 PIC 9(08).
          03 CAT-HORA                 PIC 9(04).
          03 CAT-LOCAL                PIC X(30).
          03 CAT-PARTE                PIC X(20).
          03 CAT-LESAO                PIC X(20).
          03 CAT-TESTEM               PIC X(30).
          03 CAT-AFAST                PIC X(01).
          03 CAT-DIASAFAST            PIC 9(03).
          03 CAT-ATESEQ               PIC 9(02).
          03 CAT-ASOSEQ               PIC 9(02).
          03 CAT-ESOSTAT              PIC X(01).
          03 CAT-KEY.
              05 CAT-CODFUNC          PIC 9(06).
              05 CAT-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADESONP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESONP.DAT".
       01 REGESONP.
          03 ENP-STAT                 PIC X(01).
          03 ENP-GERDATA              PIC 9(08).
          03 ENP-DATAFIM              PIC 9(08).
          03 ENP-MOTIVO               PIC X(01).
          03 ENP-FECHADO              PIC X(01).
          03 ENP-REGIME               PIC X(01).
          03 ENP-KEY.
              05 ENP-CODFUNC          PIC 9(06).
              05 ENP-TIPO             PIC X(01).
              05 ENP-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-FILCHAPA      PIC 9(06) VALUE ZEROS.
       01 W-FILEVT        PIC X(05) VALUE SPACES.
       01 W-ESOARQ        PIC 9(01) VALUE ZEROS.
       01 W-CATARQ        PIC 9(01) VALUE ZEROS.
       01 W-ENPARQ        PIC 9(01) VALUE ZEROS.
       01 W-ORIGOK        PIC 9(01) VALUE ZEROS.
       01 W-TOTMARC       PIC 9(04) VALUE ZEROS.
       01 W-TOTLIST       PIC 9(04) VALUE ZEROS.
       01 W-RETANT        PIC X(90) VALUE SPACES.
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.
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
           05  LINE 02  COLUMN 01
               VALUE  "      -- REJEICOES DO ESOCIAL (LISTA DE TRA".
           05  LINE 02  COLUMN 44
               VALUE  "BALHO) --".
           05  LINE 04  COLUMN 01
               VALUE  "FILTRO CHAPA (0=TODAS):".
           05  LINE 04  COLUMN 35
               VALUE  "EVENTO (BRANCO=TODOS):".
           05  LINE 07  COLUMN 01
               VALUE  "CHAPA:".
           05  LINE 07  COLUMN 16
               VALUE  "NOME:".
           05  LINE 09  COLUMN 01
               VALUE  "EVENTO:".
           05  LINE 09  COLUMN 16
               VALUE  "IND:".
           05  LINE 09  COLUMN 25
               VALUE  "REFERENCIA:".
           05  LINE 09  COLUMN 47
               VALUE  "COMPET:".
           05  LINE 11  COLUMN 01
               VALUE  "ERROS:".
           05  LINE 13  COLUMN 01
               VALUE  "RECIBO ANTERIOR:".
           05  LINE 13  COLUMN 44
               VALUE  "IMPORTADO:".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TW-FILCHAPA
               LINE 04  COLUMN 25  PIC 9(06)
               USING  W-FILCHAPA
               HIGHLIGHT.
           05  TW-FILEVT
               LINE 04  COLUMN 58  PIC X(05)
               USING  W-FILEVT
               HIGHLIGHT.
       01  TELAEVENTO.
           05  TRET-CODFUNC
               LINE 07  COLUMN 08  PIC 9(06)
               FROM  RET-CODFUNC.
           05  TW-NOMEFUNC
               LINE 07  COLUMN 22  PIC X(30)
               FROM  W-NOMEFUNC.
           05  TRET-EVENTO
               LINE 09  COLUMN 09  PIC X(05)
               FROM  RET-EVENTO.
           05  TRET-IND
               LINE 09  COLUMN 21  PIC X(01)
               FROM  RET-IND.
           05  TRET-REFER
               LINE 09  COLUMN 37  PIC 9(08)
               FROM  RET-REFER.
           05  TRET-COMPET
               LINE 09  COLUMN 55  PIC 9(06)
               FROM  RET-COMPET.
           05  TRET-ERROS
               LINE 11  COLUMN 08  PIC X(30)
               FROM  RET-ERROS.
           05  TRET-RECIBO
               LINE 13  COLUMN 18  PIC X(23)
               FROM  RET-RECIBO.
           05  TRET-DATAIMP
               LINE 13  COLUMN 55  PIC 9(08)
               FROM  RET-DATAIMP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE ZEROS TO W-TOTMARC W-TOTLIST.
       R0.
           OPEN I-O CADESORET
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM RETORNO IMPORTADO (FPP130) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESORET
              GO TO ROT-FIMS.
      * OS CONTROLES DOS GERADORES SAO OPCIONAIS: SEM O ARQUIVO,
      * O EVENTO DAQUELE TIPO NAO PODE SER MARCADO.
           MOVE ZEROS TO W-ESOARQ W-CATARQ W-ENPARQ
           OPEN I-O CADESOC
           IF ST-ERRO = "00"
              MOVE 1 TO W-ESOARQ.
           OPEN I-O CADCAT
           IF ST-ERRO = "00"
              MOVE 1 TO W-CATARQ.
           OPEN I-O CADESONP
           IF ST-ERRO = "00"
              MOVE 1 TO W-ENPARQ.
       R0F.
           MOVE ZEROS TO W-FILCHAPA
           MOVE SPACES TO W-FILEVT
           DISPLAY TELAPRINCIPAL
           ACCEPT TW-FILCHAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           ACCEPT TW-FILEVT
           INSPECT W-FILEVT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *----------------------------------------------------------------
      * PERCORRE AS REJEICOES ("R") QUE PASSAM NO FILTRO, UMA POR VEZ.
      *----------------------------------------------------------------
       R1.
           MOVE LOW-VALUES TO RET-KEY
           IF W-FILCHAPA NOT = ZEROS
              MOVE W-FILCHAPA TO RET-CODFUNC.
           START CADESORET KEY IS NOT LESS RET-KEY
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
       R1-RD.
           READ CADESORET NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF W-FILCHAPA NOT = ZEROS AND RET-CODFUNC NOT = W-FILCHAPA
              GO TO ROT-TOTAIS.
           IF RET-STAT NOT = "R"
              GO TO R1-RD.
           IF W-FILEVT NOT = SPACES AND RET-EVENTO NOT = W-FILEVT
              GO TO R1-RD.
           ADD 1 TO W-TOTLIST
           MOVE RET-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO W-NOMEFUNC
           ELSE
              MOVE "*** CHAPA NAO CADASTRADA ***" TO W-NOMEFUNC.
           DISPLAY TELAEVENTO.
       R2.
           DISPLAY (21, 01)
                "C=CORRIGIDO (RETRANSMITIR)  P=PULAR  (ESC=SAIR)"
           ACCEPT (21, 50) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-TOTAIS.
           IF W-OPCAO = "P" OR W-OPCAO = "p"
              GO TO R1-RD.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO MARCA.
           GO TO R2.
      *----------------------------------------------------------------
      * CORRIGIDO: O CONTROLE DO GERADOR VOLTA PARA "A GERAR" E O
      * EVENTO SAI DE NOVO NA PROXIMA GERACAO:
      *   S-2200/S-2299  ARQESOC  "X"  (FPP045)
      *   S-2210         ARQCAT   "R" COM RECIBO ANTERIOR, SENAO
      *                           BRANCO                    (FPP127)
      *   S-2230/S-2206  ARQESONP "X"  (FPP129)
      *   S-1200/S-1210  SO O ARQESORET "C" - O FPP093 SEM CONTROLE
      *                  PROPRIO GERA "SOMENTE RETRANSMISSOES".
      *----------------------------------------------------------------
       MARCA.
           MOVE REGESORET TO W-RETANT
           MOVE ZEROS TO W-ORIGOK
           IF RET-EVENTO = "S2200" OR RET-EVENTO = "S2299"
              PERFORM MARCA-ESOC THRU MARCA-ESOC-FIM.
           IF RET-EVENTO = "S2210"
              PERFORM MARCA-CAT THRU MARCA-CAT-FIM.
           IF RET-EVENTO = "S2230" OR RET-EVENTO = "S2206"
              PERFORM MARCA-ENP THRU MARCA-ENP-FIM.
           IF RET-EVENTO = "S1200" OR RET-EVENTO = "S1210"
              MOVE 1 TO W-ORIGOK.
           IF W-ORIGOK NOT = 1
              MOVE "* EVENTO DE ORIGEM NAO ENCONTRADO - NAO MARCADO *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE "C" TO RET-STAT
           REWRITE REGESORET
           MOVE "CADESORET" TO LOG-ARQUIVO
           MOVE "C" TO LOG-ACAO
           MOVE RET-CODFUNC TO LOG-CHAVE
           MOVE W-RETANT TO LOG-ANTES
           MOVE REGESORET TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-TOTMARC
           MOVE "*** EVENTO MARCADO PARA RETRANSMISSAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *
       MARCA-ESOC.
           IF W-ESOARQ NOT = 1
              GO TO MARCA-ESOC-FIM.
           MOVE RET-CODFUNC TO ESOCODFUNC
           IF RET-EVENTO = "S2200"
              MOVE "A" TO ESOTIPO
           ELSE
              MOVE "D" TO ESOTIPO.
           READ CADESOC
           IF ST-ERRO NOT = "00"
              GO TO MARCA-ESOC-FIM.
           MOVE "X" TO ESOSTAT
           REWRITE REGESOC
           MOVE 1 TO W-ORIGOK.
       MARCA-ESOC-FIM.
           EXIT.
      *
       MARCA-CAT.
           IF W-CATARQ NOT = 1
              GO TO MARCA-CAT-FIM.
           MOVE RET-CODFUNC TO CAT-CODFUNC
           MOVE RET-REFER TO CAT-SEQ
           READ CADCAT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-CAT-FIM.
           IF RET-RECIBO NOT = SPACES
              MOVE "R" TO CAT-ESOSTAT
           ELSE
              MOVE SPACES TO CAT-ESOSTAT.
           REWRITE REGCAT
           MOVE 1 TO W-ORIGOK.
       MARCA-CAT-FIM.
           EXIT.
      *
       MARCA-ENP.
           IF W-ENPARQ NOT = 1
              GO TO MARCA-ENP-FIM.
           MOVE RET-CODFUNC TO ENP-CODFUNC
           IF RET-EVENTO = "S2206"
              MOVE "C" TO ENP-TIPO
           ELSE
              MOVE RET-IND TO ENP-TIPO.
           MOVE RET-REFER TO ENP-DATA
           READ CADESONP
           IF ST-ERRO NOT = "00"
              GO TO MARCA-ENP-FIM.
           MOVE "X" TO ENP-STAT
           REWRITE REGESONP
           MOVE 1 TO W-ORIGOK.
       MARCA-ENP-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           DISPLAY (19, 10) "REJEICOES LISTADAS: "
           DISPLAY (19, 30) W-TOTLIST
           DISPLAY (20, 10) "MARCADAS P/ REENVIO: "
           DISPLAY (20, 31) W-TOTMARC
           MOVE "*** FIM DAS REJEICOES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
      *----------------------------------------------------------------
       ROT-FIM.
           IF W-ESOARQ = 1
              CLOSE CADESOC.
           IF W-CATARQ = 1
              CLOSE CADCAT.
           IF W-ENPARQ = 1
              CLOSE CADESONP.
           CLOSE CADESORET CADFUNC.
       ROT-FIMS.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
