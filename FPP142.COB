       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP142.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * PIN DO TERMINAL DO COLABORADOR (FPP141): O RH EMITE  *
      * UM PIN PROVISORIO (TROCADO PELO FUNCIONARIO NO       *
      * PRIMEIRO ACESSO), DESBLOQUEIA APOS ERROS OU CANCELA. *
      * SO O HASH E GRAVADO; TODA ACAO FICA NO CADLOG        *
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
           SELECT CADPIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIN-CODFUNC
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
       FD CADPIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIN.DAT".
       01 REGPIN.
          03 PIN-HASH                 PIC X(08).
          03 PIN-STAT                 PIC X(01).
          03 PIN-TENTFALHA            PIC 9(01).
          03 PIN-DATATROCA            PIC 9(08).
          03 PIN-ULTACESSO            PIC 9(08).
          03 PIN-OPER                 PIC X(08).
          03 PIN-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-CODSEL        PIC 9(06) VALUE ZEROS.
       01 W-TEMPIN        PIC 9(01) VALUE ZEROS.
       01 W-SITPIN        PIC X(20) VALUE SPACES.
       01 W-PINNOVO       PIC X(06) VALUE SPACES.
       01 W-PINNOVO2      PIC X(06) VALUE SPACES.
       01 W-ACAOLOG       PIC X(01) VALUE SPACES.
       01 W-REGANTES      PIC X(40) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ HASH DO PIN (IGUAL AO DA SENHA DO FPPMAIN) ]---------
       01 W-SENHACLARA    PIC X(08) VALUE SPACES.
       01 W-SENHAHASH     PIC X(08) VALUE SPACES.
       01 W-HASHNUM       PIC 9(08) VALUE ZEROS.
       01 W-HASHDIG       PIC 9(08) VALUE ZEROS.
       01 W-HASHIX        PIC 9(02) VALUE ZEROS.
       01 W-HASHPOS       PIC 9(02) VALUE ZEROS.
       01 W-HASHCHR       PIC 9(02) VALUE ZEROS.
       01 W-HASHWRK       PIC X(01) VALUE SPACES.
       01 W-HASHTAB       PIC X(44) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-_@#$%&".
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
               VALUE  "      -- PIN DO TERMINAL DO COLABORADOR".
           05  LINE 02  COLUMN 41
               VALUE  " --".
           05  LINE 05  COLUMN 01
               VALUE  "   CHAPA        :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME         :".
           05  LINE 08  COLUMN 01
               VALUE  "   CPF          :".
           05  LINE 10  COLUMN 01
               VALUE  "   SITUACAO PIN :".
           05  LINE 11  COLUMN 01
               VALUE  "   ULTIMO ACESSO:".
           05  LINE 14  COLUMN 01
               VALUE  "   E=EMITIR PIN PROVISORIO  D=DESBLOQUEAR".
           05  LINE 14  COLUMN 42
               VALUE  "  C=CANCELAR  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CODSEL
               LINE 05  COLUMN 19  PIC 9(06)
               USING  W-CODSEL
               HIGHLIGHT.
           05  TNOME
               LINE 07  COLUMN 19  PIC X(30)
               FROM  NOME.
           05  TCPF
               LINE 08  COLUMN 19  PIC 9(11)
               FROM  CPF.
           05  TSITPIN
               LINE 10  COLUMN 19  PIC X(20)
               FROM  W-SITPIN.
           05  TULTACESSO
               LINE 11  COLUMN 19  PIC 99999999
               FROM  PIN-ULTACESSO.
           05  TW-OPCAO
               LINE 14  COLUMN 58  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADPIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPIN
                 CLOSE CADPIN
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC
                 GO TO ROT-FIM2.
      *
       R1.
           MOVE ZEROS TO W-CODSEL PIN-ULTACESSO CPF
           MOVE SPACES TO NOME W-SITPIN W-OPCAO
           DISPLAY TELAPRINCIPAL.
       R2.
           ACCEPT TW-CODSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE W-CODSEL TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CODSEL TO PIN-CODFUNC
           READ CADPIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-TEMPIN
              MOVE REGPIN TO W-REGANTES
           ELSE
              MOVE ZEROS TO W-TEMPIN PIN-ULTACESSO
              MOVE SPACES TO W-REGANTES.
           MOVE "SEM PIN" TO W-SITPIN
           IF W-TEMPIN = 1
              IF PIN-STAT = "B"
                 MOVE "BLOQUEADO" TO W-SITPIN
              ELSE
                 IF PIN-STAT = "C"
                    MOVE "CANCELADO" TO W-SITPIN
                 ELSE
                    IF PIN-DATATROCA = ZEROS
                       MOVE "ATIVO (PROVISORIO)" TO W-SITPIN
                    ELSE
                       MOVE "ATIVO" TO W-SITPIN.
           DISPLAY TELAPRINCIPAL.
       R3.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "E" OR W-OPCAO = "e"
              GO TO EMITE.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              GO TO DESBLOQ.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO CANCELA.
           MOVE "*** DIGITE E, D OU C (ESC=VOLTA) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *----------------------------------------------------------------
      * EMISSAO (OU REEMISSAO) DE PIN PROVISORIO: DESLIGADO NAO TEM
      * ACESSO AO TERMINAL. O FUNCIONARIO TROCA NO PRIMEIRO ACESSO.
      *----------------------------------------------------------------
       EMITE.
           IF FUNCSTAT = "D"
              MOVE "*** FUNCIONARIO DESLIGADO - SEM ACESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (17, 04) "PIN PROVISORIO (4 A 6 DIGITOS) : "
           DISPLAY (18, 04) "CONFIRME O PIN                 : "
           MOVE SPACES TO W-PINNOVO W-PINNOVO2
           ACCEPT (17, 38) W-PINNOVO WITH NO ECHO
           IF W-PINNOVO(1:4) NOT NUMERIC
              GO TO EMITE-INV.
           IF W-PINNOVO(5:1) NOT = SPACE AND W-PINNOVO(5:1) NOT NUMERIC
              GO TO EMITE-INV.
           IF W-PINNOVO(6:1) NOT = SPACE AND W-PINNOVO(6:1) NOT NUMERIC
              GO TO EMITE-INV.
           IF W-PINNOVO(5:1) = SPACE AND W-PINNOVO(6:1) NOT = SPACE
              GO TO EMITE-INV.
           ACCEPT (18, 38) W-PINNOVO2 WITH NO ECHO
           IF W-PINNOVO2 NOT = W-PINNOVO
              MOVE "*** PINS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-PINNOVO TO W-SENHACLARA
           PERFORM CALC-HASH THRU CALC-HASH-FIM
           MOVE W-SENHAHASH TO PIN-HASH
           MOVE "A" TO PIN-STAT
           MOVE ZEROS TO PIN-TENTFALHA PIN-DATATROCA
           MOVE W-OPERID TO PIN-OPER
           MOVE W-CODSEL TO PIN-CODFUNC
           IF W-TEMPIN = 1
              REWRITE REGPIN
              MOVE "A" TO W-ACAOLOG
           ELSE
              MOVE ZEROS TO PIN-ULTACESSO
              WRITE REGPIN
              MOVE "I" TO W-ACAOLOG.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** PIN PROVISORIO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       EMITE-INV.
           MOVE "*** PIN DEVE TER DE 4 A 6 DIGITOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       DESBLOQ.
           IF W-TEMPIN NOT = 1 OR PIN-STAT NOT = "B"
              MOVE "*** PIN NAO ESTA BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "A" TO PIN-STAT
           MOVE ZEROS TO PIN-TENTFALHA
           MOVE W-OPERID TO PIN-OPER
           REWRITE REGPIN
           MOVE "A" TO W-ACAOLOG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** PIN DESBLOQUEADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       CANCELA.
           IF W-TEMPIN NOT = 1 OR PIN-STAT = "C"
              MOVE "*** NAO HA PIN ATIVO PARA CANCELAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "C" TO PIN-STAT
           MOVE W-OPERID TO PIN-OPER
           REWRITE REGPIN
           MOVE "E" TO W-ACAOLOG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** PIN CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *----------------------------------------------------------------
      * HASH DO PIN (MESMO ALGORITMO DA SENHA DO OPERADOR)
      *----------------------------------------------------------------
       CALC-HASH.
           INSPECT W-SENHACLARA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HASHIX.
       CALC-HASH-LP.
           IF W-HASHIX > 8
              MOVE W-HASHNUM TO W-HASHDIG
              MOVE W-HASHDIG TO W-SENHAHASH
              GO TO CALC-HASH-FIM.
           MOVE ZEROS TO W-HASHCHR
           MOVE W-SENHACLARA(W-HASHIX:1) TO W-HASHWRK
           PERFORM CALC-HASH-ORD THRU CALC-HASH-ORD-FIM
           COMPUTE W-HASHNUM = FUNCTION MOD(
                 W-HASHNUM * 31 + W-HASHCHR, 99999989)
           ADD 1 TO W-HASHIX
           GO TO CALC-HASH-LP.
       CALC-HASH-ORD.
           MOVE 1 TO W-HASHPOS.
       CALC-HASH-ORD-LP.
           IF W-HASHPOS > 44
              MOVE ZEROS TO W-HASHCHR
              GO TO CALC-HASH-ORD-FIM.
           IF W-HASHTAB(W-HASHPOS:1) = W-HASHWRK
              MOVE W-HASHPOS TO W-HASHCHR
              GO TO CALC-HASH-ORD-FIM.
           ADD 1 TO W-HASHPOS
           GO TO CALC-HASH-ORD-LP.
       CALC-HASH-ORD-FIM.
           EXIT.
       CALC-HASH-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DO LOG DE AUDITORIA (IMAGENS DO REGISTRO DO PIN)
      *----------------------------------------------------------------
       GRAVA-LOG.
                MOVE W-OPERID TO LOG-OPERID
                ACCEPT W-HOJELOG FROM DATE YYYYMMDD
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "CADPIN" TO LOG-ARQUIVO
                MOVE W-ACAOLOG TO LOG-ACAO
                MOVE W-CODSEL TO LOG-CHAVE
                MOVE W-REGANTES TO LOG-ANTES
                MOVE REGPIN TO LOG-DEPOIS
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
                CLOSE CADFUNC CADPIN.
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
