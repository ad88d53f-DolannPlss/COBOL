       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP144.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AVALIACAO DE DESEMPENHO POR CHAPA E ANO DE CICLO: O  *
      * GESTOR DO DEPARTAMENTO (RESPFUNC DO CADDEP), IDENTI- *
      * FICADO PELA CHAPA E PELO PIN DO TERMINAL (FPP142),   *
      * DA NOTA DE 1 A 5 EM CADA CRITERIO E O SISTEMA CALCULA*
      * A NOTA FINAL PONDERADA, USADA PELO FPP083 NA PROPOSTA*
      * DE PROGRESSAO SALARIAL                               *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AVL-KEY
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
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIN-CODFUNC
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODDEP                   PIC 9(03).
          03 DENDEP                   PIC X(25).
          03 NVL                      PIC 9(02).
          03 DEPSTAT                  PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 DEPFILIAL                PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
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
       01 W-ANOCICLO      PIC 9(04) VALUE ZEROS.
       01 W-GESTOR        PIC 9(06) VALUE ZEROS.
       01 W-NOMEGEST      PIC X(30) VALUE SPACES.
       01 W-CODSEL        PIC 9(06) VALUE ZEROS.
       01 W-PIN           PIC X(06) VALUE SPACES.
       01 W-TEMAVAL       PIC 9(01) VALUE ZEROS.
       01 W-IX            PIC 9(01) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-SOMAPESO      PIC 9(05) VALUE ZEROS.
       01 W-ACAOLOG       PIC X(01) VALUE SPACES.
       01 W-REGANTES      PIC X(45) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ CRITERIOS DE AVALIACAO E PESOS (SOMA = 100) ]--------
       01 TABCRIT.
          03 FILLER PIC X(27) VALUE "30PRODUTIVIDADE / METAS".
          03 FILLER PIC X(27) VALUE "25QUALIDADE DO TRABALHO".
          03 FILLER PIC X(27) VALUE "15ASSIDUIDADE/PONTUALIDADE".
          03 FILLER PIC X(27) VALUE "15TRABALHO EM EQUIPE".
          03 FILLER PIC X(27) VALUE "15INICIATIVA".
       01 TABCRITX REDEFINES TABCRIT.
          03 TBCRIT OCCURS 5 TIMES.
             05 TBCRIT-PESO  PIC 9(02).
             05 TBCRIT-DESC  PIC X(25).
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
               VALUE  "        -- AVALIACAO DE DESEMPENHO --".
           05  LINE 04  COLUMN 01
               VALUE  "ANO DO CICLO                            :".
           05  LINE 05  COLUMN 01
               VALUE  "CHAPA DO GESTOR                         :".
           05  LINE 06  COLUMN 01
               VALUE  "PIN DO GESTOR (TERMINAL)                :".
           05  LINE 08  COLUMN 01
               VALUE  "CHAPA AVALIADA                          :".
           05  LINE 09  COLUMN 01
               VALUE  "DEPARTAMENTO                            :".
           05  LINE 11  COLUMN 01
               VALUE  "CRITERIO                          PESO  NOTA (1".
           05  LINE 11  COLUMN 48
               VALUE  " A 5)".
           05  LINE 18  COLUMN 01
               VALUE  "NOTA FINAL PONDERADA                    :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TW-ANOCICLO
               LINE 04  COLUMN 43  PIC 9(04)
               USING  W-ANOCICLO
               HIGHLIGHT.
           05  TW-GESTOR
               LINE 05  COLUMN 43  PIC 9(06)
               USING  W-GESTOR
               HIGHLIGHT.
           05  TW-CODSEL
               LINE 08  COLUMN 43  PIC 9(06)
               USING  W-CODSEL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADAVAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAVAL
                 CLOSE CADAVAL
                 MOVE "*** ARQUIVO CADAVAL FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAVAL
              GO TO ROT-FIMP.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAVAL CADFUNC
              GO TO ROT-FIMP.
      * SEM PIN NAO HA COMO IDENTIFICAR O GESTOR.
           OPEN I-O CADPIN
           IF ST-ERRO NOT = "00"
              MOVE "* GESTOR PRECISA DE PIN DO TERMINAL (FPP142) *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAVAL CADFUNC CADDEP
              GO TO ROT-FIMP.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(1:4) TO W-ANOCICLO
           MOVE ZEROS TO W-GESTOR W-CODSEL
           DISPLAY TELAPRINCIPAL.
      *----------------------------------------------------------------
      * IDENTIFICACAO DO GESTOR: CHAPA ATIVA COM PIN ATIVO E JA
      * TROCADO NO TERMINAL. TRES ERROS BLOQUEIAM O PIN, COMO NO
      * FPP141.
      *----------------------------------------------------------------
       R1.
           ACCEPT TW-ANOCICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ANOCICLO < 2000
              MOVE "*** ANO DO CICLO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TW-GESTOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE W-GESTOR TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR FUNCSTAT NOT = "A"
              MOVE "*** GESTOR DEVE SER CHAPA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOMEGEST
           DISPLAY (05, 50) W-NOMEGEST.
       R3.
           MOVE W-GESTOR TO PIN-CODFUNC
           READ CADPIN
           IF ST-ERRO NOT = "00" OR PIN-STAT NOT = "A"
              MOVE "*** GESTOR SEM PIN ATIVO (FPP142) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF PIN-DATATROCA = ZEROS
              MOVE "*** TROQUE O PIN PROVISORIO NO TERMINAL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE SPACES TO W-PIN
           ACCEPT (06, 43) W-PIN WITH NO ECHO
           MOVE SPACES TO W-SENHACLARA
           MOVE W-PIN TO W-SENHACLARA
           PERFORM CALC-HASH THRU CALC-HASH-FIM
           IF W-SENHAHASH = PIN-HASH
              MOVE ZEROS TO PIN-TENTFALHA
              REWRITE REGPIN
              GO TO R4.
           ADD 1 TO PIN-TENTFALHA
           IF PIN-TENTFALHA NOT < 3
              MOVE "B" TO PIN-STAT
              REWRITE REGPIN
              MOVE "*** PIN BLOQUEADO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           REWRITE REGPIN
           MOVE "*** PIN NAO CONFERE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *----------------------------------------------------------------
      * CHAPA AVALIADA: ATIVA, DE DEPARTAMENTO CUJO RESPFUNC E O
      * GESTOR IDENTIFICADO; O GESTOR NAO SE AUTOAVALIA.
      *----------------------------------------------------------------
       R4.
           MOVE ZEROS TO W-CODSEL
           DISPLAY TELAPRINCIPAL
           DISPLAY (05, 50) W-NOMEGEST
           DISPLAY (06, 43) "******".
       R4A.
           ACCEPT TW-CODSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CODSEL = W-GESTOR
              MOVE "*** AUTOAVALIACAO NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           MOVE W-CODSEL TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR FUNCSTAT NOT = "A"
              MOVE "*** CHAPA NAO CADASTRADA OU NAO ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           DISPLAY (08, 50) NOME
           MOVE FUNCDEP TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPARTAMENTO DA CHAPA NAO CADASTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           DISPLAY (09, 43) CODDEP
           DISPLAY (09, 50) DENDEP
           IF RESPFUNC NOT = W-GESTOR
              MOVE "*** CHAPA NAO E DA EQUIPE DESTE GESTOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           MOVE W-CODSEL TO AVL-CODFUNC
           MOVE W-ANOCICLO TO AVL-ANO
           READ CADAVAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-TEMAVAL
              MOVE REGAVAL TO W-REGANTES
              MOVE "*** AVALIACAO JA EXISTE - REVISAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE ZEROS TO W-TEMAVAL
              MOVE SPACES TO W-REGANTES
              MOVE ZEROS TO AVL-NOTA(1) AVL-NOTA(2) AVL-NOTA(3)
                            AVL-NOTA(4) AVL-NOTA(5) AVL-NOTAFINAL.
           MOVE 1 TO W-IX
           MOVE 12 TO W-LIN.
       R5-MOSTRA.
           DISPLAY (W-LIN, 01) TBCRIT-DESC(W-IX)
           DISPLAY (W-LIN, 36) TBCRIT-PESO(W-IX)
           DISPLAY (W-LIN, 43) AVL-NOTA(W-IX)
           IF W-IX < 5
              ADD 1 TO W-IX W-LIN
              GO TO R5-MOSTRA.
           DISPLAY (18, 43) AVL-NOTAFINAL
           MOVE 1 TO W-IX
           MOVE 12 TO W-LIN.
      *----------------------------------------------------------------
      * NOTAS POR CRITERIO (1 A 5) E NOTA FINAL PONDERADA.
      *----------------------------------------------------------------
       R5.
           ACCEPT (W-LIN, 43) AVL-NOTA(W-IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF AVL-NOTA(W-IX) < 1 OR AVL-NOTA(W-IX) > 5
              MOVE "*** NOTA DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-IX < 5
              ADD 1 TO W-IX W-LIN
              GO TO R5.
           MOVE ZEROS TO W-SOMAPESO
           MOVE 1 TO W-IX.
       R5-CALC.
           COMPUTE W-SOMAPESO = W-SOMAPESO
                 + AVL-NOTA(W-IX) * TBCRIT-PESO(W-IX)
           IF W-IX < 5
              ADD 1 TO W-IX
              GO TO R5-CALC.
           COMPUTE AVL-NOTAFINAL ROUNDED = W-SOMAPESO / 100
           DISPLAY (18, 43) AVL-NOTAFINAL.
       R6.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-GESTOR TO AVL-AVALIADOR
           MOVE FUNCDEP TO AVL-DEP
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO AVL-DATA
           MOVE W-OPERID TO AVL-OPER
           MOVE W-CODSEL TO AVL-CODFUNC
           MOVE W-ANOCICLO TO AVL-ANO
           IF W-TEMAVAL = 1
              REWRITE REGAVAL
              MOVE "A" TO W-ACAOLOG
           ELSE
              WRITE REGAVAL
              MOVE "I" TO W-ACAOLOG.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DA AVALIACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** AVALIACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.
      *----------------------------------------------------------------
      * HASH DO PIN (MESMO ALGORITMO DA SENHA DO OPERADOR).
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
      * GRAVACAO DO LOG DE AUDITORIA (IMAGENS DA AVALIACAO)
      *----------------------------------------------------------------
       GRAVA-LOG.
                MOVE W-OPERID TO LOG-OPERID
                ACCEPT W-HOJELOG FROM DATE YYYYMMDD
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "CADAVAL" TO LOG-ARQUIVO
                MOVE W-ACAOLOG TO LOG-ACAO
                MOVE AVL-KEY TO LOG-CHAVE
                MOVE W-REGANTES TO LOG-ANTES
                MOVE REGAVAL TO LOG-DEPOIS
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAVAL CADFUNC CADDEP CADPIN.
       ROT-FIMP.
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
