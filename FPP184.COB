       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP184.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CAIXA DE ALERTAS DO OPERADOR: PERCORRE OS ALERTAS EM *
      * ABERTO GERADOS PELO LOTE NOTURNO (FPP182) PARA O     *
      * OPERADOR - O NIVEL 1 VE TAMBEM OS SEM ROTEAMENTO - E *
      * MARCA COMO TRATADO O QUE JA FOI RESOLVIDO            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALERTA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ALE-KEY
                      ALTERNATE RECORD KEY IS ALE-OPER
                      WITH DUPLICATES
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
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALERTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALERTA.DAT".
       01 REGALERTA.
      * SEVERIDADE: 1=CRITICA  2=ALTA  3=AVISO.
          03 ALE-SEVER                PIC 9(01).
          03 ALE-DESC                 PIC X(40).
          03 ALE-FILIAL               PIC 9(02).
          03 ALE-DEP                  PIC 9(03).
      * OPERADOR RESPONSAVEL; EM BRANCO = SEM ROTEAMENTO (NIVEL 1).
          03 ALE-OPER                 PIC X(08).
      * SITUACAO: A=ABERTO  T=TRATADO  R=RESOLVIDO PELO LOTE.
          03 ALE-STAT                 PIC X(01).
          03 ALE-DATAGER              PIC 9(08).
          03 ALE-DATAULT              PIC 9(08).
          03 ALE-DATATRAT             PIC 9(08).
          03 ALE-OPERTRAT             PIC X(08).
          03 ALE-KEY.
              05 ALE-TIPO             PIC X(03).
              05 ALE-CODFUNC          PIC 9(06).
              05 ALE-DATAVENC         PIC 9(08).
              05 ALE-REF              PIC 9(03).
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
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-NIVEL         PIC 9(01) VALUE ZEROS.
       01 W-FUNCARQ       PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      * PASSO 1 = ALERTAS DO OPERADOR; PASSO 2 = SEM ROTEAMENTO.
       01 W-PASSO         PIC 9(01) VALUE ZEROS.
       01 W-OPERSEL       PIC X(08) VALUE SPACES.
       01 W-TOTABERTO     PIC 9(05) VALUE ZEROS.
       01 W-TOTTRAT       PIC 9(05) VALUE ZEROS.
       01 W-NUMALE        PIC 9(05) VALUE ZEROS.
       01 W-TIPOTXT       PIC X(24) VALUE SPACES.
       01 W-SEVTXT        PIC X(08) VALUE SPACES.
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.
       01 W-DATAX         PIC 9(08) VALUE ZEROS.
       01 W-DATAXR REDEFINES W-DATAX.
          03 W-DATAX-AA   PIC 9(04).
          03 W-DATAX-MM   PIC 9(02).
          03 W-DATAX-DD   PIC 9(02).
       01 W-DATAED.
          03 W-DATAED-DD  PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-MM  PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-AA  PIC 9999.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         -- CAIXA DE ALERTAS DO OPERADOR --".
           05  LINE 04  COLUMN 01
               VALUE  "ALERTA    :".
           05  LINE 04  COLUMN 20
               VALUE  "DE".
           05  LINE 06  COLUMN 01
               VALUE  "TIPO      :".
           05  LINE 06  COLUMN 45
               VALUE  "SEVERIDADE:".
           05  LINE 08  COLUMN 01
               VALUE  "CHAPA     :".
           05  LINE 10  COLUMN 01
               VALUE  "FILIAL    :".
           05  LINE 10  COLUMN 20
               VALUE  "DEPARTAMENTO:".
           05  LINE 12  COLUMN 01
               VALUE  "VENCIMENTO:".
           05  LINE 12  COLUMN 45
               VALUE  "GERADO EM :".
           05  LINE 14  COLUMN 01
               VALUE  "DESCRICAO :".
           05  LINE 16  COLUMN 01
               VALUE  "OPERADOR  :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TNUMALE
               LINE 04  COLUMN 13  PIC ZZZZ9
               FROM  W-NUMALE.
           05  TTOTABERTO
               LINE 04  COLUMN 23  PIC ZZZZ9
               FROM  W-TOTABERTO.
           05  TTIPOTXT
               LINE 06  COLUMN 13  PIC X(24)
               FROM  W-TIPOTXT.
           05  TSEVTXT
               LINE 06  COLUMN 57  PIC X(08)
               FROM  W-SEVTXT.
           05  TALE-CODFUNC
               LINE 08  COLUMN 13  PIC 9(06)
               FROM  ALE-CODFUNC.
           05  TNOMEFUNC
               LINE 08  COLUMN 21  PIC X(30)
               FROM  W-NOMEFUNC.
           05  TALE-FILIAL
               LINE 10  COLUMN 13  PIC 9(02)
               FROM  ALE-FILIAL.
           05  TALE-DEP
               LINE 10  COLUMN 34  PIC 9(03)
               FROM  ALE-DEP.
           05  TALE-DESC
               LINE 14  COLUMN 13  PIC X(40)
               FROM  ALE-DESC.
           05  TALE-OPER
               LINE 16  COLUMN 13  PIC X(08)
               FROM  ALE-OPER.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADALERTA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM ALERTA (ARQALERTA AUSENTE) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
      * SEM O CADASTRO DE FUNCIONARIOS O ALERTA SAI SEM O NOME.
           MOVE ZEROS TO W-FUNCARQ
           OPEN INPUT CADFUNC
           IF ST-ERRO = "00"
              MOVE 1 TO W-FUNCARQ.
       R0B.
           MOVE ZEROS TO W-NIVEL
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              GO TO R0C.
           MOVE W-OPERID TO OPER-ID
           READ CADOPER
           IF ST-ERRO = "00"
              MOVE OPER-NIVEL TO W-NIVEL.
           CLOSE CADOPER.
       R0C.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTABERTO W-TOTTRAT W-NUMALE
      * CONTA OS EM ABERTO DA CAIXA PARA O "ALERTA N DE M".
           MOVE 1 TO W-PASSO.
       CONTA-PASSO.
           PERFORM POSICIONA THRU POSICIONA-FIM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PROX.
       CONTA-LP.
           READ CADALERTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PROX.
           IF ALE-OPER NOT = W-OPERSEL
              GO TO CONTA-PROX.
           IF ALE-STAT = "A"
              ADD 1 TO W-TOTABERTO.
           GO TO CONTA-LP.
       CONTA-PROX.
           IF W-PASSO = 1 AND W-NIVEL = 1
              MOVE 2 TO W-PASSO
              GO TO CONTA-PASSO.
           IF W-TOTABERTO = ZEROS
              MOVE "*** NENHUM ALERTA EM ABERTO NA CAIXA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * PERCORRE OS ALERTAS EM ABERTO, UM POR VEZ.
      *----------------------------------------------------------------
           MOVE 1 TO W-PASSO.
       R1.
           PERFORM POSICIONA THRU POSICIONA-FIM
           IF ST-ERRO NOT = "00"
              GO TO R1-PROX.
       R1-RD.
           READ CADALERTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO R1-PROX.
           IF ALE-OPER NOT = W-OPERSEL
              GO TO R1-PROX.
           IF ALE-STAT NOT = "A"
              GO TO R1-RD.
           ADD 1 TO W-NUMALE
           PERFORM MONTA-TELA THRU MONTA-TELA-FIM.
       R2.
           DISPLAY (23, 12)
                "T=TRATADO  P=PULAR  (ESC=SAIR)         "
           ACCEPT (23, 56) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-TOTAIS.
           IF W-OPCAO = "P" OR W-OPCAO = "p"
              GO TO R1-RD.
           IF W-OPCAO = "T" OR W-OPCAO = "t"
              GO TO TRATA.
           GO TO R2.
       R1-PROX.
           IF W-PASSO = 1 AND W-NIVEL = 1
              MOVE 2 TO W-PASSO
              GO TO R1.
           GO TO ROT-TOTAIS.
      *----------------------------------------------------------------
      * TRATADO: O LOTE NAO REABRE, SALVO SE A SEVERIDADE PIORAR.
      *----------------------------------------------------------------
       TRATA.
           MOVE "T" TO ALE-STAT
           MOVE W-HOJE TO ALE-DATATRAT
           MOVE W-OPERID TO ALE-OPERTRAT
           REWRITE REGALERTA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ALERTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-TOTAIS.
           ADD 1 TO W-TOTTRAT
           MOVE "*** ALERTA MARCADO COMO TRATADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *
       ROT-TOTAIS.
           DISPLAY (20, 10) "TRATADOS NESTA SESSAO: "
           DISPLAY (20, 34) W-TOTTRAT
           MOVE "*** FIM DA CAIXA DE ALERTAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * POSICIONA NO PRIMEIRO ALERTA DO PASSO: O OPERADOR OU, NO
      * PASSO 2, OS SEM ROTEAMENTO (OPERADOR EM BRANCO).
      *----------------------------------------------------------------
       POSICIONA.
           MOVE W-OPERID TO W-OPERSEL
           IF W-PASSO = 2
              MOVE SPACES TO W-OPERSEL.
           MOVE W-OPERSEL TO ALE-OPER
           START CADALERTA KEY IS EQUAL ALE-OPER.
       POSICIONA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * TEXTOS DO ALERTA CORRENTE E EXIBICAO DA TELA.
      *----------------------------------------------------------------
       MONTA-TELA.
           MOVE ALE-TIPO TO W-TIPOTXT
           IF ALE-TIPO = "EXP"
              MOVE "EXPERIENCIA (FPP027)" TO W-TIPOTXT.
           IF ALE-TIPO = "DOB"
              MOVE "DOBRA DE FERIAS (FPP051)" TO W-TIPOTXT.
           IF ALE-TIPO = "ASO"
              MOVE "EXAME MEDICO (FPP101)" TO W-TIPOTXT.
           IF ALE-TIPO = "EPI"
              MOVE "EPI (FPP105)" TO W-TIPOTXT.
           IF ALE-TIPO = "CER"
              MOVE "CERTIFICACAO (FPP109)" TO W-TIPOTXT.
           IF ALE-TIPO = "DEP"
              MOVE "DEPENDENTE (FPP053)" TO W-TIPOTXT.
           IF ALE-TIPO = "CRI"
              MOVE "CRITICA PRE-FOLHA" TO W-TIPOTXT.
           IF ALE-TIPO = "AVI"
              MOVE "AVISO PREVIO (FPP098)" TO W-TIPOTXT.
           MOVE "AVISO   " TO W-SEVTXT
           IF ALE-SEVER = 1
              MOVE "CRITICA " TO W-SEVTXT.
           IF ALE-SEVER = 2
              MOVE "ALTA    " TO W-SEVTXT.
           MOVE SPACES TO W-NOMEFUNC
           IF ALE-CODFUNC = ZEROS
              MOVE "(ALERTA DA FILIAL)" TO W-NOMEFUNC
           ELSE
              IF W-FUNCARQ = 1
                 MOVE ALE-CODFUNC TO CODFUNC
                 READ CADFUNC
                 IF ST-ERRO = "00"
                    MOVE NOME TO W-NOMEFUNC.
           DISPLAY TELAPRINCIPAL
           IF ALE-DATAVENC = ZEROS
              DISPLAY (12, 13) "SEM DATA  "
           ELSE
              MOVE ALE-DATAVENC TO W-DATAX
              PERFORM EDITA-DATA THRU EDITA-DATA-FIM
              DISPLAY (12, 13) W-DATAED.
           MOVE ALE-DATAGER TO W-DATAX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (12, 57) W-DATAED
           IF ALE-OPER = SPACES
              DISPLAY (16, 13) "(SEM ROTEAMENTO)".
       MONTA-TELA-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DATAX-DD TO W-DATAED-DD
           MOVE W-DATAX-MM TO W-DATAED-MM
           MOVE W-DATAX-AA TO W-DATAED-AA.
       EDITA-DATA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           IF W-FUNCARQ = 1
              CLOSE CADFUNC.
           CLOSE CADALERTA.
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
