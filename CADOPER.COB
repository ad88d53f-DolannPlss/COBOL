                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPFIL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPF-OPERID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODFUNC
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
      * FILIAIS QUE O OPERADOR PODE VER E ALTERAR (FPP187). SEM
      * REGISTRO, OU COM A LISTA ZERADA, O OPERADOR VE TODAS.
       FD CADOPFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPFIL.DAT".
       01 REGOPFIL.
          03 OPF-OPERID               PIC X(08).
          03 OPF-FILIAIS.
              05 OPF-FIL01            PIC 9(02).
              05 OPF-FIL02            PIC 9(02).
              05 OPF-FIL03            PIC 9(02).
              05 OPF-FIL04            PIC 9(02).
              05 OPF-FIL05            PIC 9(02).
              05 OPF-FIL06            PIC 9(02).
              05 OPF-FIL07            PIC 9(02).
              05 OPF-FIL08            PIC 9(02).
              05 OPF-FIL09            PIC 9(02).
              05 OPF-FIL10            PIC 9(02).
          03 OPF-TABFIL REDEFINES OPF-FILIAIS.
              05 OPF-FIL              PIC 9(02) OCCURS 10 TIMES.
      * CHAPA DO OPERADOR QUANDO ELE E GESTOR (RESPFUNC NO CADDEP),
      * PARA A CONSULTA DA EQUIPE (FPP195). ZERO = NENHUMA.
          03 OPF-CHAPA                PIC 9(06).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-FILIX         PIC 9(02) VALUE ZEROS.
       01 W-FUNCARQ       PIC 9(01) VALUE ZEROS.
       01 W-SENHACLARA    PIC X(08) VALUE SPACES.
       01 W-SENHAHASH     PIC X(08) VALUE SPACES.
       01 W-HASHNUM       PIC 9(08) VALUE ZEROS.
               VALUE  "      STATUS (A=ATIVO  I=INATIVO): ".
           05  LINE 15  COLUMN 01
               VALUE  "      BLOQUEIO (B=BLOQ  ESPACO=LIVRE): ".
           05  LINE 17  COLUMN 01
               VALUE  "      FILIAIS PERMITIDAS (00=TODAS):".
           05  LINE 19  COLUMN 01
               VALUE  "      CHAPA DO GESTOR (0=NENHUMA):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TOPERID
               LINE 15  COLUMN 42  PIC X(01)
               USING  OPER-BLOQ
               HIGHLIGHT.
           05  TOPFFIL01
               LINE 17  COLUMN 38  PIC 9(02)
               USING  OPF-FIL01
               HIGHLIGHT.
           05  TOPFFIL02
               LINE 17  COLUMN 41  PIC 9(02)
               USING  OPF-FIL02
               HIGHLIGHT.
           05  TOPFFIL03
               LINE 17  COLUMN 44  PIC 9(02)
               USING  OPF-FIL03
               HIGHLIGHT.
           05  TOPFFIL04
               LINE 17  COLUMN 47  PIC 9(02)
               USING  OPF-FIL04
               HIGHLIGHT.
           05  TOPFFIL05
               LINE 17  COLUMN 50  PIC 9(02)
               USING  OPF-FIL05
               HIGHLIGHT.
           05  TOPFFIL06
               LINE 17  COLUMN 53  PIC 9(02)
               USING  OPF-FIL06
               HIGHLIGHT.
           05  TOPFFIL07
               LINE 17  COLUMN 56  PIC 9(02)
               USING  OPF-FIL07
               HIGHLIGHT.
           05  TOPFFIL08
               LINE 17  COLUMN 59  PIC 9(02)
               USING  OPF-FIL08
               HIGHLIGHT.
           05  TOPFFIL09
               LINE 17  COLUMN 62  PIC 9(02)
               USING  OPF-FIL09
               HIGHLIGHT.
           05  TOPFFIL10
               LINE 17  COLUMN 65  PIC 9(02)
               USING  OPF-FIL10
               HIGHLIGHT.
           05  TOPFCHAPA
               LINE 19  COLUMN 38  PIC 9(06)
               USING  OPF-CHAPA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADOPFIL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOPFIL
                 CLOSE CADOPFIL
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPFIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOPER
                 EXIT PROGRAM.
      * SEM O CADASTRO DE FILIAIS (FPP057) OS CODIGOS NAO SAO
      * CONFERIDOS.
           MOVE ZEROS TO W-FILARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
      * SEM O CADASTRO DE FUNCIONARIOS A CHAPA DO GESTOR NAO E
      * CONFERIDA.
           MOVE ZEROS TO W-FUNCARQ
           OPEN INPUT CADFUNC
           IF ST-ERRO = "00"
              MOVE 1 TO W-FUNCARQ.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
      * CONTROLE DE INATIVIDADE: O TIMEOUT DE SESSAO E MEDIDO NOS
           MOVE SPACES TO W-SENHACLARA
           MOVE ZEROS TO OPER-NIVEL W-SEL
           MOVE ZEROS TO OPER-DATATROCA OPER-TENTFALHA
           MOVE ZEROS TO OPF-FILIAIS OPF-CHAPA
      *-------------[VISUALIZACAO DA TELA PRINCIPAL]--------------------
           DISPLAY TELAPRINCIPAL.
      *-------------[ ENTRADA DO ID ]------------------------------------
           READ CADOPER
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM LER-OPFIL THRU LER-OPFIL-FIM
                DISPLAY TELAPRINCIPAL
                MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.
           IF OPER-BLOQ = SPACE
              MOVE ZEROS TO OPER-TENTFALHA.
       R5C.
      * ATE 10 FILIAIS; TUDO 00 LIBERA TODAS AS FILIAIS.
           ACCEPT TOPFFIL01
           ACCEPT TOPFFIL02
           ACCEPT TOPFFIL03
           ACCEPT TOPFFIL04
           ACCEPT TOPFFIL05
           ACCEPT TOPFFIL06
           ACCEPT TOPFFIL07
           ACCEPT TOPFFIL08
           ACCEPT TOPFFIL09
           ACCEPT TOPFFIL10
           IF W-FILARQ NOT = 1
              GO TO R5D.
           MOVE 1 TO W-FILIX.
       R5C-LP.
           IF W-FILIX > 10
              GO TO R5D.
           IF OPF-FIL(W-FILIX) NOT = ZEROS
              MOVE OPF-FIL(W-FILIX) TO FILCOD
              READ CADFILIAL
              IF ST-ERRO NOT = "00"
                 MOVE "*** FILIAL NAO CADASTRADA (FPP057) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5C.
           ADD 1 TO W-FILIX
           GO TO R5C-LP.
       R5D.
      * OPERADOR QUE E GESTOR DE DEPARTAMENTO: CHAPA DO RESPONSAVEL
      * (RESPFUNC) PARA A CONSULTA DA EQUIPE.
           ACCEPT TOPFCHAPA
           IF OPF-CHAPA = ZEROS OR W-FUNCARQ NOT = 1
              GO TO R5E.
           MOVE OPF-CHAPA TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
           IF FUNCSTAT = "D"
              MOVE "*** CHAPA DESATIVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
       R5E.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
       INC-WR1.
                WRITE REGOPER
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-OPFIL THRU GRAVA-OPFIL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-DL1.
                DELETE CADOPER RECORD
                IF ST-ERRO = "00"
                   MOVE OPER-ID TO OPF-OPERID
                   DELETE CADOPFIL RECORD
                   MOVE "*** OPERADOR EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-RW1.
                REWRITE REGOPER
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-OPFIL THRU GRAVA-OPFIL-FIM
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           EXIT.
       CALC-HASH-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAIS PERMITIDAS DO OPERADOR (ARQOPFIL): LISTA ZERADA NAO
      * FICA GRAVADA - SEM REGISTRO O OPERADOR VE TODAS. O REGISTRO
      * SO E APAGADO QUANDO TAMBEM NAO HA CHAPA DE GESTOR.
      *----------------------------------------------------------------
       LER-OPFIL.
           MOVE OPER-ID TO OPF-OPERID
           READ CADOPFIL
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO OPF-FILIAIS OPF-CHAPA.
       LER-OPFIL-FIM.
           EXIT.
      *
       GRAVA-OPFIL.
           MOVE OPER-ID TO OPF-OPERID
           IF OPF-FILIAIS = ZEROS AND OPF-CHAPA = ZEROS
              DELETE CADOPFIL RECORD
              GO TO GRAVA-OPFIL-FIM.
           WRITE REGOPFIL
           IF ST-ERRO = "22"
              REWRITE REGOPFIL.
       GRAVA-OPFIL-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-FUNCARQ = 1
              CLOSE CADFUNC.
           CLOSE CADOPER CADOPFIL.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
