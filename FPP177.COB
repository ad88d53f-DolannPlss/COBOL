       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP177.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * ALTERACOES PROGRAMADAS: MUDANCA DE CARGO,            *
      * DEPARTAMENTO, NIVEL SALARIAL, FILIAL OU REGIME DA    *
      * CHAPA COM DATA DE VIGENCIA FUTURA. O PEDIDO VAI PARA *
      * APROVACAO (ARQPEND, FPP054) E, APROVADO, E APLICADO  *
      * NO CADFUNC PELO LOTE NOTURNO (FPP178) NA DATA        *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FUT-KEY
                      ALTERNATE RECORD KEY IS FUT-DATAEF
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
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRD-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PNDSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEQID
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * ALTERACOES PROGRAMADAS, POR CHAPA E SEQUENCIA. CAMPO NOVO
      * ZERADO (NIVEL 99, REGIME EM BRANCO) = MANTEM O ATUAL.
      *   STAT: "P"=AGUARDANDO APROVACAO  "A"=APROVADA (AGUARDA A
      *         DATA)  "R"=REJEITADA NA APROVACAO  "E"=EFETIVADA
      *         "N"=NAO APLICADA PELO LOTE (VER MOTIVO)
      *         "C"=CANCELADA PELO SOLICITANTE
      *-----------------------------------------------------------------
       FD CADFUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUTMOV.DAT".
       01 REGFUT.
          03 FUT-DATAEF               PIC 9(08).
          03 FUT-CARNOV               PIC 9(03).
          03 FUT-DEPNOV               PIC 9(03).
          03 FUT-NVLNOV               PIC 9(02).
          03 FUT-FILNOV               PIC 9(02).
          03 FUT-REGNOV               PIC X(01).
          03 FUT-STAT                 PIC X(01).
          03 FUT-OPER                 PIC X(08).
          03 FUT-DATAREG              PIC 9(08).
          03 FUT-APROV                PIC X(08).
          03 FUT-PNDSEQ               PIC 9(06).
          03 FUT-DATAPROC             PIC 9(08).
          03 FUT-MOTIVO               PIC X(40).
          03 FUT-KEY.
              05 FUT-CODFUNC          PIC 9(06).
              05 FUT-SEQ              PIC 9(03).
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
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAR.DAT".
       01 REGCAR.
          03 CODCAR                   PIC 9(03).
          03 DENCAR                   PIC X(25).
          03 TIPOSAL                  PIC X(01).
          03 SALBASE                  PIC 9(06)V99.
          03 STAT                     PIC X(01).
          03 GRAURISCO                PIC 9(01).
          03 CARCOMIS                 PIC 9(02)V99.
          03 CARSIND                  PIC 9(03).
          03 CARQUOTA                 PIC X(01).
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
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-TIPO                 PIC X(01).
          03 GRD-VALOR                PIC 9(06)V99.
          03 GRD-STAT                 PIC X(01).
          03 GRD-KEY.
              05 GRD-CARGO            PIC 9(03).
              05 GRD-NIVEL            PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PNDSEQ                   PIC 9(06).
          03 PNDTIPO                  PIC X(01).
          03 PNDOPER                  PIC X(08).
          03 PNDAPROV                 PIC X(08).
          03 PNDDATA                  PIC 9(08).
          03 PNDSTAT                  PIC X(01).
          03 PNDCHAVE                 PIC 9(06).
          03 PNDANTES                 PIC X(182).
          03 PNDDEPOIS                PIC X(182).
      *-----------------------------------------------------------------
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQID                    PIC X(08).
          03 SEQPROX                  PIC 9(06).
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
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-CODFUNC       PIC 9(06) VALUE ZEROS.
       01 W-DATAEF        PIC 9(08) VALUE ZEROS.
       01 W-CARNOV        PIC 9(03) VALUE ZEROS.
       01 W-DEPNOV        PIC 9(03) VALUE ZEROS.
       01 W-NVLNOV        PIC 9(02) VALUE 99.
       01 W-FILNOV        PIC 9(02) VALUE ZEROS.
       01 W-REGNOV        PIC X(01) VALUE SPACES.
       01 W-SEQMAX        PIC 9(03) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-STATDESC      PIC X(30) VALUE SPACES.
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-FUTANTES      PIC X(107) VALUE SPACES.
      *----------[ SITUACAO RESULTANTE DA ALTERACAO ]-------------------
       01 W-CARRES        PIC 9(03) VALUE ZEROS.
       01 W-DEPRES        PIC 9(03) VALUE ZEROS.
       01 W-NVLRES        PIC 9(02) VALUE ZEROS.
       01 W-FILRES        PIC 9(02) VALUE ZEROS.
       01 W-ATUAL.
          03 W-ATUCAR     PIC 9(03).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ATUDEP     PIC 9(03).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ATUNVL     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ATUFIL     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ATUREG     PIC X(01).
      *----------[ CONFERENCIA DE DATA ]--------------------------------
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-DTOK          PIC 9(01) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 TAB-ULTDIA.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-ULTDIAX REDEFINES TAB-ULTDIA.
          03 TB-ULTDIA    PIC 9(02) OCCURS 12 TIMES.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP177".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
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
               VALUE  "   *** ALTERACOES PROGRAMADAS (VIGENCIA ".
           05  LINE 02  COLUMN 41
               VALUE  "FUTURA) ***".
           05  LINE 05  COLUMN 01
               VALUE  " CHAPA DO FUNCIONARIO             :".
           05  LINE 07  COLUMN 01
               VALUE  " ATUAL CARGO/DEPTO/NIVEL/FIL/REG  :".
           05  LINE 09  COLUMN 01
               VALUE  " DATA DE VIGENCIA (AAAAMMDD)      :".
           05  LINE 11  COLUMN 01
               VALUE  " NOVO CARGO         (0 = MANTEM)  :".
           05  LINE 12  COLUMN 01
               VALUE  " NOVO DEPARTAMENTO  (0 = MANTEM)  :".
           05  LINE 13  COLUMN 01
               VALUE  " NOVO NIVEL SALARIAL (99 = MANTEM):".
           05  LINE 14  COLUMN 01
               VALUE  " NOVA FILIAL        (0 = MANTEM)  :".
           05  LINE 15  COLUMN 01
               VALUE  " NOVO REGIME C/E/A/I (BR = MANTEM):".
           05  LINE 17  COLUMN 01
               VALUE  " SITUACAO                         :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CODFUNC
               LINE 05  COLUMN 37  PIC 9(06)
               USING  W-CODFUNC
               HIGHLIGHT.
           05  TW-DATAEF
               LINE 09  COLUMN 37  PIC 9(08)
               USING  W-DATAEF
               HIGHLIGHT.
           05  TW-CARNOV
               LINE 11  COLUMN 37  PIC 9(03)
               USING  W-CARNOV
               HIGHLIGHT.
           05  TW-DEPNOV
               LINE 12  COLUMN 37  PIC 9(03)
               USING  W-DEPNOV
               HIGHLIGHT.
           05  TW-NVLNOV
               LINE 13  COLUMN 37  PIC 9(02)
               USING  W-NVLNOV
               HIGHLIGHT.
           05  TW-FILNOV
               LINE 14  COLUMN 37  PIC 9(02)
               USING  W-FILNOV
               HIGHLIGHT.
           05  TW-REGNOV
               LINE 15  COLUMN 37  PIC X(01)
               USING  W-REGNOV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADDEP
              GO TO ROT-FIM2.
      * FILIAIS (FPP057) E GRADE SALARIAL (FPP082) SAO OPCIONAIS: SEM
      * O ARQUIVO A CONFERENCIA CORRESPONDENTE E DISPENSADA.
           MOVE ZEROS TO W-FILARQ W-GRADEARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
       INC-OP1.
           OPEN I-O CADFUT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFUT
                 CLOSE CADFUT
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM3.
       INC-OP2.
           OPEN I-O CADPEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEND
                 CLOSE CADPEND
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUT
                 GO TO ROT-FIM3.
       INC-OP3.
           OPEN I-O CADSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUT CADPEND
                 GO TO ROT-FIM3.
       INC-001.
           MOVE ZEROS TO W-CODFUNC W-DATAEF W-CARNOV W-DEPNOV
                         W-FILNOV
           MOVE 99 TO W-NVLNOV
           MOVE SPACES TO W-OPCAO W-REGNOV
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAPRINCIPAL.
      *----------------------------------------------------------------
      * CHAPA: CADASTRADA E NAO DESLIGADA.
      *----------------------------------------------------------------
       R1.
           ACCEPT TW-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODFUNC = ZEROS
              GO TO ROT-FIM.
           MOVE W-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF FUNCSTAT = "D"
              MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (05, 45) NOME
           MOVE FUNCCAR TO W-ATUCAR
           MOVE FUNCDEP TO W-ATUDEP
           MOVE NVLSAL TO W-ATUNVL
           MOVE FILIAL TO W-ATUFIL
           MOVE TIPOREGIME TO W-ATUREG
           DISPLAY (07, 37) W-ATUAL.
      *----------------------------------------------------------------
      * VIGENCIA: DATA VALIDA E FUTURA. UMA ALTERACAO EM ABERTO NA
      * MESMA DATA E MOSTRADA PARA CONSULTA OU CANCELAMENTO.
      *----------------------------------------------------------------
       R2.
           ACCEPT TW-DATAEF
           MOVE W-DATAEF TO W-DTX
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DTOK NOT = 1
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-DATAEF NOT > W-HOJE
              MOVE "*** VIGENCIA DEVE SER POSTERIOR A HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM BUSCA-FUT THRU BUSCA-FUT-FIM
           IF W-ACHOU = 1
              GO TO ACE-001.
       R3.
           ACCEPT TW-CARNOV
           IF W-CARNOV = ZEROS
              MOVE FUNCCAR TO W-CARRES
              DISPLAY (11, 45) LIMPA
              GO TO R4.
           MOVE W-CARNOV TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "*** CARGO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CARNOV TO W-CARRES
           DISPLAY (11, 45) DENCAR.
       R4.
           ACCEPT TW-DEPNOV
           IF W-DEPNOV = ZEROS
              MOVE FUNCDEP TO W-DEPRES
              DISPLAY (12, 45) LIMPA
              GO TO R5.
           MOVE W-DEPNOV TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00" OR DEPSTAT NOT = "A"
              MOVE "*** DEPARTAMENTO INEXISTENTE OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DEPNOV TO W-DEPRES
           DISPLAY (12, 45) DENDEP.
       R5.
           ACCEPT TW-NVLNOV
           IF W-NVLNOV = 99
              MOVE NVLSAL TO W-NVLRES
              GO TO R5-GRADE.
           IF W-NVLNOV > 20
              MOVE "*** NIVEL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-NVLNOV TO W-NVLRES.
      * COM CARGO OU NIVEL NOVO, O PAR RESULTANTE TEM DE EXISTIR NA
      * GRADE SALARIAL DO CARGO (QUANDO O CARGO TEM GRADE).
       R5-GRADE.
           IF W-CARNOV = ZEROS AND W-NVLNOV = 99
              GO TO R6.
           PERFORM VERIF-GRADE THRU VERIF-GRADE-FIM
           IF W-ACHOU = 9
              MOVE "*** NIVEL FORA DA GRADE DO CARGO (FPP082) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TW-FILNOV
           IF W-FILNOV = ZEROS
              MOVE FILIAL TO W-FILRES
              DISPLAY (14, 45) LIMPA
              GO TO R6-DEP.
           IF W-FILNOV = FILIAL
              MOVE "*** FUNCIONARIO JA ESTA NESTA FILIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM VERIF-FILNOV THRU VERIF-FILNOV-FIM
           IF W-FILRC = "N"
              MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-FILNOV TO W-FILRES
           IF W-FILARQ NOT = 1
              GO TO R6-DEP.
           MOVE W-FILNOV TO FILCOD
           READ CADFILIAL
           IF ST-ERRO NOT = "00" OR FILSTAT NOT = "A"
              MOVE "*** FILIAL INEXISTENTE OU INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           DISPLAY (14, 45) FILRAZAO.
      * DEPARTAMENTO RESULTANTE TEM DE PERTENCER A FILIAL RESULTANTE.
       R6-DEP.
           IF W-DEPNOV = ZEROS AND W-FILNOV = ZEROS
              GO TO R7.
           MOVE W-DEPRES TO CODDEP
           READ CADDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPARTAMENTO INEXISTENTE OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF DEPFILIAL NOT = W-FILRES
              MOVE "*** DEPTO NAO PERTENCE A FILIAL DE DESTINO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R7.
           ACCEPT TW-REGNOV
           IF W-REGNOV NOT = SPACE AND W-REGNOV NOT = "C"
              AND W-REGNOV NOT = "E" AND W-REGNOV NOT = "A"
              AND W-REGNOV NOT = "I"
              MOVE "*** REGIME INVALIDO (C/E/A/I) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF W-REGNOV = TIPOREGIME
              MOVE SPACE TO W-REGNOV.
           IF W-CARNOV = ZEROS AND W-DEPNOV = ZEROS AND W-NVLNOV = 99
              AND W-FILNOV = ZEROS AND W-REGNOV = SPACE
              MOVE "*** NENHUMA ALTERACAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (17, 37) "P - AGUARDANDO APROVACAO".
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *----------------------------------------------------------------
      * GRAVACAO: A ALTERACAO FICA "P" E O PEDIDO VAI PARA O ARQPEND
      * (TIPO "F") COM O CADASTRO ATUAL COMO IMAGEM "ANTES" E A
      * ALTERACAO PROGRAMADA COMO IMAGEM "DEPOIS".
      *----------------------------------------------------------------
       INC-WR1.
           MOVE W-DATAEF TO FUT-DATAEF
           MOVE W-CARNOV TO FUT-CARNOV
           MOVE W-DEPNOV TO FUT-DEPNOV
           MOVE W-NVLNOV TO FUT-NVLNOV
           MOVE W-FILNOV TO FUT-FILNOV
           MOVE W-REGNOV TO FUT-REGNOV
           MOVE "P" TO FUT-STAT
           MOVE W-OPERID TO FUT-OPER
           MOVE W-HOJE TO FUT-DATAREG
           MOVE SPACES TO FUT-APROV FUT-MOTIVO
           MOVE ZEROS TO FUT-DATAPROC FUT-PNDSEQ
           MOVE W-CODFUNC TO FUT-CODFUNC
           COMPUTE FUT-SEQ = W-SEQMAX + 1
           PERFORM PROX-PEND THRU PROX-PEND-FIM
           MOVE PNDSEQ TO FUT-PNDSEQ
           WRITE REGFUT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFUT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
           MOVE "*** ALTERACAO ENVIADA PARA APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *****************************************
      * CONSULTA / CANCELAMENTO               *
      *****************************************
      *
       ACE-001.
           MOVE FUT-CARNOV TO W-CARNOV
           MOVE FUT-DEPNOV TO W-DEPNOV
           MOVE FUT-NVLNOV TO W-NVLNOV
           MOVE FUT-FILNOV TO W-FILNOV
           MOVE FUT-REGNOV TO W-REGNOV
           PERFORM DESC-STAT THRU DESC-STAT-FIM
           DISPLAY TELAPRINCIPAL
           DISPLAY (05, 45) NOME
           DISPLAY (07, 37) W-ATUAL
           DISPLAY (17, 37) W-STATDESC.
       ACE-002.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   C=CANCELAR ALTERACAO"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
               GO TO ACE-002.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO INC-001.
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ALTERACAO MANTIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
      * CANCELADA AINDA PENDENTE, A APROVACAO (FPP054) REJEITA O
      * PEDIDO POR NAO ENCONTRAR MAIS A ALTERACAO EM "P".
       CAN-RW1.
           MOVE REGFUT TO W-FUTANTES
           MOVE "C" TO FUT-STAT
           MOVE W-HOJE TO FUT-DATAPROC
           MOVE "CANCELADA PELO SOLICITANTE" TO FUT-MOTIVO
           REWRITE REGFUT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADFUT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CADFUTMOV" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE FUT-KEY TO LOG-CHAVE
           MOVE W-FUTANTES TO LOG-ANTES
           MOVE REGFUT TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** ALTERACAO CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *----------------------------------------------------------------
      * PROCURA ALTERACAO EM ABERTO ("P" OU "A") DA CHAPA NA DATA
      * INFORMADA (W-ACHOU = 1) E GUARDA A MAIOR SEQUENCIA USADA.
      *----------------------------------------------------------------
       BUSCA-FUT.
           MOVE ZEROS TO W-ACHOU W-SEQMAX
           MOVE W-CODFUNC TO FUT-CODFUNC
           MOVE ZEROS TO FUT-SEQ
           START CADFUT KEY IS NOT LESS FUT-KEY
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FUT-FIM.
       BUSCA-FUT-LP.
           READ CADFUT NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FUT-FIM.
           IF FUT-CODFUNC NOT = W-CODFUNC
              GO TO BUSCA-FUT-FIM.
           MOVE FUT-SEQ TO W-SEQMAX
           IF FUT-DATAEF = W-DATAEF
              AND (FUT-STAT = "P" OR FUT-STAT = "A")
              MOVE 1 TO W-ACHOU
              GO TO BUSCA-FUT-FIM.
           GO TO BUSCA-FUT-LP.
       BUSCA-FUT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRADE SALARIAL DO CARGO RESULTANTE: SE O CARGO TEM NIVEIS
      * CADASTRADOS, O NIVEL RESULTANTE PRECISA SER UM DELES (ATIVO);
      * FORA DA GRADE DEVOLVE W-ACHOU = 9.
      *----------------------------------------------------------------
       VERIF-GRADE.
           MOVE ZEROS TO W-ACHOU
           IF W-GRADEARQ NOT = 1
              GO TO VERIF-GRADE-FIM.
           MOVE W-CARRES TO GRD-CARGO
           MOVE W-NVLRES TO GRD-NIVEL
           READ CADGRADE
           IF ST-ERRO = "00" AND GRD-STAT = "A"
              GO TO VERIF-GRADE-FIM.
           MOVE W-CARRES TO GRD-CARGO
           MOVE ZEROS TO GRD-NIVEL
           START CADGRADE KEY IS NOT LESS GRD-KEY
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           READ CADGRADE NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-GRADE-FIM.
           IF GRD-CARGO = W-CARRES
              MOVE 9 TO W-ACHOU.
       VERIF-GRADE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * NUMERO DA PENDENCIA (SEQUENCIA "PENDENTE" DO ARQSEQ, A MESMA
      * DO FPP004).
      *----------------------------------------------------------------
       PROX-PEND.
           MOVE "PENDENTE" TO SEQID
           READ CADSEQ
           IF ST-ERRO NOT = "00"
              MOVE "PENDENTE" TO SEQID
              MOVE 1 TO SEQPROX
              WRITE REGSEQ.
           MOVE SEQPROX TO PNDSEQ
           ADD 1 TO SEQPROX
           MOVE "PENDENTE" TO SEQID
           REWRITE REGSEQ.
       PROX-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA A PENDENCIA DE APROVACAO (MAKER-CHECKER) E REGISTRA O
      * PEDIDO NO CADLOG COM A IDENTIDADE DE QUEM SOLICITOU.
      *----------------------------------------------------------------
       GRAVA-PEND.
           MOVE "F" TO PNDTIPO
           MOVE W-OPERID TO PNDOPER
           MOVE SPACES TO PNDAPROV
           MOVE W-HOJE TO PNDDATA
           MOVE "P" TO PNDSTAT
           MOVE W-CODFUNC TO PNDCHAVE
           MOVE REGFUNC TO PNDANTES
           MOVE REGFUT TO PNDDEPOIS
           WRITE REGPEND
           MOVE "CADPEND" TO LOG-ARQUIVO
           MOVE "P" TO LOG-ACAO
           MOVE PNDSEQ TO LOG-CHAVE
           MOVE PNDANTES TO LOG-ANTES
           MOVE PNDDEPOIS TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GRAVA-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
       DESC-STAT.
           MOVE SPACES TO W-STATDESC
           IF FUT-STAT = "P"
              MOVE "P - AGUARDANDO APROVACAO" TO W-STATDESC.
           IF FUT-STAT = "A"
              MOVE "A - APROVADA (AGUARDA A DATA)" TO W-STATDESC.
       DESC-STAT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DATA AAAAMMDD VALIDA (MES 1 A 12, DIA ATE O ULTIMO DO MES).
      *----------------------------------------------------------------
       VALIDA-DATA.
           MOVE ZEROS TO W-DTOK
           MOVE W-DTX(1:4) TO W-ANOC
           MOVE W-DTX(5:2) TO W-MESC
           MOVE W-DTX(7:2) TO W-DIAC
           IF W-ANOC < 1900 OR W-MESC < 1 OR W-MESC > 12
              OR W-DIAC < 1
              GO TO VALIDA-DATA-FIM.
           IF W-MESC = 2
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              IF W-REM4 = ZEROS AND W-DIAC = 29
                 MOVE 1 TO W-DTOK
                 GO TO VALIDA-DATA-FIM.
           IF W-DIAC > TB-ULTDIA(W-MESC)
              GO TO VALIDA-DATA-FIM.
           MOVE 1 TO W-DTOK.
       VALIDA-DATA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA CONTRA AS FILIAIS DO OPERADOR (FPP187); A
      * TENTATIVA NEGADA FICA NO CADLOG.
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
      * FILIAL DE DESTINO CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILNOV.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILNOV TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILNOV-FIM.
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
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUT CADPEND CADSEQ.
       ROT-FIM3.
           CLOSE CADFUNC CADDEP CADCAR
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
       ROT-FIM2.
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
