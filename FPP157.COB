       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP157.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * RELATORIO DO TITULAR (LGPD): PARA UM CPF, LISTA TODO *
      * DADO PESSOAL MANTIDO - CADFUNC E ARQUIVO HISTORICO   *
      * (FPP024), AUTONOMOS, DEPENDENTES, ATESTADOS, ASO,    *
      * MEDIDAS DISCIPLINARES, ORDENS JUDICIAIS E A TRILHA   *
      * DO CADLOG DE CADA CHAPA ENCONTRADA. SO NIVEL 1; A    *
      * EMISSAO FICA REGISTRADA NO CADLOG (ACAO "V")         *
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
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
           SELECT CADDEPEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DEPENKEY
                      ALTERNATE RECORD KEY IS DEPENCODFUNC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS NOMEDEPEN
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS DEPENDATANASC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATE-KEY
                      ALTERNATE RECORD KEY IS ATE-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADASO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ASO-KEY
                      ALTERNATE RECORD KEY IS ASO-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDISC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DSC-KEY
                      ALTERNATE RECORD KEY IS DSC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPENJUD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PJ-KEY
                      ALTERNATE RECORD KEY IS PJ-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAUTON ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AUT-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADARQDEPEN ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTITREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CEP-NUMCEP        PIC 9(08).
                03 CEP-LOGRA         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD CADDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
          03 NOMEDEPEN                PIC X(30).
          03 GRAUPAREN                PIC 9(01).
          03 DEPENDATANASC            PIC 9(08).
          03 SEXODEPEN                PIC X(01).
          03 DEPENINSS                PIC X(01).
          03 DEPENIMPRENDA            PIC X(01).
          03 DEPENSTAT                PIC X(01).
          03 DEPENKEY.
              05 DEPENCODFUNC         PIC 9(06).
              05 DEPENSEQ             PIC 9(01).
      *-----------------------------------------------------------------
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
          03 ATE-DATAINI              PIC 9(08).
          03 ATE-DATAFIM              PIC 9(08).
          03 ATE-CID                  PIC X(05).
          03 ATE-MEDICO               PIC X(25).
          03 ATE-CRM                  PIC 9(06).
          03 ATE-STAT                 PIC X(01).
          03 ATE-KEY.
              05 ATE-CODFUNC          PIC 9(06).
              05 ATE-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
          03 ASO-TIPO                 PIC X(01).
          03 ASO-DATA                 PIC 9(08).
          03 ASO-RESULT               PIC X(01).
          03 ASO-MEDICO               PIC X(25).
          03 ASO-CRM                  PIC 9(06).
          03 ASO-KEY.
              05 ASO-CODFUNC          PIC 9(06).
              05 ASO-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
          03 DSC-TIPO                 PIC X(01).
          03 DSC-DATA                 PIC 9(08).
          03 DSC-MOTIVO               PIC 9(02).
          03 DSC-DIAS                 PIC 9(02).
          03 DSC-STAT                 PIC X(01).
          03 DSC-KEY.
              05 DSC-CODFUNC          PIC 9(06).
              05 DSC-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPENJUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENJUD.DAT".
       01 REGPENJUD.
          03 PJ-TIPO                  PIC X(01).
          03 PJ-PRIOR                 PIC 9(01).
          03 PJ-PERC                  PIC 9(02)V99.
          03 PJ-BENEF                 PIC X(30).
          03 PJ-BANCO                 PIC 9(03).
          03 PJ-AGENCIA               PIC 9(04).
          03 PJ-CONTA                 PIC 9(08).
          03 PJ-CONTADV               PIC X(01).
          03 PJ-STAT                  PIC X(01).
          03 PJ-KEY.
              05 PJ-CODFUNC           PIC 9(06).
              05 PJ-SEQ               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADAUTON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTON.DAT".
       01 REGAUTON.
          03 AUT-NOME                 PIC X(30).
          03 AUT-CPF                  PIC 9(11).
          03 AUT-NIT                  PIC 9(11).
          03 AUT-SERVICO              PIC X(20).
          03 AUT-BANCO                PIC 9(03).
          03 AUT-AGENCIA              PIC 9(04).
          03 AUT-CONTA                PIC 9(08).
          03 AUT-CONTADV              PIC X(01).
          03 AUT-STAT                 PIC X(01).
          03 AUT-COD                  PIC 9(04).
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
       FD CADARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQFUNC.DAT".
       01 REGARQFUNC      PIC X(182).
      *-----------------------------------------------------------------
       FD CADARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQDEPEN.DAT".
       01 REGARQDEPEN     PIC X(50).
      *-----------------------------------------------------------------
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
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
       FD CADTITREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGTITREL   PIC X(100).
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
       01 W-CPFSEL        PIC 9(11) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-LOGCHAVE      PIC 9(06) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-DOCNUM        PIC 9(11) VALUE ZEROS.
       01 W-DOCNUMX REDEFINES W-DOCNUM PIC X(11).
       01 W-ORIGCAD       PIC X(20) VALUE SPACES.
      *----------[ CHAPAS DO TITULAR (ATIVA, HISTORICO, READMISSAO) ]---
       01 W-QTDCHAPA      PIC 9(02) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 TABCHAPA.
          03 TBC-CHAPA    PIC 9(06) OCCURS 20 TIMES.
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
       01 TIT-TIT.
                03 FILLER      PIC X(46) VALUE
                   "RELATORIO DO TITULAR DE DADOS (LGPD) - CPF ".
                03 TT-CPF      PIC 9(11).
                03 FILLER      PIC X(12) VALUE " - EMISSAO ".
                03 TT-HOJE     PIC 9(08).
       01 TIT-SEP.
                03 FILLER      PIC X(90) VALUE ALL "-".
       01 TIT-SECAO.
                03 FILLER      PIC X(04) VALUE "*** ".
                03 TS-DESC     PIC X(60).
       01 TIT-LIN.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 TL-ROT      PIC X(16).
                03 FILLER      PIC X(02) VALUE ": ".
                03 TL-TXT      PIC X(75).
       01 TIT-FIM.
                03 FILLER      PIC X(40) VALUE
                   "FIM DO RELATORIO - REGISTROS LISTADOS: ".
                03 TF-QTD      PIC ZZZZZ9.
       01 TIT-NADA.
                03 FILLER      PIC X(50) VALUE
                   "   NENHUM REGISTRO".
      *----------[ GRAVACAO ENCADEADA DO CADLOG (FPP161) ]-------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "G".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** RELATORIO DO TITULAR DE DADOS (LGPD) ***".
           05  LINE 09  COLUMN 01
               VALUE  "         CPF DO TITULAR       :".
           05  LINE 12  COLUMN 01
               VALUE  "         CONFIRMA EMISSAO (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CPFSEL
               LINE 09  COLUMN 33  PIC 9(11)
               USING  W-CPFSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
      *----------------------------------------------------------------
      * O RELATORIO SAI SEM MASCARA (E O QUE O TITULAR TEM DIREITO DE
      * RECEBER), POR ISSO SO O OPERADOR NIVEL 1 PODE EMITI-LO.
      *----------------------------------------------------------------
           OPEN INPUT CADOPER
           IF ST-ERRO = "00"
              MOVE W-OPERID TO OPER-ID
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE OPER-NIVEL TO W-NIVEL
              END-IF
              CLOSE CADOPER.
           IF W-NIVEL NOT = 1
              MOVE "*** RELATORIO DO TITULAR EXIGE NIVEL 1 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
       INC-001.
                MOVE ZEROS TO W-CPFSEL W-QTDCHAPA W-QTDREG
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY TELAPRINCIPAL.
       INC-CPF.
                ACCEPT TW-CPFSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
                IF W-CPFSEL = ZEROS
                   MOVE "*** CPF NAO INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "LGPDTIT" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADTITREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTITREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           MOVE W-CPFSEL TO TT-CPF
           MOVE W-HOJE TO TT-HOJE
           WRITE REGTITREL FROM TIT-TIT
           WRITE REGTITREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * CADASTRO ATIVO: O CPF NAO E CHAVE DO CADFUNC, ENTAO VARRE O
      * ARQUIVO TODO (O TITULAR PODE TER MAIS DE UMA CHAPA).
      *----------------------------------------------------------------
       SEC-FUNC.
           MOVE "CADASTRO DE FUNCIONARIOS (ARQFUNC)" TO TS-DESC
           WRITE REGTITREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           MOVE "ARQFUNC" TO W-ORIGCAD
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO SEC-FUNC-FIM.
       SEC-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEC-FUNC-FIM.
           IF CPF NOT = W-CPFSEL
              GO TO SEC-FUNC-RD.
           PERFORM IMP-FUNC THRU IMP-FUNC-FIM
           GO TO SEC-FUNC-RD.
       SEC-FUNC-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGTITREL FROM TIT-NADA.
           WRITE REGTITREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * ARQUIVO HISTORICO DO EXPURGO (FPP024): MESMO LAYOUT DO CADFUNC;
      * O REGISTRO LIDO E POSTO NA AREA DO CADFUNC PARA A IMPRESSAO.
      *----------------------------------------------------------------
       SEC-ARQF.
           MOVE "ARQUIVO HISTORICO DE FUNCIONARIOS (CADARQFUNC)"
                TO TS-DESC
           WRITE REGTITREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           MOVE "CADARQFUNC" TO W-ORIGCAD
           OPEN INPUT CADARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO SEC-ARQF-FIM.
       SEC-ARQF-RD.
           READ CADARQFUNC
              AT END
                 CLOSE CADARQFUNC
                 GO TO SEC-ARQF-FIM.
           MOVE REGARQFUNC TO REGFUNC
           IF CPF NOT = W-CPFSEL
              GO TO SEC-ARQF-RD.
           PERFORM IMP-FUNC THRU IMP-FUNC-FIM
           GO TO SEC-ARQF-RD.
       SEC-ARQF-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGTITREL FROM TIT-NADA.
           WRITE REGTITREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * PRESTADOR AUTONOMO (FPP096) COM O MESMO CPF.
      *----------------------------------------------------------------
       SEC-AUTON.
           MOVE "PRESTADOR AUTONOMO (ARQAUTON)" TO TS-DESC
           WRITE REGTITREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           OPEN INPUT CADAUTON
           IF ST-ERRO NOT = "00"
              GO TO SEC-AUTON-FIM.
           MOVE ZEROS TO AUT-COD
           START CADAUTON KEY IS NOT LESS AUT-COD
           IF ST-ERRO NOT = "00"
              CLOSE CADAUTON
              GO TO SEC-AUTON-FIM.
       SEC-AUTON-RD.
           READ CADAUTON NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADAUTON
              GO TO SEC-AUTON-FIM.
           IF AUT-CPF NOT = W-CPFSEL
              GO TO SEC-AUTON-RD.
           MOVE 1 TO W-ACHOU
           MOVE "CODIGO / NOME" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING AUT-COD " " AUT-NOME " STATUS " AUT-STAT
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "CPF / NIT" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING AUT-CPF " / " AUT-NIT " SERVICO " AUT-SERVICO
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "DADOS BANCARIOS" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "BANCO " AUT-BANCO " AGENCIA " AUT-AGENCIA
                  " CONTA " AUT-CONTA "-" AUT-CONTADV
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO SEC-AUTON-RD.
       SEC-AUTON-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGTITREL FROM TIT-NADA.
           WRITE REGTITREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * DADOS LIGADOS A CADA CHAPA ENCONTRADA.
      *----------------------------------------------------------------
           MOVE ZEROS TO W-IX.
       SEC-CHAPA.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCHAPA
              GO TO SEC-LOG.
           MOVE TBC-CHAPA(W-IX) TO W-CHAPA
           PERFORM LISTA-CHAPA THRU LISTA-CHAPA-FIM
           GO TO SEC-CHAPA.
      *----------------------------------------------------------------
      * TRILHA DO CADLOG: TODA ENTRADA CUJA CHAVE COMECA POR UMA DAS
      * CHAPAS (TABELAS SEM CHAPA NA CHAVE FICAM DE FORA).
      *----------------------------------------------------------------
       SEC-LOG.
           MOVE "TRILHA DE AUDITORIA (CADLOG)" TO TS-DESC
           WRITE REGTITREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           IF W-QTDCHAPA = ZEROS
              GO TO SEC-LOG-FIM.
           OPEN INPUT CADLOG
           IF ST-ERRO NOT = "00"
              GO TO SEC-LOG-FIM.
       SEC-LOG-RD.
           READ CADLOG
              AT END
                 CLOSE CADLOG
                 GO TO SEC-LOG-FIM.
           IF LOG-ARQUIVO = "CADDEP" OR "CADCAR" OR "CADCEP" OR
                            "CADCOMPET" OR "SISTEMA"
              GO TO SEC-LOG-RD.
           IF LOG-CHAVE(1:6) NOT NUMERIC
              GO TO SEC-LOG-RD.
           MOVE LOG-CHAVE(1:6) TO W-LOGCHAVE
           MOVE ZEROS TO W-IX.
       SEC-LOG-TB.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCHAPA
              GO TO SEC-LOG-RD.
           IF TBC-CHAPA(W-IX) NOT = W-LOGCHAVE
              GO TO SEC-LOG-TB.
           MOVE 1 TO W-ACHOU
           MOVE LOG-DATAHORA TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "OPER " LOG-OPERID " ARQ " LOG-ARQUIVO
                  " ACAO " LOG-ACAO " CHAVE " LOG-CHAVE
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO SEC-LOG-RD.
       SEC-LOG-FIM.
           IF W-ACHOU = ZEROS
              WRITE REGTITREL FROM TIT-NADA.
           WRITE REGTITREL FROM TIT-SEP
           MOVE W-QTDREG TO TF-QTD
           WRITE REGTITREL FROM TIT-FIM
           CLOSE CADTITREL
      * EMISSAO SEM MASCARA: UMA VISTA ("V") NO CADLOG POR CHAPA, OU
      * UMA COM O CPF QUANDO NADA FOI ENCONTRADO.
           MOVE ZEROS TO W-IX
           IF W-QTDCHAPA = ZEROS
              MOVE W-CPFSEL TO W-DOCNUM
              MOVE W-DOCNUMX(1:10) TO LOG-CHAVE
              PERFORM GRAVA-VISTA THRU GRAVA-VISTA-FIM.
       SEC-VISTA.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCHAPA
              GO TO ROT-TOTAIS.
           MOVE TBC-CHAPA(W-IX) TO LOG-CHAVE
           PERFORM GRAVA-VISTA THRU GRAVA-VISTA-FIM
           GO TO SEC-VISTA.
      *----------------------------------------------------------------
      * BLOCO CADASTRAL (CADFUNC OU CADARQFUNC) E GUARDA A CHAPA.
      *----------------------------------------------------------------
       IMP-FUNC.
           MOVE 1 TO W-ACHOU
           PERFORM GUARDA-CHAPA THRU GUARDA-CHAPA-FIM
           MOVE "CHAPA / NOME" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING CODFUNC " " NOME " (" W-ORIGCAD ")"
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "NASC/SEXO/GENERO" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING DATANASC " " SEXO " " GENERO " PCD " FUNCPCD
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "DOCUMENTOS" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "CPF " CPF " RG " RG " CTPS " CTPS " PIS " PIS
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "CONTRATO" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "ADM " DATAADM " DEM " DATADEM " MOT " MOTIVODEM
                  " STAT " FUNCSTAT " FIL " FILIAL " DEP " FUNCDEP
                  " CAR " FUNCCAR " NVL " NVLSAL
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "ENDERECO" TO TL-ROT
           MOVE SPACES TO TL-TXT
           MOVE SPACES TO CEP-LOGRA CEP-CIDADE CEP-UF
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
              MOVE FUNCCEP TO CEP-NUMCEP
              READ CADCEP
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO CEP-LOGRA CEP-CIDADE CEP-UF
              END-IF
              CLOSE CADCEP.
           STRING "CEP " FUNCCEP " " CEP-LOGRA " " NUMRES " "
                  COMPRES " " CEP-CIDADE "/" CEP-UF
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "DADOS BANCARIOS" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "BANCO " BANCO " AGENCIA " AGENCIA " CONTA " CONTA
                  "-" CONTADV
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "AFASTAMENTO" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING "TIPO " TIPOAFAST " INICIO " DATAINIAFAST
                  " RETORNO " DATAPREVRET " DEPENDENTES IR "
                  QUANTDEP
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
       IMP-FUNC-FIM.
           EXIT.
      *
       GUARDA-CHAPA.
           MOVE ZEROS TO W-IX.
       GUARDA-CHAPA-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCHAPA
              GO TO GUARDA-CHAPA-NOVA.
           IF TBC-CHAPA(W-IX) = CODFUNC
              GO TO GUARDA-CHAPA-FIM.
           GO TO GUARDA-CHAPA-LP.
       GUARDA-CHAPA-NOVA.
           IF W-QTDCHAPA < 20
              ADD 1 TO W-QTDCHAPA
              MOVE CODFUNC TO TBC-CHAPA(W-QTDCHAPA).
       GUARDA-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DEPENDENTES (ATIVOS E HISTORICO), ATESTADOS, ASO, MEDIDAS
      * DISCIPLINARES E ORDENS JUDICIAIS DA CHAPA W-CHAPA.
      *----------------------------------------------------------------
       LISTA-CHAPA.
           MOVE SPACES TO TS-DESC
           STRING "DADOS VINCULADOS A CHAPA " W-CHAPA
                  DELIMITED BY SIZE INTO TS-DESC
           WRITE REGTITREL FROM TIT-SECAO
           MOVE ZEROS TO W-ACHOU
           OPEN INPUT CADDEPEN
           IF ST-ERRO NOT = "00"
              GO TO LISTA-ARQDEP.
           MOVE W-CHAPA TO DEPENCODFUNC
           MOVE ZEROS TO DEPENSEQ
           START CADDEPEN KEY IS NOT LESS DEPENKEY
           IF ST-ERRO NOT = "00"
              CLOSE CADDEPEN
              GO TO LISTA-ARQDEP.
       LISTA-DEPEN-RD.
           READ CADDEPEN NEXT
           IF ST-ERRO NOT = "00" OR DEPENCODFUNC NOT = W-CHAPA
              CLOSE CADDEPEN
              GO TO LISTA-ARQDEP.
           MOVE "DEPENDENTE" TO TL-ROT
           PERFORM IMP-DEPEN THRU IMP-DEPEN-FIM
           GO TO LISTA-DEPEN-RD.
       LISTA-ARQDEP.
           OPEN INPUT CADARQDEPEN
           IF ST-ERRO NOT = "00"
              GO TO LISTA-ATEST.
       LISTA-ARQDEP-RD.
           READ CADARQDEPEN
              AT END
                 CLOSE CADARQDEPEN
                 GO TO LISTA-ATEST.
           MOVE REGARQDEPEN TO REGDEPEN
           IF DEPENCODFUNC NOT = W-CHAPA
              GO TO LISTA-ARQDEP-RD.
           MOVE "DEPEND.(HIST.)" TO TL-ROT
           PERFORM IMP-DEPEN THRU IMP-DEPEN-FIM
           GO TO LISTA-ARQDEP-RD.
       LISTA-ATEST.
           OPEN INPUT CADATEST
           IF ST-ERRO NOT = "00"
              GO TO LISTA-ASO.
           MOVE W-CHAPA TO ATE-CODFUNC
           MOVE ZEROS TO ATE-SEQ
           START CADATEST KEY IS NOT LESS ATE-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADATEST
              GO TO LISTA-ASO.
       LISTA-ATEST-RD.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00" OR ATE-CODFUNC NOT = W-CHAPA
              CLOSE CADATEST
              GO TO LISTA-ASO.
           MOVE 1 TO W-ACHOU
           MOVE "ATESTADO MEDICO" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING ATE-SEQ " DE " ATE-DATAINI " A " ATE-DATAFIM
                  " CID " ATE-CID " " ATE-MEDICO " CRM " ATE-CRM
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-ATEST-RD.
       LISTA-ASO.
           OPEN INPUT CADASO
           IF ST-ERRO NOT = "00"
              GO TO LISTA-DISC.
           MOVE W-CHAPA TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS ASO-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADASO
              GO TO LISTA-DISC.
       LISTA-ASO-RD.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00" OR ASO-CODFUNC NOT = W-CHAPA
              CLOSE CADASO
              GO TO LISTA-DISC.
           MOVE 1 TO W-ACHOU
           MOVE "EXAME (ASO)" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING ASO-SEQ " TIPO " ASO-TIPO " DATA " ASO-DATA
                  " RESULT. " ASO-RESULT " " ASO-MEDICO
                  " CRM " ASO-CRM
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-ASO-RD.
       LISTA-DISC.
           OPEN INPUT CADDISC
           IF ST-ERRO NOT = "00"
              GO TO LISTA-PENJUD.
           MOVE W-CHAPA TO DSC-CODFUNC
           MOVE ZEROS TO DSC-SEQ
           START CADDISC KEY IS NOT LESS DSC-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADDISC
              GO TO LISTA-PENJUD.
       LISTA-DISC-RD.
           READ CADDISC NEXT
           IF ST-ERRO NOT = "00" OR DSC-CODFUNC NOT = W-CHAPA
              CLOSE CADDISC
              GO TO LISTA-PENJUD.
           MOVE 1 TO W-ACHOU
           MOVE "MEDIDA DISCIPL." TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING DSC-SEQ " TIPO " DSC-TIPO " DATA " DSC-DATA
                  " MOTIVO " DSC-MOTIVO " DIAS " DSC-DIAS
                  " STATUS " DSC-STAT
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-DISC-RD.
       LISTA-PENJUD.
           OPEN INPUT CADPENJUD
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CHAPA-NADA.
           MOVE W-CHAPA TO PJ-CODFUNC
           MOVE ZEROS TO PJ-SEQ
           START CADPENJUD KEY IS NOT LESS PJ-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADPENJUD
              GO TO LISTA-CHAPA-NADA.
       LISTA-PENJUD-RD.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00" OR PJ-CODFUNC NOT = W-CHAPA
              CLOSE CADPENJUD
              GO TO LISTA-CHAPA-NADA.
           MOVE 1 TO W-ACHOU
           MOVE "ORDEM JUDICIAL" TO TL-ROT
           MOVE SPACES TO TL-TXT
           STRING PJ-SEQ " TIPO " PJ-TIPO " BENEF. " PJ-BENEF
                  " BANCO " PJ-BANCO " AG " PJ-AGENCIA
                  " CC " PJ-CONTA "-" PJ-CONTADV
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-PENJUD-RD.
       LISTA-CHAPA-NADA.
           IF W-ACHOU = ZEROS
              WRITE REGTITREL FROM TIT-NADA.
           WRITE REGTITREL FROM TIT-SEP.
       LISTA-CHAPA-FIM.
           EXIT.
      *
       IMP-DEPEN.
           MOVE 1 TO W-ACHOU
           MOVE SPACES TO TL-TXT
           STRING DEPENSEQ " " NOMEDEPEN " GRAU " GRAUPAREN
                  " NASC " DEPENDATANASC " SEXO " SEXODEPEN
                  " STAT " DEPENSTAT
                  DELIMITED BY SIZE INTO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
       IMP-DEPEN-FIM.
           EXIT.
      *
       GRAVA-LIN.
           WRITE REGTITREL FROM TIT-LIN
           ADD 1 TO W-QTDREG.
       GRAVA-LIN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRO NO CADLOG DA EMISSAO SEM MASCARA (ACAO "V"); A CHAVE
      * JA VEM PREENCHIDA.
      *----------------------------------------------------------------
       GRAVA-VISTA.
           MOVE W-OPERID TO LOG-OPERID
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO LOG-DATAHORA
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "V" TO LOG-ACAO
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "RELATORIO DO TITULAR (LGPD)" TO LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-VISTA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA O DOCUMENTO NO SPOOL (ARQSPOOL) E MONTA O NOME DO
      * ARQUIVO SPLnnnnnn.DOC.
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
       ROT-TOTAIS.
           MOVE "*** RELATORIO DO TITULAR GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC.
       ROT-FIM2.
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
