       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP172.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CRUZAMENTO DE CADASTROS - PESSOA DUPLICADA E         *
      * BENEFICIO EM DOBRO: CPF REPETIDO ENTRE ARQFUNC E     *
      * ARQAUTON, BENEFICIARIO DE PENSAO (ARQPENJUD) QUE     *
      * TAMBEM E FUNCIONARIO OU AUTONOMO (PELO NOME),        *
      * DEPENDENTE DE IR COM MESMO NOME E NASCIMENTO EM DUAS *
      * CHAPAS E CONTA BANCARIA USADA POR MAIS DE UMA CHAPA  *
      * OU AUTONOMO. CADA CASO FICA NO ARQCRUZ.DAT; O CASO   *
      * REVISADO E JUSTIFICADO ("R") NAO VOLTA AO RELATORIO  *
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
           SELECT CADAUTON ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AUT-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPENJUD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PJ-KEY
                      ALTERNATE RECORD KEY IS PJ-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
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
           SELECT CADCRUZ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRZ-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCRZTX ASSIGN TO DISK
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
      * CASOS DO CRUZAMENTO. TIPO: "C"=CPF REPETIDO  "P"=PENSIONISTA
      * QUE E FUNCIONARIO/AUTONOMO  "D"=DEPENDENTE DE IR EM DUAS
      * CHAPAS  "B"=CONTA BANCARIA COMPARTILHADA.
      * STAT: "N"=PENDENTE  "R"=REVISADO E JUSTIFICADO.
      *-----------------------------------------------------------------
       FD CADCRUZ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRUZ.DAT".
       01 REGCRUZ.
          03 CRZ-STAT                 PIC X(01).
          03 CRZ-NOME1                PIC X(30).
          03 CRZ-NOME2                PIC X(30).
          03 CRZ-DESC                 PIC X(50).
          03 CRZ-DATAPRI              PIC 9(08).
          03 CRZ-DATAULT              PIC 9(08).
          03 CRZ-JUSTIF               PIC X(40).
          03 CRZ-OPER                 PIC X(08).
          03 CRZ-DATAREV              PIC 9(08).
          03 CRZ-KEY.
              05 CRZ-TIPO             PIC X(01).
              05 CRZ-CHAVE1           PIC X(20).
              05 CRZ-CHAVE2           PIC X(20).
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
       FD CADCRZTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGCRZTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-AUTARQ        PIC 9(01) VALUE ZEROS.
       01 W-PJARQ         PIC 9(01) VALUE ZEROS.
       01 W-DEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-TABCHEIA      PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJEX REDEFINES W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
       01 W-DATAX.
          03 W-DTANO      PIC 9(04).
          03 W-DTMES      PIC 9(02).
          03 W-DTDIA      PIC 9(02).
       01 W-JUSTIF        PIC X(40) VALUE SPACES.
       01 W-QTDNOVO       PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND       PIC 9(05) VALUE ZEROS.
       01 W-QTDJUST       PIC 9(05) VALUE ZEROS.
       01 W-QTDREV        PIC 9(05) VALUE ZEROS.
       01 IND             PIC 9(04) VALUE ZEROS.
      *----------[ PESSOAS ATIVAS: CHAPAS E AUTONOMOS ]-----------------
       01 W-QTDPES        PIC 9(04) VALUE ZEROS.
       01 W-TABPES        OCCURS 3000 TIMES.
          03 W-TP-CHV     PIC X(20).
          03 W-TP-CPF     PIC 9(11).
          03 W-TP-NOME    PIC X(30).
      *----------[ CONTAS BANCARIAS DAS CHAPAS E AUTONOMOS ]------------
       01 W-QTDCTA        PIC 9(04) VALUE ZEROS.
       01 W-TABCTA        OCCURS 3000 TIMES.
          03 W-TC-CHV     PIC X(20).
          03 W-TC-CONTA   PIC X(16).
          03 W-TC-NOME    PIC X(30).
      *----------[ DEPENDENTES DE IR COM O MESMO NOME ]-----------------
       01 W-DEPNOME       PIC X(30) VALUE SPACES.
       01 W-QTDDEP        PIC 9(02) VALUE ZEROS.
       01 W-TABDEP        OCCURS 50 TIMES.
          03 W-TD-CHV     PIC X(20).
          03 W-TD-CHAPA   PIC 9(06).
          03 W-TD-NASC    PIC 9(08).
          03 W-TD-NOME    PIC X(30).
      *----------[ ENTRADA CORRENTE DO CRUZAMENTO ]---------------------
       01 W-CHV.
          03 W-CHV-ORIG   PIC X(01).
          03 W-CHV-COD    PIC 9(06).
          03 FILLER       PIC X(01) VALUE "-".
          03 W-CHV-SEQ    PIC 9(02).
          03 FILLER       PIC X(10) VALUE SPACES.
       01 W-CHVT.
          03 W-CHVT-ORIG  PIC X(01).
          03 W-CHVT-COD   PIC 9(06).
          03 FILLER       PIC X(13).
       01 W-NCPF          PIC 9(11) VALUE ZEROS.
       01 W-NNOME         PIC X(30) VALUE SPACES.
       01 W-NCONTA.
          03 W-NC-BANCO   PIC 9(03).
          03 W-NC-AGENCIA PIC 9(04).
          03 W-NC-CONTA   PIC 9(08).
          03 W-NC-DV      PIC X(01).
       01 W-DESCCPF.
          03 FILLER       PIC X(04) VALUE "CPF ".
          03 W-DC-CPF     PIC 9(11).
          03 FILLER       PIC X(35) VALUE SPACES.
       01 W-DESCCTA.
          03 FILLER       PIC X(06) VALUE "CONTA ".
          03 W-DB-BANCO   PIC 9(03).
          03 FILLER       PIC X(01) VALUE " ".
          03 W-DB-AGENCIA PIC 9(04).
          03 FILLER       PIC X(01) VALUE " ".
          03 W-DB-CONTA   PIC 9(08).
          03 FILLER       PIC X(01) VALUE "-".
          03 W-DB-DV      PIC X(01).
          03 FILLER       PIC X(25) VALUE SPACES.
       01 W-DESCDEP.
          03 W-DD-NOME    PIC X(30).
          03 FILLER       PIC X(06) VALUE " NASC ".
          03 W-DD-DIA     PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DD-MES     PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DD-ANO     PIC 9999.
          03 FILLER       PIC X(04) VALUE SPACES.
       01 W-DESCPEN.
          03 FILLER       PIC X(14) VALUE "BENEFICIARIO: ".
          03 W-DP-NOME    PIC X(30).
          03 FILLER       PIC X(06) VALUE SPACES.
      *----------[ CASO A REGISTRAR ]-----------------------------------
       01 W-CASO.
          03 W-CS-TIPO    PIC X(01).
          03 W-CS-CH1     PIC X(20).
          03 W-CS-NOME1   PIC X(30).
          03 W-CS-CH2     PIC X(20).
          03 W-CS-NOME2   PIC X(30).
          03 W-CS-DESC    PIC X(50).
       01 W-TROCA-CH      PIC X(20) VALUE SPACES.
       01 W-TROCA-NOME    PIC X(30) VALUE SPACES.
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
      *----------[ LINHAS DO RELATORIO DE EXCECOES ]--------------------
       01 CRL-SEP.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 CRL-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 CRL-TIT.
                03 FILLER      PIC X(50) VALUE
                   "CRUZAMENTO DE CADASTROS - PESSOA DUPLICADA E BENEF".
                03 FILLER      PIC X(15) VALUE "ICIO EM DOBRO  ".
                03 CRL-DH      PIC X(14).
       01 CRL-CAB.
                03 FILLER      PIC X(44) VALUE
                   "TIPO          CADASTRO 1 NOME".
                03 FILLER      PIC X(43) VALUE
                   "CADASTRO 2 NOME                       SITUA".
                03 FILLER      PIC X(03) VALUE "CAO".
       01 CRL-ITEM.
                03 CRL-TIPO    PIC X(13).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRL-CH1     PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRL-NOME1   PIC X(18).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRL-CH2     PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRL-NOME2   PIC X(27).
                03 FILLER      PIC X(01) VALUE " ".
                03 CRL-SIT     PIC X(08).
       01 CRL-DET.
                03 FILLER      PIC X(14) VALUE SPACES.
                03 CRL-DESC    PIC X(50).
                03 FILLER      PIC X(07) VALUE " DESDE ".
                03 CRL-DIA     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRL-MES     PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CRL-ANO     PIC 9999.
       01 CRL-AVISO.
                03 FILLER      PIC X(50) VALUE
                   "*** TABELA INTERNA CHEIA - CRUZAMENTO PARCIAL ***".
       01 CRL-TOTAL.
                03 FILLER      PIC X(14) VALUE "CASOS NOVOS: ".
                03 CRL-QTDNOVO PIC ZZZZ9.
                03 FILLER      PIC X(13) VALUE "  PENDENTES: ".
                03 CRL-QTDPEND PIC ZZZZ9.
                03 FILLER      PIC X(26) VALUE
                   "  JUSTIFICADOS (OMITIDOS):".
                03 CRL-QTDJUST PIC ZZZZ9.
       01 CRL-OPER.
                03 FILLER      PIC X(13) VALUE "GERADO POR: ".
                03 CRL-OPERID  PIC X(08).
      *----------[ LINHAS DA REVISAO ]----------------------------------
       01 LINCASO1.
          03 LC-TIPO      PIC X(13).
          03 FILLER       PIC X(01) VALUE " ".
          03 LC-CH1       PIC X(10).
          03 FILLER       PIC X(01) VALUE " ".
          03 LC-NOME1     PIC X(30).
       01 LINCASO2.
          03 FILLER       PIC X(14) VALUE SPACES.
          03 LC-CH2       PIC X(10).
          03 FILLER       PIC X(01) VALUE " ".
          03 LC-NOME2     PIC X(30).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** CRUZAMENTO DE CADASTROS - DUPLICIDADES ***".
           05  LINE 05  COLUMN 01
               VALUE  " G = GERA O CRUZAMENTO E O RELATORIO NO SPOOL".
           05  LINE 06  COLUMN 01
               VALUE  " R = REVISA E JUSTIFICA OS CASOS PENDENTES".
           05  LINE 08  COLUMN 01
               VALUE  " OPCAO :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 08  COLUMN 10  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       INC-001.
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-QTDNOVO W-QTDPEND W-QTDJUST W-QTDREV
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAPRINCIPAL.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADCRUZ
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCRUZ
              CLOSE CADCRUZ
              GO TO INC-OP1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRUZ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
      * AUTONOMOS, PENSOES E DEPENDENTES SAO OPCIONAIS: O CRUZAMENTO
      * CORRESPONDENTE FICA DE FORA QUANDO O ARQUIVO NAO EXISTE.
           MOVE ZEROS TO W-AUTARQ W-PJARQ W-DEPARQ
           OPEN INPUT CADAUTON
           IF ST-ERRO = "00"
              MOVE 1 TO W-AUTARQ.
           OPEN INPUT CADPENJUD
           IF ST-ERRO = "00"
              MOVE 1 TO W-PJARQ.
           OPEN INPUT CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "G" OR "g"
              GO TO GER-001.
           IF W-OPCAO = "R" OR "r"
              GO TO REV-001.
           MOVE "*** OPCAO INVALIDA - INFORME G OU R ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-OPC.
      *
      ****************************************
      * GERACAO DO CRUZAMENTO E DO RELATORIO *
      ****************************************
      *
       GER-001.
           MOVE "CRUZCAD" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADCRZTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (12, 01) "*** CRUZANDO OS CADASTROS - AGUARDE ***"
           MOVE W-SPLDH TO CRL-DH
           WRITE REGCRZTX FROM CRL-TIT
           WRITE REGCRZTX FROM CRL-SEP
           WRITE REGCRZTX FROM CRL-CAB
           WRITE REGCRZTX FROM CRL-SEP
           MOVE ZEROS TO W-QTDPES W-QTDCTA W-TABCHEIA.
      *----------------------------------------------------------------
      * CHAPAS NAO DESLIGADAS: CPF E CONTA ENTRAM NAS TABELAS E SAO
      * COMPARADOS COM TUDO O QUE JA ENTROU.
      *----------------------------------------------------------------
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO GER-AUT.
       GER-FUNC.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-AUT.
           IF FUNCSTAT = "D"
              GO TO GER-FUNC.
           MOVE "F" TO W-CHV-ORIG
           MOVE CODFUNC TO W-CHV-COD
           MOVE ZEROS TO W-CHV-SEQ
           MOVE NOME TO W-NNOME
           MOVE CPF TO W-NCPF
           PERFORM ADD-PESSOA THRU ADD-PESSOA-FIM
           MOVE BANCO TO W-NC-BANCO
           MOVE AGENCIA TO W-NC-AGENCIA
           MOVE CONTA TO W-NC-CONTA
           MOVE CONTADV TO W-NC-DV
           PERFORM ADD-CONTA THRU ADD-CONTA-FIM
           GO TO GER-FUNC.
      *----------------------------------------------------------------
      * AUTONOMOS ATIVOS (RPA): MESMO TRATAMENTO DAS CHAPAS.
      *----------------------------------------------------------------
       GER-AUT.
           IF W-AUTARQ NOT = 1
              GO TO GER-PJ.
           MOVE LOW-VALUES TO AUT-COD
           START CADAUTON KEY IS NOT LESS AUT-COD
              INVALID KEY
                 GO TO GER-PJ.
       GER-AUT-LP.
           READ CADAUTON NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-PJ.
           IF AUT-STAT NOT = "A"
              GO TO GER-AUT-LP.
           MOVE "A" TO W-CHV-ORIG
           MOVE AUT-COD TO W-CHV-COD
           MOVE ZEROS TO W-CHV-SEQ
           MOVE AUT-NOME TO W-NNOME
           MOVE AUT-CPF TO W-NCPF
           PERFORM ADD-PESSOA THRU ADD-PESSOA-FIM
           MOVE AUT-BANCO TO W-NC-BANCO
           MOVE AUT-AGENCIA TO W-NC-AGENCIA
           MOVE AUT-CONTA TO W-NC-CONTA
           MOVE AUT-CONTADV TO W-NC-DV
           PERFORM ADD-CONTA THRU ADD-CONTA-FIM
           GO TO GER-AUT-LP.
      *----------------------------------------------------------------
      * PENSAO ALIMENTICIA ATIVA: O ARQPENJUD NAO GUARDA O CPF DO
      * BENEFICIARIO, ENTAO O CRUZAMENTO E PELO NOME COM AS CHAPAS E
      * AUTONOMOS DA TABELA (FORA A PROPRIA CHAPA DO DESCONTO).
      *----------------------------------------------------------------
       GER-PJ.
           IF W-PJARQ NOT = 1
              GO TO GER-DEP.
           MOVE LOW-VALUES TO PJ-KEY
           START CADPENJUD KEY IS NOT LESS PJ-KEY
              INVALID KEY
                 GO TO GER-DEP.
       GER-PJ-LP.
           READ CADPENJUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-DEP.
           IF PJ-STAT NOT = "A" OR PJ-TIPO NOT = "A"
              GO TO GER-PJ-LP.
           IF PJ-BENEF = SPACES
              GO TO GER-PJ-LP.
           MOVE "P" TO W-CHV-ORIG
           MOVE PJ-CODFUNC TO W-CHV-COD
           MOVE PJ-SEQ TO W-CHV-SEQ
           MOVE 1 TO IND.
       GER-PJ-CMP.
           IF IND > W-QTDPES
              GO TO GER-PJ-LP.
           IF W-TP-NOME(IND) NOT = PJ-BENEF
              GO TO GER-PJ-PROX.
           MOVE W-TP-CHV(IND) TO W-CHVT
           IF W-CHVT-ORIG = "F" AND W-CHVT-COD = PJ-CODFUNC
              GO TO GER-PJ-PROX.
           MOVE "P" TO W-CS-TIPO
           MOVE W-CHV TO W-CS-CH1
           MOVE PJ-BENEF TO W-CS-NOME1
           MOVE W-TP-CHV(IND) TO W-CS-CH2
           MOVE W-TP-NOME(IND) TO W-CS-NOME2
           MOVE PJ-BENEF TO W-DP-NOME
           MOVE W-DESCPEN TO W-CS-DESC
           PERFORM REG-CASO THRU REG-CASO-FIM.
       GER-PJ-PROX.
           ADD 1 TO IND
           GO TO GER-PJ-CMP.
      *----------------------------------------------------------------
      * DEPENDENTES QUE DEDUZEM IR (COMO NA FOLHA: DEPENIMPRENDA "S"
      * E DEPENSTAT "A") LIDOS PELO NOME; OS DE MESMO NOME FICAM NA
      * TABELA E MESMA DATA DE NASCIMENTO EM OUTRA CHAPA E CASO.
      *----------------------------------------------------------------
       GER-DEP.
           IF W-DEPARQ NOT = 1
              GO TO GER-TOTAIS.
           MOVE SPACES TO W-DEPNOME
           MOVE ZEROS TO W-QTDDEP
           MOVE LOW-VALUES TO NOMEDEPEN
           START CADDEPEN KEY IS NOT LESS NOMEDEPEN
              INVALID KEY
                 GO TO GER-TOTAIS.
       GER-DEP-LP.
           READ CADDEPEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-TOTAIS.
           IF DEPENIMPRENDA NOT = "S" OR DEPENSTAT NOT = "A"
              GO TO GER-DEP-LP.
           MOVE DEPENCODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO GER-DEP-LP.
           IF FUNCSTAT = "D"
              GO TO GER-DEP-LP.
           IF NOMEDEPEN NOT = W-DEPNOME
              MOVE NOMEDEPEN TO W-DEPNOME
              MOVE ZEROS TO W-QTDDEP.
           MOVE "D" TO W-CHV-ORIG
           MOVE DEPENCODFUNC TO W-CHV-COD
           MOVE DEPENSEQ TO W-CHV-SEQ
           MOVE 1 TO IND.
       GER-DEP-CMP.
           IF IND > W-QTDDEP
              GO TO GER-DEP-ADD.
           IF W-TD-NASC(IND) NOT = DEPENDATANASC
              OR W-TD-CHAPA(IND) = DEPENCODFUNC
              GO TO GER-DEP-PROX.
           MOVE "D" TO W-CS-TIPO
           MOVE W-TD-CHV(IND) TO W-CS-CH1
           MOVE W-TD-NOME(IND) TO W-CS-NOME1
           MOVE W-CHV TO W-CS-CH2
           MOVE NOME TO W-CS-NOME2
           MOVE NOMEDEPEN TO W-DD-NOME
           MOVE DEPENDATANASC TO W-DATAX
           MOVE W-DTDIA TO W-DD-DIA
           MOVE W-DTMES TO W-DD-MES
           MOVE W-DTANO TO W-DD-ANO
           MOVE W-DESCDEP TO W-CS-DESC
           PERFORM REG-CASO THRU REG-CASO-FIM.
       GER-DEP-PROX.
           ADD 1 TO IND
           GO TO GER-DEP-CMP.
       GER-DEP-ADD.
           IF W-QTDDEP < 50
              ADD 1 TO W-QTDDEP
              MOVE W-CHV TO W-TD-CHV(W-QTDDEP)
              MOVE DEPENCODFUNC TO W-TD-CHAPA(W-QTDDEP)
              MOVE DEPENDATANASC TO W-TD-NASC(W-QTDDEP)
              MOVE NOME TO W-TD-NOME(W-QTDDEP).
           GO TO GER-DEP-LP.
      *
       GER-TOTAIS.
           WRITE REGCRZTX FROM CRL-SEP
           IF W-TABCHEIA = 1
              WRITE REGCRZTX FROM CRL-AVISO.
           MOVE W-QTDNOVO TO CRL-QTDNOVO
           MOVE W-QTDPEND TO CRL-QTDPEND
           MOVE W-QTDJUST TO CRL-QTDJUST
           WRITE REGCRZTX FROM CRL-TOTAL
           MOVE W-OPERID TO CRL-OPERID
           WRITE REGCRZTX FROM CRL-OPER
           CLOSE CADCRZTX
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) "CASOS NOVOS        : " W-QTDNOVO
           DISPLAY (15, 01) "CASOS PENDENTES    : " W-QTDPEND
           DISPLAY (16, 01) "JUSTIFICADOS       : " W-QTDJUST
           IF W-TABCHEIA = 1
              MOVE "*** TABELA INTERNA CHEIA - CRUZAMENTO PARCIAL ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** CRUZAMENTO CONCLUIDO - RELATORIO NO SPOOL ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * PESSOA CORRENTE (W-CHV/W-NCPF/W-NNOME): CPF IGUAL AO DE QUEM
      * JA ESTA NA TABELA E CASO "C"; DEPOIS ENTRA NA TABELA.
      *----------------------------------------------------------------
       ADD-PESSOA.
           MOVE 1 TO IND
           IF W-NCPF = ZEROS
              GO TO ADD-PESSOA-ADD.
       ADD-PESSOA-CMP.
           IF IND > W-QTDPES
              GO TO ADD-PESSOA-ADD.
           IF W-TP-CPF(IND) NOT = W-NCPF
              GO TO ADD-PESSOA-PROX.
           MOVE "C" TO W-CS-TIPO
           MOVE W-TP-CHV(IND) TO W-CS-CH1
           MOVE W-TP-NOME(IND) TO W-CS-NOME1
           MOVE W-CHV TO W-CS-CH2
           MOVE W-NNOME TO W-CS-NOME2
           MOVE W-NCPF TO W-DC-CPF
           MOVE W-DESCCPF TO W-CS-DESC
           PERFORM REG-CASO THRU REG-CASO-FIM.
       ADD-PESSOA-PROX.
           ADD 1 TO IND
           GO TO ADD-PESSOA-CMP.
       ADD-PESSOA-ADD.
           IF W-QTDPES NOT < 3000
              MOVE 1 TO W-TABCHEIA
              GO TO ADD-PESSOA-FIM.
           ADD 1 TO W-QTDPES
           MOVE W-CHV TO W-TP-CHV(W-QTDPES)
           MOVE W-NCPF TO W-TP-CPF(W-QTDPES)
           MOVE W-NNOME TO W-TP-NOME(W-QTDPES).
       ADD-PESSOA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CONTA CORRENTE (W-NCONTA): MESMO BANCO/AGENCIA/CONTA/DV DE
      * OUTRA CHAPA OU AUTONOMO E CASO "B". CONTA ZERADA NAO ENTRA.
      *----------------------------------------------------------------
       ADD-CONTA.
           IF W-NC-CONTA = ZEROS
              GO TO ADD-CONTA-FIM.
           MOVE 1 TO IND.
       ADD-CONTA-CMP.
           IF IND > W-QTDCTA
              GO TO ADD-CONTA-ADD.
           IF W-TC-CONTA(IND) NOT = W-NCONTA
              GO TO ADD-CONTA-PROX.
           MOVE "B" TO W-CS-TIPO
           MOVE W-TC-CHV(IND) TO W-CS-CH1
           MOVE W-TC-NOME(IND) TO W-CS-NOME1
           MOVE W-CHV TO W-CS-CH2
           MOVE W-NNOME TO W-CS-NOME2
           MOVE W-NC-BANCO TO W-DB-BANCO
           MOVE W-NC-AGENCIA TO W-DB-AGENCIA
           MOVE W-NC-CONTA TO W-DB-CONTA
           MOVE W-NC-DV TO W-DB-DV
           MOVE W-DESCCTA TO W-CS-DESC
           PERFORM REG-CASO THRU REG-CASO-FIM.
       ADD-CONTA-PROX.
           ADD 1 TO IND
           GO TO ADD-CONTA-CMP.
       ADD-CONTA-ADD.
           IF W-QTDCTA NOT < 3000
              MOVE 1 TO W-TABCHEIA
              GO TO ADD-CONTA-FIM.
           ADD 1 TO W-QTDCTA
           MOVE W-CHV TO W-TC-CHV(W-QTDCTA)
           MOVE W-NCONTA TO W-TC-CONTA(W-QTDCTA)
           MOVE W-NNOME TO W-TC-NOME(W-QTDCTA).
       ADD-CONTA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA O CASO (W-CASO) NO ARQCRUZ. A CHAVE MENOR VAI NA
      * CHAVE1 PARA O PAR SER SEMPRE O MESMO ENTRE UMA GERACAO E
      * OUTRA. CASO NOVO ENTRA PENDENTE; CASO JA JUSTIFICADO SO TEM
      * A DATA DA ULTIMA OCORRENCIA ATUALIZADA E NAO VAI AO RELATORIO.
      *----------------------------------------------------------------
       REG-CASO.
           IF W-CS-CH1 > W-CS-CH2
              MOVE W-CS-CH1 TO W-TROCA-CH
              MOVE W-CS-NOME1 TO W-TROCA-NOME
              MOVE W-CS-CH2 TO W-CS-CH1
              MOVE W-CS-NOME2 TO W-CS-NOME1
              MOVE W-TROCA-CH TO W-CS-CH2
              MOVE W-TROCA-NOME TO W-CS-NOME2.
           MOVE W-CS-TIPO TO CRZ-TIPO
           MOVE W-CS-CH1 TO CRZ-CHAVE1
           MOVE W-CS-CH2 TO CRZ-CHAVE2
           READ CADCRUZ
           IF ST-ERRO NOT = "00"
              GO TO REG-CASO-NOVO.
           MOVE W-HOJE TO CRZ-DATAULT
           MOVE W-CS-NOME1 TO CRZ-NOME1
           MOVE W-CS-NOME2 TO CRZ-NOME2
           MOVE W-CS-DESC TO CRZ-DESC
           REWRITE REGCRUZ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADCRUZ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF CRZ-STAT = "R"
              ADD 1 TO W-QTDJUST
              GO TO REG-CASO-FIM.
           ADD 1 TO W-QTDPEND
           MOVE "PENDENTE" TO CRL-SIT
           GO TO REG-CASO-LIN.
       REG-CASO-NOVO.
           MOVE "N" TO CRZ-STAT
           MOVE W-CS-NOME1 TO CRZ-NOME1
           MOVE W-CS-NOME2 TO CRZ-NOME2
           MOVE W-CS-DESC TO CRZ-DESC
           MOVE W-HOJE TO CRZ-DATAPRI CRZ-DATAULT
           MOVE SPACES TO CRZ-JUSTIF CRZ-OPER
           MOVE ZEROS TO CRZ-DATAREV
           WRITE REGCRUZ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADCRUZ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REG-CASO-FIM.
           ADD 1 TO W-QTDNOVO
           MOVE "NOVO" TO CRL-SIT.
       REG-CASO-LIN.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           MOVE LC-TIPO TO CRL-TIPO
           MOVE CRZ-CHAVE1 TO CRL-CH1
           MOVE CRZ-NOME1 TO CRL-NOME1
           MOVE CRZ-CHAVE2 TO CRL-CH2
           MOVE CRZ-NOME2 TO CRL-NOME2
           WRITE REGCRZTX FROM CRL-ITEM
           MOVE CRZ-DESC TO CRL-DESC
           MOVE CRZ-DATAPRI TO W-DATAX
           MOVE W-DTDIA TO CRL-DIA
           MOVE W-DTMES TO CRL-MES
           MOVE W-DTANO TO CRL-ANO
           WRITE REGCRZTX FROM CRL-DET.
       REG-CASO-FIM.
           EXIT.
      *
       DESC-TIPO.
           MOVE SPACES TO LC-TIPO
           IF CRZ-TIPO = "C"
              MOVE "CPF REPETIDO" TO LC-TIPO.
           IF CRZ-TIPO = "P"
              MOVE "PENSIONISTA" TO LC-TIPO.
           IF CRZ-TIPO = "D"
              MOVE "DEPENDENTE IR" TO LC-TIPO.
           IF CRZ-TIPO = "B"
              MOVE "CONTA BANCO" TO LC-TIPO.
       DESC-TIPO-FIM.
           EXIT.
      *
      ****************************************
      * REVISAO DOS CASOS PENDENTES          *
      ****************************************
      *
       REV-001.
           DISPLAY (10, 01) "TIPO          CADASTRO   NOME"
           MOVE LOW-VALUES TO CRZ-KEY
           START CADCRUZ KEY IS NOT LESS CRZ-KEY
              INVALID KEY
                 GO TO REV-TOTAIS.
       REV-LER.
           READ CADCRUZ NEXT
           IF ST-ERRO NOT = "00"
              GO TO REV-TOTAIS.
           IF CRZ-STAT NOT = "N"
              GO TO REV-LER.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           MOVE CRZ-CHAVE1 TO LC-CH1
           MOVE CRZ-NOME1 TO LC-NOME1
           MOVE CRZ-CHAVE2 TO LC-CH2
           MOVE CRZ-NOME2 TO LC-NOME2
           DISPLAY (12, 01) LINCASO1
           DISPLAY (13, 01) LINCASO2
           DISPLAY (14, 15) CRZ-DESC
           MOVE CRZ-DATAPRI TO W-DATAX
           DISPLAY (15, 15) "DESDE " W-DTDIA "/" W-DTMES "/" W-DTANO.
       REV-OPC.
           DISPLAY (17, 01) "J=JUSTIFICA   P=PULA   F=FIM : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (17, 32) W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO REV-TOTAIS.
           IF W-OPCAO = "P" OR "p"
              GO TO REV-LER.
           IF W-OPCAO NOT = "J" AND "j"
              GO TO REV-OPC.
       REV-JUST.
           DISPLAY (19, 01) "JUSTIFICATIVA : "
           MOVE SPACES TO W-JUSTIF
           ACCEPT (19, 17) W-JUSTIF
           IF W-JUSTIF = SPACES
              MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-OPC.
           MOVE "R" TO CRZ-STAT
           MOVE W-JUSTIF TO CRZ-JUSTIF
           MOVE W-OPERID TO CRZ-OPER
           MOVE W-HOJE TO CRZ-DATAREV
           REWRITE REGCRUZ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO ARQUIVO CADCRUZ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDREV
           DISPLAY (19, 01) LIMPA
           GO TO REV-LER.
      *
       REV-TOTAIS.
           DISPLAY (12, 01) LIMPA
           DISPLAY (13, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           DISPLAY (17, 01) LIMPA
           DISPLAY (19, 01) "CASOS JUSTIFICADOS NESTA SESSAO: " W-QTDREV
           MOVE "*** REVISAO ENCERRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * REGISTRA A SAIDA NO SPOOL CENTRAL (ARQSPOOL): CADA GERACAO
      * GANHA NUMERO E NOME PROPRIOS; A TELA DE SPOOL (FPP063) LISTA
      * E REIMPRIME QUALQUER GERACAO PASSADA.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-AUTARQ = 1
              CLOSE CADAUTON.
           IF W-PJARQ = 1
              CLOSE CADPENJUD.
           IF W-DEPARQ = 1
              CLOSE CADDEPEN.
           CLOSE CADFUNC CADCRUZ.
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
       FIM-ROT-TEMPO.
