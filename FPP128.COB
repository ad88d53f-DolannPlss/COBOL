       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP128.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * PERFIL PROFISSIOGRAFICO PREVIDENCIARIO (PPP): MONTA   *
      * PARA A CHAPA OS PERIODOS EM CADA CARGO/DEPARTAMENTO   *
      * (ARQMOVHIST) COM O GRAU DE RISCO DO CARGO, AS         *
      * ENTREGAS DE EPI COM O NUMERO DO CA (ARQEPIENT) E O    *
      * HISTORICO DE EXAMES OCUPACIONAIS (ARQASO), TUDO       *
      * REGISTRADO NO SPOOL CENTRAL (FPP063). CHAMADO TAMBEM  *
      * PELA RESCISAO (FPP008) COM A CHAPA JA INFORMADA       *
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
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      ALTERNATE RECORD KEY IS DENDEP
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADMOVH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MHKEY
                      ALTERNATE RECORD KEY IS MHCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADASO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ASO-KEY
                      ALTERNATE RECORD KEY IS ASO-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EPI-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEPIENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ENT-KEY
                      ALTERNATE RECORD KEY IS ENT-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPPPTX ASSIGN TO DISK
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
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODDEP                   PIC 9(03).
          03 DENDEP                   PIC X(25).
          03 NVL                      PIC 9(02).
          03 STAT                     PIC X(01).
          03 RESPFUNC                 PIC 9(06).
          03 FILIAL                   PIC 9(02).
          03 LIMFUNC                  PIC 9(03).
          03 LIMSAL                   PIC 9(08)V99.
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
       FD CADMOVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVHIST.DAT".
       01 REGMOVH.
          03 MHDATAEF                 PIC 9(08).
          03 MHDEPANT                 PIC 9(03).
          03 MHDEPNOV                 PIC 9(03).
          03 MHCARANT                 PIC 9(03).
          03 MHCARNOV                 PIC 9(03).
          03 MHNVLANT                 PIC 9(02).
          03 MHNVLNOV                 PIC 9(02).
          03 MHKEY.
              05 MHCODFUNC            PIC 9(06).
              05 MHSEQ                PIC 9(03).
      *-----------------------------------------------------------------
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
      * TIPO: "A"=ADMISSIONAL  "P"=PERIODICO  "D"=DEMISSIONAL.
          03 ASO-TIPO                 PIC X(01).
          03 ASO-DATA                 PIC 9(08).
      * RESULTADO: "A"=APTO  "I"=INAPTO.
          03 ASO-RESULT               PIC X(01).
          03 ASO-MEDICO               PIC X(25).
          03 ASO-CRM                  PIC 9(06).
          03 ASO-KEY.
              05 ASO-CODFUNC          PIC 9(06).
              05 ASO-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
          03 EPI-DESC                 PIC X(25).
          03 EPI-CA                   PIC 9(06).
      * VALIDADE DO EQUIPAMENTO EM MESES APOS A ENTREGA.
          03 EPI-VALMESES             PIC 9(02).
          03 EPI-STAT                 PIC X(01).
          03 EPI-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
          03 ENT-EPI                  PIC 9(03).
          03 ENT-DATA                 PIC 9(08).
          03 ENT-CA                   PIC 9(06).
      * CIENCIA DO FUNCIONARIO NA FICHA DE ENTREGA ("S"/"N").
          03 ENT-ASSIN                PIC X(01).
      * DEVOLVIDO NA TROCA OU NO DESLIGAMENTO ("S"/"N").
          03 ENT-DEVOL                PIC X(01).
          03 ENT-KEY.
              05 ENT-CODFUNC          PIC 9(06).
              05 ENT-SEQ              PIC 9(02).
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
       FD CADPPPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGPPPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-DEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-MHARQ         PIC 9(01) VALUE ZEROS.
       01 W-ASOARQ        PIC 9(01) VALUE ZEROS.
       01 W-EPIARQ        PIC 9(01) VALUE ZEROS.
       01 W-QTDPER        PIC 9(03) VALUE ZEROS.
       01 W-QTDEPI        PIC 9(03) VALUE ZEROS.
       01 W-QTDASO        PIC 9(03) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *----------[ PERIODO CORRENTE NO CARGO/DEPARTAMENTO ]-------------
       01 W-PERINI        PIC 9(08) VALUE ZEROS.
       01 W-PERFIM        PIC 9(08) VALUE ZEROS.
       01 W-PERCAR        PIC 9(03) VALUE ZEROS.
       01 W-PERDEP        PIC 9(03) VALUE ZEROS.
       01 W-DTCALC        PIC 9(08) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
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
      *----------[ LINHAS DO DOCUMENTO ]--------------------------------
       01 PPP-SEP.
                03 FILLER      PIC X(78) VALUE ALL "-".
       01 PPP-TIT.
                03 PPP-EMPRESA PIC X(30) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                   "  PERFIL PROFISSIOGRAFICO PREVIDENCIARIO - PPP".
       01 PPP-EMPREG.
                03 FILLER      PIC X(12) VALUE "EMPREGADOR: ".
                03 PPP-RAZAO   PIC X(30).
                03 FILLER      PIC X(07) VALUE " CNPJ: ".
                03 PPP-CNPJ    PIC 9(14).
       01 PPP-FUNC.
                03 FILLER      PIC X(11) VALUE "EMPREGADO: ".
                03 PPP-NOME    PIC X(30).
                03 FILLER      PIC X(08) VALUE " CHAPA: ".
                03 PPP-COD     PIC 9(06).
       01 PPP-DOCS.
                03 FILLER      PIC X(05) VALUE "CPF: ".
                03 PPP-CPF     PIC 9(11).
                03 FILLER      PIC X(07) VALUE " CTPS: ".
                03 PPP-CTPS    PIC X(12).
                03 FILLER      PIC X(11) VALUE " NIT/PIS: ".
                03 PPP-PIS     PIC 9(11).
       01 PPP-ADM.
                03 FILLER      PIC X(15) VALUE "ADMISSAO: ".
                03 PPP-DTADM   PIC 9(08).
                03 FILLER      PIC X(16) VALUE "  DESLIGAMENTO: ".
                03 PPP-DTDEM   PIC X(08).
       01 PPP-SEC1.
                03 FILLER      PIC X(50) VALUE
                   "1. LOTACAO E ATRIBUICAO (CARGO / DEPARTAMENTO)".
       01 PPP-CAB1.
                03 FILLER      PIC X(20) VALUE "INICIO    FIM".
                03 FILLER      PIC X(26) VALUE "CARGO".
                03 FILLER      PIC X(26) VALUE "DEPARTAMENTO".
                03 FILLER      PIC X(05) VALUE "RISCO".
       01 PPP-PERLIN.
                03 PPP-PERINI  PIC 9(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-PERFIM  PIC X(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-DENCAR  PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PPP-DENDEP  PIC X(25).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 PPP-GRAU    PIC 9(01).
       01 PPP-SEC2.
                03 FILLER      PIC X(50) VALUE
                   "2. EQUIPAMENTOS DE PROTECAO INDIVIDUAL (EPI)".
       01 PPP-CAB2.
                03 FILLER      PIC X(10) VALUE "ENTREGA".
                03 FILLER      PIC X(26) VALUE "EQUIPAMENTO".
                03 FILLER      PIC X(08) VALUE "CA".
                03 FILLER      PIC X(10) VALUE "DEVOLVIDO".
       01 PPP-EPILIN.
                03 PPP-EPIDATA PIC 9(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-EPIDESC PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PPP-EPICA   PIC 9(06).
                03 FILLER      PIC X(06) VALUE SPACES.
                03 PPP-EPIDEV  PIC X(01).
       01 PPP-SEC3.
                03 FILLER      PIC X(50) VALUE
                   "3. MONITORACAO BIOLOGICA (EXAMES OCUPACIONAIS)".
       01 PPP-CAB3.
                03 FILLER      PIC X(10) VALUE "DATA".
                03 FILLER      PIC X(14) VALUE "TIPO".
                03 FILLER      PIC X(10) VALUE "RESULTADO".
                03 FILLER      PIC X(26) VALUE "MEDICO".
                03 FILLER      PIC X(06) VALUE "CRM".
       01 PPP-ASOLIN.
                03 PPP-ASODATA PIC 9(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-ASOTIPO PIC X(12).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-ASORES  PIC X(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 PPP-ASOMED  PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 PPP-ASOCRM  PIC 9(06).
       01 PPP-NADA.
                03 FILLER      PIC X(30) VALUE
                   "   NADA CONSTA".
       01 PPP-ASSIN.
                03 FILLER      PIC X(30) VALUE
                        "__________________________".
                03 FILLER      PIC X(30) VALUE
                        "  __________________________".
       01 PPP-ASSIN2.
                03 FILLER      PIC X(30) VALUE
                        "REPRESENTANTE LEGAL       ".
                03 FILLER      PIC X(30) VALUE
                        "  RESPONSAVEL PELOS REGISTROS".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * CHAPA ZERADA = INFORMADA NA TELA; PREENCHIDA = CHAMADA PELA
      * RESCISAO, GERA DIRETO E RETORNA.
       01 LK-PPPPARM.
          03 LK-PPPOPER        PIC X(08).
          03 LK-PPPCHAPA       PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** PERFIL PROFISSIOGRAFICO PREVIDENCIARI".
           05  LINE 02  COLUMN 45
               VALUE  "O (PPP) ***".
           05  LINE 05  COLUMN 01
               VALUE  " CODIGO DO FUNCIONARIO :".
           05  LINE 07  COLUMN 01
               VALUE  " NOME                  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 26  PIC 9(06)
               USING  CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 07  COLUMN 26  PIC X(30)
               USING  NOME
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PPPPARM.
       INICIO.
           MOVE LK-PPPOPER TO W-OPERID.
       INC-001.
           MOVE SPACES TO NOME
           MOVE ZEROS TO CODFUNC
           DISPLAY TELAPRINCIPAL.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIMP.
      * DEPARTAMENTOS, FILIAIS, HISTORICO DE MOVIMENTACAO, ASO E EPI
      * SAO OPCIONAIS: SEM ELES A SECAO CORRESPONDENTE SAI REDUZIDA.
           MOVE ZEROS TO W-DEPARQ
           OPEN INPUT CADDEP
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPARQ.
           MOVE ZEROS TO W-FILARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           MOVE ZEROS TO W-MHARQ
           OPEN INPUT CADMOVH
           IF ST-ERRO = "00"
              MOVE 1 TO W-MHARQ.
           MOVE ZEROS TO W-ASOARQ
           OPEN INPUT CADASO
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASOARQ.
           MOVE ZEROS TO W-EPIARQ
           OPEN INPUT CADEPIENT
           IF ST-ERRO = "00"
              OPEN INPUT CADEPI
              IF ST-ERRO = "00"
                 MOVE 1 TO W-EPIARQ
              ELSE
                 CLOSE CADEPIENT.
           IF LK-PPPCHAPA NOT = ZEROS
              MOVE LK-PPPCHAPA TO CODFUNC
              GO TO R1A.
       R1.
           ACCEPT TCODFUNC
           IF CODFUNC = ZEROS
              GO TO ROT-FIM.
       R1A.
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF LK-PPPCHAPA NOT = ZEROS
                 GO TO ROT-FIM
              ELSE
                 GO TO R1.
           MOVE NOME TO TNOME
           DISPLAY TCODFUNC
           DISPLAY TNOME
           IF LK-PPPCHAPA NOT = ZEROS
              GO TO GERA-PPP.
       R2.
           DISPLAY (09, 01) "CONFIRMA A GERACAO DO PPP (S/N) : "
           ACCEPT (09, 36) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GERACAO RECUSADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R2.
      *----------------------------------------------------------------
      * MONTA O DOCUMENTO: IDENTIFICACAO, LOTACAO/ATRIBUICAO COM O
      * GRAU DE RISCO, EPI ENTREGUES E EXAMES, NUMA UNICA GERACAO DO
      * SPOOL.
      *----------------------------------------------------------------
       GERA-PPP.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "PPP" TO W-SPLTIPO
           MOVE W-HOJE(5:2) TO W-SPLMES
           MOVE W-HOJE(1:4) TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADPPPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DOCUMENTO DO PPP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "FATEC ZL" TO PPP-EMPRESA
           MOVE SPACES TO PPP-RAZAO
           MOVE ZEROS TO PPP-CNPJ
           IF W-FILARQ = 1
              MOVE FILIAL OF REGFUNC TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILRAZAO TO PPP-EMPRESA
                 MOVE FILRAZAO TO PPP-RAZAO
                 MOVE FILCNPJ TO PPP-CNPJ
              END-IF.
           WRITE REGPPPTX FROM PPP-TIT
           WRITE REGPPPTX FROM PPP-SEP
           WRITE REGPPPTX FROM PPP-EMPREG
           MOVE NOME TO PPP-NOME
           MOVE CODFUNC TO PPP-COD
           WRITE REGPPPTX FROM PPP-FUNC
           MOVE CPF TO PPP-CPF
           MOVE CTPS TO PPP-CTPS
           MOVE PIS TO PPP-PIS
           WRITE REGPPPTX FROM PPP-DOCS
           MOVE DATAADM TO PPP-DTADM
           IF DATADEM = ZEROS
              MOVE "ATIVO" TO PPP-DTDEM
           ELSE
              MOVE DATADEM TO PPP-DTDEM.
           WRITE REGPPPTX FROM PPP-ADM
           WRITE REGPPPTX FROM PPP-SEP.
      *----------------------------------------------------------------
      * SECAO 1: O PRIMEIRO PERIODO COMECA NA ADMISSAO COM O CARGO E
      * DEPARTAMENTO ANTERIORES DO PRIMEIRO MOVIMENTO (OU OS ATUAIS,
      * SE NUNCA HOUVE MOVIMENTO); CADA MUDANCA DE CARGO OU
      * DEPARTAMENTO FECHA O PERIODO NA VESPERA DA DATA EFETIVA.
      * MUDANCAS SO DE NIVEL SALARIAL NAO ABREM PERIODO.
      *----------------------------------------------------------------
       GERA-LOTACAO.
           WRITE REGPPPTX FROM PPP-SEC1
           WRITE REGPPPTX FROM PPP-CAB1
           MOVE ZEROS TO W-QTDPER
           MOVE DATAADM TO W-PERINI
           MOVE FUNCCAR TO W-PERCAR
           MOVE FUNCDEP TO W-PERDEP
           IF W-MHARQ NOT = 1
              GO TO GERA-LOTACAO-ULT.
           MOVE CODFUNC TO MHCODFUNC
           MOVE ZEROS TO MHSEQ
           START CADMOVH KEY IS NOT LESS MHKEY
           IF ST-ERRO NOT = "00"
              GO TO GERA-LOTACAO-ULT.
           READ CADMOVH NEXT
           IF ST-ERRO NOT = "00" OR MHCODFUNC NOT = CODFUNC
              GO TO GERA-LOTACAO-ULT.
           MOVE MHCARANT TO W-PERCAR
           MOVE MHDEPANT TO W-PERDEP
           GO TO GERA-LOTACAO-MOV.
       GERA-LOTACAO-LP.
           READ CADMOVH NEXT
           IF ST-ERRO NOT = "00" OR MHCODFUNC NOT = CODFUNC
              GO TO GERA-LOTACAO-ULT.
       GERA-LOTACAO-MOV.
           IF MHCARNOV = W-PERCAR AND MHDEPNOV = W-PERDEP
              GO TO GERA-LOTACAO-LP.
           IF MHDATAEF > W-PERINI
              MOVE MHDATAEF TO W-DTCALC
              PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
              MOVE W-DTCALC TO W-PERFIM
              PERFORM GRAVA-PERIODO THRU GRAVA-PERIODO-FIM
              MOVE MHDATAEF TO W-PERINI.
           MOVE MHCARNOV TO W-PERCAR
           MOVE MHDEPNOV TO W-PERDEP
           GO TO GERA-LOTACAO-LP.
       GERA-LOTACAO-ULT.
           MOVE DATADEM TO W-PERFIM
           PERFORM GRAVA-PERIODO THRU GRAVA-PERIODO-FIM
           WRITE REGPPPTX FROM PPP-SEP.
      *----------------------------------------------------------------
      * SECAO 2: TODAS AS ENTREGAS DE EPI DA CHAPA, COM O CA
      * REGISTRADO NA ENTREGA.
      *----------------------------------------------------------------
       GERA-EPI.
           WRITE REGPPPTX FROM PPP-SEC2
           WRITE REGPPPTX FROM PPP-CAB2
           MOVE ZEROS TO W-QTDEPI
           IF W-EPIARQ NOT = 1
              GO TO GERA-EPI-TOT.
           MOVE CODFUNC TO ENT-CODFUNC
           MOVE ZEROS TO ENT-SEQ
           START CADEPIENT KEY IS NOT LESS ENT-KEY
           IF ST-ERRO NOT = "00"
              GO TO GERA-EPI-TOT.
       GERA-EPI-LP.
           READ CADEPIENT NEXT
           IF ST-ERRO NOT = "00" OR ENT-CODFUNC NOT = CODFUNC
              GO TO GERA-EPI-TOT.
           MOVE ENT-EPI TO EPI-COD
           READ CADEPI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO EPI-DESC.
           MOVE ENT-DATA TO PPP-EPIDATA
           MOVE EPI-DESC TO PPP-EPIDESC
           MOVE ENT-CA TO PPP-EPICA
           MOVE ENT-DEVOL TO PPP-EPIDEV
           WRITE REGPPPTX FROM PPP-EPILIN
           ADD 1 TO W-QTDEPI
           GO TO GERA-EPI-LP.
       GERA-EPI-TOT.
           IF W-QTDEPI = ZEROS
              WRITE REGPPPTX FROM PPP-NADA.
           WRITE REGPPPTX FROM PPP-SEP.
      *----------------------------------------------------------------
      * SECAO 3: HISTORICO DE EXAMES OCUPACIONAIS (ASO).
      *----------------------------------------------------------------
       GERA-ASO.
           WRITE REGPPPTX FROM PPP-SEC3
           WRITE REGPPPTX FROM PPP-CAB3
           MOVE ZEROS TO W-QTDASO
           IF W-ASOARQ NOT = 1
              GO TO GERA-ASO-TOT.
           MOVE CODFUNC TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS ASO-KEY
           IF ST-ERRO NOT = "00"
              GO TO GERA-ASO-TOT.
       GERA-ASO-LP.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00" OR ASO-CODFUNC NOT = CODFUNC
              GO TO GERA-ASO-TOT.
           MOVE ASO-DATA TO PPP-ASODATA
           MOVE "PERIODICO" TO PPP-ASOTIPO
           IF ASO-TIPO = "A"
              MOVE "ADMISSIONAL" TO PPP-ASOTIPO.
           IF ASO-TIPO = "D"
              MOVE "DEMISSIONAL" TO PPP-ASOTIPO.
           IF ASO-RESULT = "I"
              MOVE "INAPTO" TO PPP-ASORES
           ELSE
              MOVE "APTO" TO PPP-ASORES.
           MOVE ASO-MEDICO TO PPP-ASOMED
           MOVE ASO-CRM TO PPP-ASOCRM
           WRITE REGPPPTX FROM PPP-ASOLIN
           ADD 1 TO W-QTDASO
           GO TO GERA-ASO-LP.
       GERA-ASO-TOT.
           IF W-QTDASO = ZEROS
              WRITE REGPPPTX FROM PPP-NADA.
           WRITE REGPPPTX FROM PPP-SEP
           WRITE REGPPPTX FROM PPP-ASSIN
           WRITE REGPPPTX FROM PPP-ASSIN2
           CLOSE CADPPPTX
           MOVE "*** PPP GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF LK-PPPCHAPA NOT = ZEROS
              GO TO ROT-FIM.
           GO TO R1.
      *----------------------------------------------------------------
      * GRAVA UM PERIODO DA SECAO 1 (W-PERINI A W-PERFIM, ZERADO =
      * AINDA EM CURSO) COM A DENOMINACAO E O GRAU DE RISCO DO CARGO.
      *----------------------------------------------------------------
       GRAVA-PERIODO.
           MOVE W-PERINI TO PPP-PERINI
           IF W-PERFIM = ZEROS
              MOVE "ATUAL" TO PPP-PERFIM
           ELSE
              MOVE W-PERFIM TO PPP-PERFIM.
           MOVE W-PERCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENCAR
              MOVE ZEROS TO GRAURISCO.
           MOVE DENCAR TO PPP-DENCAR
           MOVE GRAURISCO TO PPP-GRAU
           MOVE SPACES TO PPP-DENDEP
           IF W-DEPARQ = 1
              MOVE W-PERDEP TO CODDEP
              READ CADDEP
              IF ST-ERRO = "00"
                 MOVE DENDEP TO PPP-DENDEP
              END-IF.
           WRITE REGPPPTX FROM PPP-PERLIN
           ADD 1 TO W-QTDPER.
       GRAVA-PERIODO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VOLTA UM DIA NA DATA W-DTCALC (AAAAMMDD).
      *----------------------------------------------------------------
       DIA-ANTERIOR.
           MOVE W-DTCALC(1:4) TO W-ANOC
           MOVE W-DTCALC(5:2) TO W-MESC
           MOVE W-DTCALC(7:2) TO W-DIAC
           IF W-DIAC > 1
              SUBTRACT 1 FROM W-DIAC
              GO TO DIA-ANTERIOR-MONTA.
           IF W-MESC = 1
              MOVE 12 TO W-MESC
              SUBTRACT 1 FROM W-ANOC
           ELSE
              SUBTRACT 1 FROM W-MESC.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           MOVE W-ULTDIA TO W-DIAC.
       DIA-ANTERIOR-MONTA.
           COMPUTE W-DTCALC = W-ANOC * 10000 + W-MESC * 100
                            + W-DIAC.
       DIA-ANTERIOR-FIM.
           EXIT.
      *
       CALC-ULTDIA.
           MOVE 31 TO W-ULTDIA
           IF W-MESC = 4 OR W-MESC = 6 OR W-MESC = 9 OR W-MESC = 11
              MOVE 30 TO W-ULTDIA.
           IF W-MESC = 2
              MOVE 28 TO W-ULTDIA
              DIVIDE W-ANOC BY 4 GIVING W-TMPA REMAINDER W-REM4
              DIVIDE W-ANOC BY 100 GIVING W-TMPA REMAINDER W-REM100
              DIVIDE W-ANOC BY 400 GIVING W-TMPA REMAINDER W-REM400
              IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                 MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.
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
           IF W-DEPARQ = 1
              CLOSE CADDEP.
           IF W-FILARQ = 1
              CLOSE CADFILIAL.
           IF W-MHARQ = 1
              CLOSE CADMOVH.
           IF W-ASOARQ = 1
              CLOSE CADASO.
           IF W-EPIARQ = 1
              CLOSE CADEPIENT CADEPI.
           CLOSE CADFUNC CADCAR.
       ROT-FIMP.
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
