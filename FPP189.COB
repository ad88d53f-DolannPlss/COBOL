       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP189.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * COMPA-RATIO X PESQUISA SALARIAL (FPP188): POR CARGO, *
      * O SALBASE E CADA NIVEL DA GRADE (ARQGRADE) CONTRA OS *
      * PERCENTIS DO MERCADO DO ANO/REGIAO, MARCANDO O CARGO *
      * CUJA GRADE INTEIRA FICA ABAIXO DA MEDIANA; POR       *
      * FUNCIONARIO, O SALARIO DO NIVEL SOBRE A MEDIANA, COM *
      * DESTAQUE PARA QUEM ESTA ABAIXO DO P25. SUBSIDIO PARA *
      * DISSIDIO E PROGRESSAO. SAI NO SPOOL ("COMPARAT")     *
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
                      FILE STATUS  IS ST-ERRO.
           SELECT CADGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRD-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPESQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PSQ-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCARMER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CME-CODCAR
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCMPREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPESQ.DAT".
       01 REGPESQ.
          03 PSQ-KEY.
              05 PSQ-ANO              PIC 9(04).
              05 PSQ-REGIAO           PIC X(10).
              05 PSQ-CARGOMER         PIC X(10).
          03 PSQ-DESCR                PIC X(30).
          03 PSQ-P25                  PIC 9(06)V99.
          03 PSQ-P50                  PIC 9(06)V99.
          03 PSQ-P75                  PIC 9(06)V99.
          03 PSQ-DATAIMP              PIC 9(08).
          03 PSQ-OPER                 PIC X(08).
      *-----------------------------------------------------------------
       FD CADCARMER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARMER.DAT".
       01 REGCARMER.
          03 CME-CODCAR               PIC 9(03).
          03 CME-CARGOMER             PIC X(10).
          03 CME-DATA                 PIC 9(08).
          03 CME-OPER                 PIC X(08).
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
       FD CADCMPREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGCMPREL   PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-ANOPESQ       PIC 9(04) VALUE ZEROS.
       01 W-REGIAO        PIC X(10) VALUE SPACES.
       01 W-FILSEL        PIC 9(02) VALUE ZEROS.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-AA    PIC 9(04).
          03 W-HOJE-MM    PIC 9(02).
          03 W-HOJE-DD    PIC 9(02).
      * REFERENCIA DE MERCADO DO CARGO: 0 = SEM DE-PARA,
      * 1 = SEM PESQUISA NO ANO/REGIAO, 2 = ENCONTRADA.
       01 W-TEMREF        PIC 9(01) VALUE ZEROS.
       01 W-CARGOMER      PIC X(10) VALUE SPACES.
       01 W-P25           PIC 9(06)V99 VALUE ZEROS.
       01 W-P50           PIC 9(06)V99 VALUE ZEROS.
       01 W-P75           PIC 9(06)V99 VALUE ZEROS.
       01 W-SALVAL        PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMES        PIC 9(07)V99 VALUE ZEROS.
       01 W-SALCAR        PIC 9(07)V99 VALUE ZEROS.
       01 W-SALNIV        PIC 9(07)V99 VALUE ZEROS.
       01 W-TOPO          PIC 9(07)V99 VALUE ZEROS.
       01 W-COMPA         PIC 9(03)V99 VALUE ZEROS.
       01 W-SOMACOMPA     PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDCAR        PIC 9(05) VALUE ZEROS.
       01 W-QTDCARABX     PIC 9(05) VALUE ZEROS.
       01 W-QTDCARSEM     PIC 9(05) VALUE ZEROS.
       01 W-QTDFUN        PIC 9(06) VALUE ZEROS.
       01 W-QTDFUNABX     PIC 9(06) VALUE ZEROS.
       01 W-QTDFUNSEM     PIC 9(06) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP189".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
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
       01 CMP-SEP.
                03 FILLER      PIC X(127) VALUE ALL "-".
       01 CMP-BRANCO.
                03 FILLER      PIC X(01) VALUE SPACES.
       01 CMP-TIT.
                03 FILLER      PIC X(39) VALUE
                   "COMPA-RATIO X PESQUISA SALARIAL - ANO: ".
                03 CT-ANO      PIC 9(04).
                03 FILLER      PIC X(10) VALUE "  REGIAO: ".
                03 CT-REGIAO   PIC X(10).
                03 FILLER      PIC X(10) VALUE "  FILIAL: ".
                03 CT-FILIAL   PIC X(05).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CT-DH       PIC X(14).
       01 CMP-SUB1.
                03 FILLER      PIC X(44) VALUE
                   "SALARIO DO CARGO E DA GRADE X MERCADO (VALOR".
                03 FILLER      PIC X(44) VALUE
                   "ES MENSAIS; COMPA = SALARIO / MEDIANA P50)  ".
       01 CMP-CAB1.
                03 FILLER      PIC X(44) VALUE
                   "CAR DENOMINACAO               CARGO MERC NIV".
                03 FILLER      PIC X(44) VALUE
                   "EL    SALARIO          P25          P50     ".
                03 FILLER      PIC X(30) VALUE
                   "     P75  COMPA  SITUACAO     ".
       01 CMP-CAR.
                03 CC-COD      PIC X(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 CC-DENCAR   PIC X(25).
                03 FILLER      PIC X(01) VALUE " ".
                03 CC-CARGOMER PIC X(10).
                03 FILLER      PIC X(01) VALUE " ".
                03 CC-NIVEL    PIC X(05).
                03 FILLER      PIC X(01) VALUE " ".
                03 CC-SAL      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CC-P25      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CC-P50      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CC-P75      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CC-COMPA    PIC Z9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CC-SIT      PIC X(25).
       01 CMP-NIVBASE.
                03 FILLER      PIC X(04) VALUE "BASE".
       01 CMP-NIVGRD.
                03 FILLER      PIC X(02) VALUE "NV".
                03 CN-NIVEL    PIC 99.
       01 CMP-ALERTA.
                03 FILLER      PIC X(30) VALUE SPACES.
                03 FILLER      PIC X(44) VALUE
                   "*** GRADE INTEIRA ABAIXO DA MEDIANA DO MERCA".
                03 FILLER      PIC X(19) VALUE
                   "DO - COMPA DO TOPO ".
                03 CA-COMPA    PIC Z9,99.
                03 FILLER      PIC X(04) VALUE " ***".
       01 CMP-SUB2.
                03 FILLER      PIC X(44) VALUE
                   "FUNCIONARIOS ATIVOS E SUSPENSOS X MERCADO (S".
                03 FILLER      PIC X(44) VALUE
                   "ALARIO DO NIVEL NA GRADE / MEDIANA P50)     ".
       01 CMP-CAB2.
                03 FILLER      PIC X(44) VALUE
                   "CHAPA  NOME                           FL CAR".
                03 FILLER      PIC X(44) VALUE
                   " NV    SALBASE     SAL. NIVEL          P25  ".
                03 FILLER      PIC X(30) VALUE
                   "        P50  COMPA  SITUACAO  ".
       01 CMP-FUN.
                03 CF-COD      PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 CF-NOME     PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 CF-FIL      PIC 99.
                03 FILLER      PIC X(01) VALUE " ".
                03 CF-CAR      PIC 999.
                03 FILLER      PIC X(01) VALUE " ".
                03 CF-NIV      PIC 99.
                03 FILLER      PIC X(01) VALUE " ".
                03 CF-SALCAR   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CF-SALNIV   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CF-P25      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CF-P50      PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CF-COMPA    PIC Z9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 CF-SIT      PIC X(15).
       01 CMP-TOTC.
                03 FILLER      PIC X(20) VALUE "CARGOS ANALISADOS : ".
                03 CTC-QTD     PIC ZZZZ9.
                03 FILLER      PIC X(35) VALUE
                   "   GRADE INTEIRA ABAIXO DA MEDIANA:".
                03 CTC-ABX     PIC ZZZZ9.
                03 FILLER      PIC X(27) VALUE
                   "   SEM REFERENCIA MERCADO: ".
                03 CTC-SEM     PIC ZZZZ9.
       01 CMP-TOTF.
                03 FILLER      PIC X(20) VALUE "FUNCIONARIOS      : ".
                03 CTF-QTD     PIC ZZZZ9.
                03 FILLER      PIC X(35) VALUE
                   "   ABAIXO DO P25 DO MERCADO       :".
                03 CTF-ABX     PIC ZZZZ9.
                03 FILLER      PIC X(27) VALUE
                   "   SEM REFERENCIA MERCADO: ".
                03 CTF-SEM     PIC ZZZZ9.
       01 CMP-TOTM.
                03 FILLER      PIC X(40) VALUE
                   "COMPA-RATIO MEDIO DOS FUNCIONARIOS    : ".
                03 CTM-COMPA   PIC Z9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** COMPA-RATIO X PESQUISA SALARIAL DE".
           05  LINE 02  COLUMN 42
               VALUE  " MERCADO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  ANO DA PESQUISA (AAAA)  :".
           05  LINE 08  COLUMN 01
               VALUE  "  REGIAO DA PESQUISA      :".
           05  LINE 10  COLUMN 01
               VALUE  "  FILIAL       (0=TODAS)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO (S/N)  :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOPESQ
               LINE 06  COLUMN 29  PIC 9(04)
               USING  W-ANOPESQ
               HIGHLIGHT.
           05  TW-REGIAO
               LINE 08  COLUMN 29  PIC X(10)
               USING  W-REGIAO
               HIGHLIGHT.
           05  TW-FILSEL
               LINE 10  COLUMN 29  PIC 99
               USING  W-FILSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE W-HOJE-AA TO W-ANOPESQ
                MOVE SPACES TO W-REGIAO W-OPCAO
                MOVE ZEROS TO W-FILSEL
                DISPLAY TELAPRINCIPAL.
       INC-ANO.
                ACCEPT TW-ANOPESQ
                IF W-ANOPESQ < 2000 OR W-ANOPESQ > W-HOJE-AA + 1
                   MOVE "*** ANO DA PESQUISA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-REG.
                ACCEPT TW-REGIAO
                IF W-REGIAO = SPACES
                   MOVE "*** REGIAO NAO INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-REG.
                ACCEPT TW-FILSEL.
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
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              MOVE "* PESQUISA SALARIAL NAO IMPORTADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      * A PESQUISA DO ANO/REGIAO PRECISA TER SIDO IMPORTADA.
           MOVE W-ANOPESQ TO PSQ-ANO
           MOVE W-REGIAO TO PSQ-REGIAO
           MOVE LOW-VALUES TO PSQ-CARGOMER
           START CADPESQ KEY IS NOT LESS PSQ-KEY
           IF ST-ERRO = "00"
              READ CADPESQ NEXT.
           IF ST-ERRO NOT = "00" OR PSQ-ANO NOT = W-ANOPESQ
              OR PSQ-REGIAO NOT = W-REGIAO
              MOVE "*** SEM PESQUISA PARA O ANO/REGIAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPESQ
              GO TO INC-001.
           OPEN INPUT CADCARMER
           IF ST-ERRO NOT = "00"
              MOVE "* DE-PARA DE CARGOS NAO IMPORTADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPESQ
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPESQ CADCARMER
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPESQ CADCARMER CADCAR
              GO TO ROT-FIM2.
      * A GRADE SALARIAL (FPP082) E OPCIONAL: SEM ELA SO O SALBASE
      * DO CARGO E COMPARADO.
           MOVE ZEROS TO W-GRADEARQ
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           MOVE "COMPARAT" TO W-SPLTIPO
           MOVE W-HOJE-MM TO W-SPLMES
           MOVE W-HOJE-AA TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADCMPREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO NO SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (14, 01) "*** GERANDO O RELATORIO - AGUARDE ***"
           MOVE W-ANOPESQ TO CT-ANO
           MOVE W-REGIAO TO CT-REGIAO
           IF W-FILSEL = ZEROS
              MOVE "TODAS" TO CT-FILIAL
           ELSE
              MOVE W-FILSEL TO CT-FILIAL.
           MOVE W-SPLDH TO CT-DH
           WRITE REGCMPREL FROM CMP-TIT
           WRITE REGCMPREL FROM CMP-SEP
           WRITE REGCMPREL FROM CMP-SUB1
           WRITE REGCMPREL FROM CMP-CAB1
           WRITE REGCMPREL FROM CMP-SEP.
      *----------------------------------------------------------------
      * PARTE 1 - POR CARGO: SALBASE (NIVEL BASE) E OS NIVEIS ATIVOS
      * DA GRADE CONTRA OS PERCENTIS. O CARGO CUJO TOPO DA GRADE NAO
      * ALCANCA A MEDIANA FICA MARCADO. CARGO DESATIVADO NAO ENTRA.
      *----------------------------------------------------------------
       PROC-CAR.
           MOVE ZEROS TO CODCAR
           START CADCAR KEY IS NOT LESS CODCAR
           IF ST-ERRO NOT = "00"
              GO TO PROC-CAR-FIM.
       PROC-CAR-RD.
           READ CADCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-CAR-FIM.
           IF STAT = "D"
              GO TO PROC-CAR-RD.
           ADD 1 TO W-QTDCAR
           PERFORM BUSCA-MERCADO THRU BUSCA-MERCADO-FIM
           MOVE SALBASE TO W-SALVAL
           PERFORM CALC-MENSAL THRU CALC-MENSAL-FIM
           MOVE W-SALMES TO W-SALCAR W-TOPO
           MOVE SPACES TO CMP-CAR
           MOVE CODCAR TO CC-COD
           MOVE DENCAR TO CC-DENCAR
           MOVE W-CARGOMER TO CC-CARGOMER
           MOVE CMP-NIVBASE TO CC-NIVEL
           MOVE W-SALCAR TO CC-SAL
           IF W-TEMREF NOT = 2
              ADD 1 TO W-QTDCARSEM
              IF W-TEMREF = 0
                 MOVE "SEM DE-PARA DE MERCADO" TO CC-SIT
              ELSE
                 MOVE "SEM PESQUISA NA REGIAO" TO CC-SIT
              END-IF
              WRITE REGCMPREL FROM CMP-CAR
              GO TO PROC-CAR-RD.
           MOVE W-P25 TO CC-P25
           MOVE W-P50 TO CC-P50
           MOVE W-P75 TO CC-P75
           PERFORM SITUACAO-CAR THRU SITUACAO-CAR-FIM
           WRITE REGCMPREL FROM CMP-CAR
           IF W-GRADEARQ NOT = 1
              GO TO PROC-CAR-TOPO.
           MOVE CODCAR TO GRD-CARGO
           MOVE ZEROS TO GRD-NIVEL
           START CADGRADE KEY IS NOT LESS GRD-KEY
           IF ST-ERRO NOT = "00"
              GO TO PROC-CAR-TOPO.
       PROC-CAR-GRD.
           READ CADGRADE NEXT
           IF ST-ERRO NOT = "00" OR GRD-CARGO NOT = CODCAR
              GO TO PROC-CAR-TOPO.
           IF GRD-STAT NOT = "A"
              GO TO PROC-CAR-GRD.
           PERFORM CALC-NIVEL THRU CALC-NIVEL-FIM
           PERFORM CALC-MENSAL THRU CALC-MENSAL-FIM
           IF W-SALMES > W-TOPO
              MOVE W-SALMES TO W-TOPO.
           MOVE SPACES TO CMP-CAR
           MOVE GRD-NIVEL TO CN-NIVEL
           MOVE CMP-NIVGRD TO CC-NIVEL
           MOVE W-SALMES TO CC-SAL
           PERFORM SITUACAO-CAR THRU SITUACAO-CAR-FIM
           WRITE REGCMPREL FROM CMP-CAR
           GO TO PROC-CAR-GRD.
       PROC-CAR-TOPO.
           IF W-TOPO < W-P50
              ADD 1 TO W-QTDCARABX
              COMPUTE W-COMPA ROUNDED = W-TOPO / W-P50
              MOVE W-COMPA TO CA-COMPA
              WRITE REGCMPREL FROM CMP-ALERTA.
           GO TO PROC-CAR-RD.
       PROC-CAR-FIM.
           WRITE REGCMPREL FROM CMP-SEP
           WRITE REGCMPREL FROM CMP-BRANCO
           WRITE REGCMPREL FROM CMP-SUB2
           WRITE REGCMPREL FROM CMP-CAB2
           WRITE REGCMPREL FROM CMP-SEP.
      *----------------------------------------------------------------
      * PARTE 2 - POR FUNCIONARIO (ATIVOS E SUSPENSOS, NA FILIAL
      * PEDIDA E NAS FILIAIS PERMITIDAS AO OPERADOR): SALARIO DO
      * NIVEL CALCULADO COMO NA FOLHA (FPPREL) SOBRE A MEDIANA.
      *----------------------------------------------------------------
       PROC-FUNC.
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
       PROC-FUNC-RD.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FUNC-FIM.
           IF FUNCSTAT = "D"
              GO TO PROC-FUNC-RD.
           IF W-FILSEL NOT = ZEROS AND FILIAL NOT = W-FILSEL
              GO TO PROC-FUNC-RD.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO PROC-FUNC-RD.
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDFUNSEM
              GO TO PROC-FUNC-RD.
           PERFORM BUSCA-MERCADO THRU BUSCA-MERCADO-FIM
           IF W-TEMREF NOT = 2
              ADD 1 TO W-QTDFUNSEM
              GO TO PROC-FUNC-RD.
           MOVE SALBASE TO W-SALVAL
           PERFORM CALC-MENSAL THRU CALC-MENSAL-FIM
           MOVE W-SALMES TO W-SALCAR W-SALNIV
           IF W-GRADEARQ = 1 AND NVLSAL NOT = ZEROS
              MOVE FUNCCAR TO GRD-CARGO
              MOVE NVLSAL TO GRD-NIVEL
              READ CADGRADE
              IF ST-ERRO = "00" AND GRD-STAT = "A"
                 PERFORM CALC-NIVEL THRU CALC-NIVEL-FIM
                 PERFORM CALC-MENSAL THRU CALC-MENSAL-FIM
                 MOVE W-SALMES TO W-SALNIV.
           COMPUTE W-COMPA ROUNDED = W-SALNIV / W-P50
           ADD 1 TO W-QTDFUN
           ADD W-COMPA TO W-SOMACOMPA
           MOVE SPACES TO CF-SIT
           IF W-SALNIV < W-P25
              ADD 1 TO W-QTDFUNABX
              MOVE "ABAIXO DO P25" TO CF-SIT
           ELSE
              IF W-SALNIV > W-P75
                 MOVE "ACIMA DO P75" TO CF-SIT.
           MOVE CODFUNC TO CF-COD
           MOVE NOME TO CF-NOME
           MOVE FILIAL TO CF-FIL
           MOVE FUNCCAR TO CF-CAR
           MOVE NVLSAL TO CF-NIV
           MOVE W-SALCAR TO CF-SALCAR
           MOVE W-SALNIV TO CF-SALNIV
           MOVE W-P25 TO CF-P25
           MOVE W-P50 TO CF-P50
           MOVE W-COMPA TO CF-COMPA
           WRITE REGCMPREL FROM CMP-FUN
           GO TO PROC-FUNC-RD.
       PROC-FUNC-FIM.
           WRITE REGCMPREL FROM CMP-SEP
           MOVE W-QTDCAR TO CTC-QTD
           MOVE W-QTDCARABX TO CTC-ABX
           MOVE W-QTDCARSEM TO CTC-SEM
           WRITE REGCMPREL FROM CMP-TOTC
           MOVE W-QTDFUN TO CTF-QTD
           MOVE W-QTDFUNABX TO CTF-ABX
           MOVE W-QTDFUNSEM TO CTF-SEM
           WRITE REGCMPREL FROM CMP-TOTF
           MOVE ZEROS TO W-COMPA
           IF W-QTDFUN NOT = ZEROS
              COMPUTE W-COMPA ROUNDED = W-SOMACOMPA / W-QTDFUN.
           MOVE W-COMPA TO CTM-COMPA
           WRITE REGCMPREL FROM CMP-TOTM
           CLOSE CADCMPREL
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 01) "CARGOS COM GRADE ABAIXO DA MEDIANA: "
                   W-QTDCARABX
           DISPLAY (17, 01) "FUNCIONARIOS ABAIXO DO P25        : "
                   W-QTDFUNABX
           MOVE "*** RELATORIO GRAVADO NO SPOOL (COMPARAT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * DE-PARA DO CARGO (ARQCARMER) E PERCENTIS DO ANO/REGIAO
      * (ARQPESQ).
      *----------------------------------------------------------------
       BUSCA-MERCADO.
           MOVE ZEROS TO W-TEMREF W-P25 W-P50 W-P75
           MOVE SPACES TO W-CARGOMER
           MOVE CODCAR TO CME-CODCAR
           READ CADCARMER
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-MERCADO-FIM.
           MOVE 1 TO W-TEMREF
           MOVE CME-CARGOMER TO W-CARGOMER
           MOVE W-ANOPESQ TO PSQ-ANO
           MOVE W-REGIAO TO PSQ-REGIAO
           MOVE CME-CARGOMER TO PSQ-CARGOMER
           READ CADPESQ
           IF ST-ERRO NOT = "00" OR PSQ-P50 = ZEROS
              GO TO BUSCA-MERCADO-FIM.
           MOVE 2 TO W-TEMREF
           MOVE PSQ-P25 TO W-P25
           MOVE PSQ-P50 TO W-P50
           MOVE PSQ-P75 TO W-P75.
       BUSCA-MERCADO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * O NIVEL DA GRADE AJUSTA O SALBASE DO CARGO, COMO NA FOLHA
      * (FPPREL): PERCENTUAL SOBRE O SALBASE OU VALOR ABSOLUTO.
      *----------------------------------------------------------------
       CALC-NIVEL.
           IF GRD-TIPO = "P"
              COMPUTE W-SALVAL ROUNDED = SALBASE
                    * (1 + GRD-VALOR / 100)
           ELSE
              MOVE GRD-VALOR TO W-SALVAL.
       CALC-NIVEL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SALARIO NA BASE MENSAL DA PESQUISA (220 HORAS / 30 DIAS).
      *----------------------------------------------------------------
       CALC-MENSAL.
           IF TIPOSAL = "H"
              COMPUTE W-SALMES = W-SALVAL * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMES = W-SALVAL * 30
              ELSE
                 MOVE W-SALVAL TO W-SALMES.
       CALC-MENSAL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * COMPA-RATIO E SITUACAO DA LINHA DO CARGO (CC-SAL JA MONTADO).
      *----------------------------------------------------------------
       SITUACAO-CAR.
           IF CC-NIVEL = CMP-NIVBASE
              MOVE W-SALCAR TO W-SALMES.
           COMPUTE W-COMPA ROUNDED = W-SALMES / W-P50
           MOVE W-COMPA TO CC-COMPA
           MOVE SPACES TO CC-SIT
           IF W-SALMES < W-P25
              MOVE "ABAIXO DO P25" TO CC-SIT
           ELSE
              IF W-SALMES > W-P75
                 MOVE "ACIMA DO P75" TO CC-SIT.
       SITUACAO-CAR-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRO DO RELATORIO NO SPOOL (ARQSPOOL).
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
           IF W-GRADEARQ = 1
              CLOSE CADGRADE.
           CLOSE CADPESQ CADCARMER CADCAR CADFUNC.
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
