                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SOP-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRE-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSINDCR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SCR-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPLR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ALTERNATE RECORD KEY IS PLR-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEGAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SGA-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEGVG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEG-COD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ALTERNATE RECORD KEY IS DSC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODDEP
                      FILE STATUS  IS ST-ERRO.
           SELECT CADGRATNV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRN-NVL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSUBST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SUB-KEY
                      ALTERNATE RECORD KEY IS SUB-CHAPA
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEMANA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEM-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGFIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 SOP-OPT                  PIC X(01).
          03 SOP-STAT                 PIC X(01).
          03 SOP-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADCRECHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
          03 CRE-NOMECRECHE           PIC X(30).
          03 CRE-CNPJ                 PIC 9(14).
          03 CRE-VALRECIBO            PIC 9(06)V99.
          03 CRE-COMPINI              PIC 9(06).
          03 CRE-COMPFIM              PIC 9(06).
          03 CRE-COMPLIM              PIC 9(06).
          03 CRE-STAT                 PIC X(01).
          03 CRE-ULTCOMP              PIC 9(06).
          03 CRE-OPER                 PIC X(08).
          03 CRE-DATAALT              PIC 9(08).
          03 CRE-KEY.
              05 CRE-CODFUNC          PIC 9(06).
              05 CRE-SEQDEP           PIC 9(01).
      *-----------------------------------------------------------------
       FD CADSINDCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDCR.DAT".
       01 REGSINDCR.
          03 SCR-TETO                 PIC 9(06)V99.
          03 SCR-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADSEGAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGAD.DAT".
       01 REGSEGAD.
          03 SGA-CODSEG               PIC 9(03).
          03 SGA-DATAADES             PIC 9(08).
          03 SGA-STAT                 PIC X(01).
          03 SGA-BNOME1               PIC X(25).
          03 SGA-BPAREN1              PIC X(01).
          03 SGA-BPERC1               PIC 9(03)V99.
          03 SGA-BNOME2               PIC X(25).
          03 SGA-BPAREN2              PIC X(01).
          03 SGA-BPERC2               PIC 9(03)V99.
          03 SGA-BNOME3               PIC X(25).
          03 SGA-BPAREN3              PIC X(01).
          03 SGA-BPERC3               PIC 9(03)V99.
          03 SGA-CAPITAL              PIC 9(09)V99.
          03 SGA-PREMIO               PIC 9(07)V99.
          03 SGA-PREMFUNC             PIC 9(07)V99.
          03 SGA-ULTCOMP              PIC 9(06).
          03 SGA-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
       FD CADSEGVG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVG.DAT".
       01 REGSEGVG.
          03 SEG-SEGURADORA           PIC X(30).
          03 SEG-CNPJ                 PIC 9(14).
          03 SEG-APOLICE              PIC X(15).
          03 SEG-MULT                 PIC 9(02).
          03 SEG-CAPMIN               PIC 9(07)V99.
          03 SEG-CAPMAX               PIC 9(07)V99.
          03 SEG-TAXA                 PIC 9(02)V9(04).
          03 SEG-PERCFUNC             PIC 9(03)V99.
          03 SEG-STAT                 PIC X(01).
          03 SEG-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       FD CADPLR
               LABEL RECORD IS STANDARD
          03 DSC-KEY.
              05 DSC-CODFUNC          PIC 9(06).
              05 DSC-SEQ              PIC 9(02).
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
      * GRATIFICACAO DE FUNCAO POR NIVEL DO DEPARTAMENTO (FPP175).
       FD CADGRATNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRATNV.DAT".
       01 REGGRATNV.
          03 GRN-PERC                 PIC 9(03)V99.
          03 GRN-STAT                 PIC X(01).
          03 GRN-NVL                  PIC 9(02).
      *-----------------------------------------------------------------
      * SUBSTITUICOES DO RESPONSAVEL PELO DEPARTAMENTO (FPP176).
       FD CADSUBST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBST.DAT".
       01 REGSUBST.
          03 SUB-CHAPA                PIC 9(06).
          03 SUB-DATAFIM              PIC 9(08).
          03 SUB-TITULAR              PIC 9(06).
          03 SUB-MOTIVO               PIC X(01).
          03 SUB-STAT                 PIC X(01).
          03 SUB-OPER                 PIC X(08).
          03 SUB-DATAREG              PIC 9(08).
          03 SUB-KEY.
              05 SUB-CODDEP           PIC 9(03).
              05 SUB-DATAINI          PIC 9(08).
      *-----------------------------------------------------------------
      * FOLHA SEMANAL DOS HORISTAS (FPP018): UM REGISTRO POR CHAPA E
      * SEMANA DA COMPETENCIA.
       FD CADSEMANA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEMANA.DAT".
       01 REGSEMANA.
          03 SEM-DIAINI               PIC 9(02).
          03 SEM-DIAFIM               PIC 9(02).
          03 SEM-HORAS                PIC 9(03)V99.
          03 SEM-HORAS100             PIC 9(03)V99.
          03 SEM-DSR                  PIC 9(07)V99.
          03 SEM-BRUTO                PIC 9(07)V99.
          03 SEM-INSS                 PIC 9(07)V99.
          03 SEM-IRRF                 PIC 9(07)V99.
          03 SEM-LIQ                  PIC 9(07)V99.
          03 SEM-FILIAL               PIC 9(02).
          03 SEM-STAT                 PIC X(01).
          03 SEM-DATACALC             PIC 9(08).
          03 SEM-KEY.
              05 SEM-CODFUNC          PIC 9(06).
              05 SEM-ANO              PIC 9(04).
              05 SEM-MES              PIC 9(02).
              05 SEM-NUM              PIC 9(01).
      *-----------------------------------------------------------------
       FD CADPAGFIL
               LABEL RECORD IS STANDARD
       01 IND             PIC 9(02) VALUE 1.
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-OPERID        PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP005".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADHOLRL".
       01 W-SINDARQ       PIC 9(01) VALUE ZEROS.
       01 W-SINDDESC      PIC 9(06)V99 VALUE ZEROS.
       01 W-SINDBASE      PIC 9(07)V99 VALUE ZEROS.
      *----------[ SEGURO DE VIDA EM GRUPO ]-----------------------------
       01 W-SEGARQ        PIC 9(01) VALUE ZEROS.
       01 W-SEGDESC       PIC 9(06)V99 VALUE ZEROS.
       01 W-SEGBASE       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEGCAP        PIC 9(09)V99 VALUE ZEROS.
       01 W-SEGPREM       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEGCOMPAD     PIC 9(06) VALUE ZEROS.
      *----------[ PREVIDENCIA COMPLEMENTAR (PGBL) ]---------------------
       01 W-PREVARQ       PIC 9(01) VALUE ZEROS.
       01 W-PREVDESC      PIC 9(06)V99 VALUE ZEROS.
       01 W-SALFAMQUOTA   PIC 9(06)V99 VALUE 000060,00.
       01 W-QTDSALFAM     PIC 9(02) VALUE ZEROS.
       01 SALFAM          PIC 9(06)V99 VALUE ZEROS.
       01 W-CRECHEARQ     PIC 9(01) VALUE ZEROS.
       01 W-CRECHEVAL     PIC 9(06)V99 VALUE ZEROS.
       01 W-CRECHEPAG     PIC 9(06)V99 VALUE ZEROS.
       01 W-DTLIM14       PIC 9(08) VALUE ZEROS.
      *----------[ AFASTAMENTOS PAGOS PELA EMPRESA ]---------------------
       01 W-DIASDOENCA    PIC 9(02) VALUE ZEROS.
       01 W-SUSPVAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-SUSPINI       PIC 9(08) VALUE ZEROS.
       01 W-SUSPFIM       PIC 9(08) VALUE ZEROS.
      *----------[ GRATIFICACAO DE FUNCAO / SUBSTITUICAO ]--------------
       01 W-GRATARQ       PIC 9(01) VALUE ZEROS.
       01 W-SUBSTARQ      PIC 9(01) VALUE ZEROS.
       01 W-GRATVAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-GRATBASE      PIC 9(07)V99 VALUE ZEROS.
       01 W-SUBSTVAL      PIC 9(07)V99 VALUE ZEROS.
       01 W-SUBPROPRIO    PIC 9(07)V99 VALUE ZEROS.
       01 W-SUBTITULAR    PIC 9(07)V99 VALUE ZEROS.
       01 W-SUBDIF        PIC S9(07)V99 VALUE ZEROS.
       01 W-SUBDIAS       PIC 9(02) VALUE ZEROS.
       01 W-SUBDIAI       PIC 9(02) VALUE ZEROS.
       01 W-SUBDIAF       PIC 9(02) VALUE ZEROS.
       01 W-SUBCHAPA      PIC 9(06) VALUE ZEROS.
       01 W-FUNCSV        PIC X(182) VALUE SPACES.
       01 W-CARSV         PIC X(47) VALUE SPACES.
      *----------[ FOLHA SEMANAL DOS HORISTAS (ARQSEMANA) ]-------------
       01 W-SEMARQ        PIC 9(01) VALUE ZEROS.
       01 W-SEMIX         PIC 9(01) VALUE ZEROS.
       01 W-SEMDSRM       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMPAGO       PIC 9(07)V99 VALUE ZEROS.
       01 W-INSSTETO      PIC 9(06)V99 VALUE 007800,00.
       01 W-BASEINSS      PIC 9(06)V99 VALUE ZEROS.
       01 W-FXANT         PIC 9(06)V99 VALUE ZEROS.
       01 HOL-ATS.
                03 FILLER      PIC X(20) VALUE "ADIC.TEMPO SERVICO: ".
                03 HOL-ATSV    PIC ZZZ.ZZZ,99.
       01 HOL-GRAT.
                03 FILLER      PIC X(20) VALUE "GRATIFIC. FUNCAO  : ".
                03 HOL-GRATV   PIC ZZZ.ZZZ,99.
       01 HOL-SUBST.
                03 FILLER      PIC X(20) VALUE "DIF. SUBSTITUICAO : ".
                03 HOL-SUBSTV  PIC ZZZ.ZZZ,99.
       01 HOL-DSRSEM.
                03 FILLER      PIC X(20) VALUE "DSR FOLHA SEMANAL : ".
                03 HOL-DSRSEMV PIC ZZZ.ZZZ,99.
       01 HOL-ADNOT.
                03 FILLER      PIC X(20) VALUE "ADICIONAL NOTURNO : ".
                03 HOL-ADNOTV  PIC ZZZ.ZZZ,99.
                03 FILLER      PIC X(02) VALUE "  ".
                03 HOL-SALFAMQ PIC 99.
                03 FILLER      PIC X(07) VALUE " QUOTAS".
       01 HOL-CRECHE.
                03 FILLER      PIC X(20) VALUE "AUXILIO-CRECHE    : ".
                03 HOL-CRECHEV PIC ZZZ.ZZZ,99.
       01 HOL-EMPR.
                03 FILLER      PIC X(20) VALUE "DESC. CONSIGNADO  : ".
                03 HOL-EMPRV   PIC ZZZ.ZZZ,99.
       01 HOL-SIND.
                03 FILLER      PIC X(20) VALUE "MENSALID. SINDICAL: ".
                03 HOL-SINDV   PIC ZZZ.ZZZ,99.
       01 HOL-SEG.
                03 FILLER      PIC X(20) VALUE "SEGURO DE VIDA    : ".
                03 HOL-SEGV    PIC ZZZ.ZZZ,99.
       01 HOL-SEMPAGO.
                03 FILLER      PIC X(20) VALUE "FOLHAS SEMANAIS PG: ".
                03 HOL-SEMPAGOV PIC ZZZ.ZZZ,99.
       01 HOL-PLR.
                03 FILLER      PIC X(20) VALUE "PLR (CRED.PROPRIO): ".
                03 HOL-PLRV    PIC ZZZ.ZZZ,99.
          03 LK-AUTOFILIAL     PIC 9(02).
          03 LK-AUTORC         PIC X(01).
          03 LK-AUTOTOT        PIC 9(09)V99.
      * OPERADOR DA TELA; NO FECHAMENTO (MODO "A") NAO E PASSADO E OS
      * HOLERITES SAEM PARA TODAS AS FILIAIS.
       01 LK-OPERID            PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-AUTOPARM LK-OPERID.
       INICIO.
                IF LK-AUTOMODO NOT = "A"
                   MOVE LK-OPERID TO W-OPERID
                   MOVE "C" TO W-FILFUNC
                   MOVE W-OPERID TO W-FILOPER
                   CALL "FPP187.COB" USING W-FILPARM.
      *
       INC-001.
                MOVE SPACES TO NOME DENCAR TIPOSAL
           OPEN INPUT CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPENARQ.
      * O AUXILIO-CRECHE (FPP149) E OPCIONAL E DEPENDE DOS TETOS POR
      * SINDICATO (FPP073) E DO CADASTRO DE DEPENDENTES.
           MOVE ZEROS TO W-CRECHEARQ
           OPEN INPUT CADCRECHE
           IF ST-ERRO = "00"
              OPEN INPUT CADSINDCR
              IF ST-ERRO = "00" AND W-DEPENARQ = 1
                 MOVE 1 TO W-CRECHEARQ
              ELSE
                 IF ST-ERRO = "00"
                    CLOSE CADCRECHE CADSINDCR
                 ELSE
                    CLOSE CADCRECHE.
      * LANCAMENTOS DE RUBRICAS SAO OPCIONAIS: SEM OS ARQUIVOS A
      * FOLHA CORRE APENAS COM O SALARIO DO CARGO.
           MOVE ZEROS TO W-LANCARQ
                 MOVE 1 TO W-SINDARQ
              ELSE
                 CLOSE CADSIND.
      * O SEGURO DE VIDA EM GRUPO (FPP151/FPP152) E OPCIONAL.
           MOVE ZEROS TO W-SEGARQ
           OPEN INPUT CADSEGAD
           IF ST-ERRO = "00"
              OPEN INPUT CADSEGVG
              IF ST-ERRO = "00"
                 MOVE 1 TO W-SEGARQ
              ELSE
                 CLOSE CADSEGAD.
      * O RESULTADO DE PLR (FPP077) E OPCIONAL.
           MOVE ZEROS TO W-PLRARQ
           OPEN INPUT CADPLR
           OPEN INPUT CADDISC
           IF ST-ERRO = "00"
              MOVE 1 TO W-DISCARQ.
      * A GRATIFICACAO DE FUNCAO POR NIVEL (FPP175), AS SUBSTITUICOES
      * DO RESPONSAVEL (FPP176) E AS FOLHAS SEMANAIS DOS HORISTAS
      * (ARQSEMANA) SAO OPCIONAIS, COMO NO FPPREL; SEM O CADASTRO DE
      * DEPARTAMENTOS NEM A GRATIFICACAO NEM A SUBSTITUICAO E PAGA.
           MOVE ZEROS TO W-GRATARQ W-SUBSTARQ
           OPEN INPUT CADDEP
           IF ST-ERRO = "00"
              OPEN INPUT CADGRATNV
              IF ST-ERRO = "00"
                 MOVE 1 TO W-GRATARQ
                 OPEN INPUT CADSUBST
                 IF ST-ERRO = "00"
                    MOVE 1 TO W-SUBSTARQ
                 END-IF
              ELSE
                 CLOSE CADDEP.
           MOVE ZEROS TO W-SEMARQ
           OPEN INPUT CADSEMANA
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEMARQ.
           PERFORM CONTA-DSR THRU CONTA-DSR-FIM.
           COMPUTE W-COMPATUAL = W-ANOCOMPET * 100 + W-MESCOMPET
           COMPUTE W-DTX = W-ANOCOMPET * 10000 + W-MESCOMPET * 100
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF LK-AUTOMODO NOT = "A"
                   PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                   IF W-FILRC = "N"
                      GO TO LER-FUNC01.
       INC-003.
           MOVE FUNCCAR TO CODCAR.
           READ CADCAR.

           PERFORM CALC-ATS THRU CALC-ATS-FIM.

           PERFORM CALC-GRAT THRU CALC-GRAT-FIM.

           PERFORM CALC-AFASTPAG THRU CALC-AFASTPAG-FIM.

           PERFORM CALC-SUSP THRU CALC-SUSP-FIM.

           PERFORM CALC-SUBST THRU CALC-SUBST-FIM.

           PERFORM BUSCA-SEMANAS THRU BUSCA-SEMANAS-FIM.
           ADD W-SEMDSRM TO SALBRUTO.

           PERFORM CALC-INSAL THRU CALC-INSAL-FIM.

           PERFORM SOMA-LANC THRU SOMA-LANC-FIM.
           PERFORM CALC-INSS THRU CALC-INSS-FIM.
           PERFORM CALC-IRRF THRU CALC-IRRF-FIM.
           PERFORM CALC-SALFAM THRU CALC-SALFAM-FIM.
           PERFORM CALC-CRECHE THRU CALC-CRECHE-FIM.
           PERFORM BUSCA-EMPR THRU BUSCA-EMPR-FIM.
           PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM.
           PERFORM BUSCA-ADIANT THRU BUSCA-ADIANT-FIM.
           PERFORM CALC-PLS THRU CALC-PLS-FIM.
           PERFORM CALC-COPART THRU CALC-COPART-FIM.
           PERFORM CALC-SIND THRU CALC-SIND-FIM.
           PERFORM CALC-SEGVG THRU CALC-SEGVG-FIM.
           COMPUTE W-LIQS = SALBRUTO - INSS - IMPREN + SALFAM
                 + W-CRECHEVAL + W-LNPROV - W-LNDESC - W-EMPRPARC
                 - W-PENSVAL
                 - W-ADTDESC - W-VTDESC - W-VRVADESC
                 - W-PLSDESC - W-COPDESC - W-PREVDESC - W-SINDDESC
                 - W-SEGDESC - W-SEMPAGO
           IF W-LIQS < ZEROS
              MOVE ZEROS TO W-LIQS.
           MOVE W-LIQS TO SALLIQ.
                IF W-ATSVAL NOT = ZEROS
                   MOVE W-ATSVAL TO HOL-ATSV
                   WRITE REGHOLTX FROM HOL-ATS.
                IF W-GRATVAL NOT = ZEROS
                   MOVE W-GRATVAL TO HOL-GRATV
                   WRITE REGHOLTX FROM HOL-GRAT.
                IF W-SUBSTVAL NOT = ZEROS
                   MOVE W-SUBSTVAL TO HOL-SUBSTV
                   WRITE REGHOLTX FROM HOL-SUBST.
                IF W-SEMDSRM NOT = ZEROS
                   MOVE W-SEMDSRM TO HOL-DSRSEMV
                   WRITE REGHOLTX FROM HOL-DSRSEM.
                IF W-BHACH = 1
                   MOVE BH-SALDO TO HOL-BHV
                   WRITE REGHOLTX FROM HOL-BH.
                MOVE SALFAM TO HOL-SALFAMV
                MOVE W-QTDSALFAM TO HOL-SALFAMQ
                WRITE REGHOLTX FROM HOL-SALFAM.
                IF W-CRECHEVAL NOT = ZEROS
                   MOVE W-CRECHEVAL TO HOL-CRECHEV
                   WRITE REGHOLTX FROM HOL-CRECHE.
                PERFORM LISTA-LANC THRU LISTA-LANC-FIM.
                PERFORM LISTA-RECOR THRU LISTA-RECOR-FIM.
                IF W-EMPRPARC NOT = ZEROS
                IF W-SINDDESC NOT = ZEROS
                   MOVE W-SINDDESC TO HOL-SINDV
                   WRITE REGHOLTX FROM HOL-SIND.
                IF W-SEGDESC NOT = ZEROS
                   MOVE W-SEGDESC TO HOL-SEGV
                   WRITE REGHOLTX FROM HOL-SEG.
                IF W-SEMPAGO NOT = ZEROS
                   MOVE W-SEMPAGO TO HOL-SEMPAGOV
                   WRITE REGHOLTX FROM HOL-SEMPAGO.
                MOVE SALLIQ TO HOL-SALLIQ
                WRITE REGHOLTX FROM HOL-LIQ.
                PERFORM BUSCA-PLR THRU BUSCA-PLR-FIM
       CALC-ATS-FIM.
                EXIT.
      *----------------------------------------------------------------
      * GRATIFICACAO DE FUNCAO: O RESPONSAVEL ATUAL (RESPFUNC) DO
      * DEPARTAMENTO DA CHAPA RECEBE O PERCENTUAL DO NIVEL DO
      * DEPARTAMENTO (FPP175) SOBRE O SALARIO CONTRATUAL, SOMADO AO
      * BRUTO COMO O ADICIONAL POR TEMPO DE SERVICO.
      *----------------------------------------------------------------
       CALC-GRAT.
                MOVE ZEROS TO W-GRATVAL
                IF W-GRATARQ NOT = 1
                   GO TO CALC-GRAT-FIM.
                MOVE FUNCDEP TO CODDEP
                READ CADDEP
                IF ST-ERRO NOT = "00" OR RESPFUNC NOT = CODFUNC
                   GO TO CALC-GRAT-FIM.
                MOVE NVL TO GRN-NVL
                READ CADGRATNV
                IF ST-ERRO NOT = "00" OR GRN-STAT NOT = "A"
                   GO TO CALC-GRAT-FIM.
                IF TIPOSAL = "H"
                   COMPUTE W-GRATBASE = SALBASE * 220
                ELSE
                   IF TIPOSAL = "D"
                      COMPUTE W-GRATBASE = SALBASE * 30
                   ELSE
                      MOVE SALBASE TO W-GRATBASE.
                COMPUTE W-GRATVAL ROUNDED = W-GRATBASE * GRN-PERC / 100
                ADD W-GRATVAL TO SALBRUTO.
       CALC-GRAT-FIM.
                EXIT.
      *----------------------------------------------------------------
      * PLR PAGO NESTA COMPETENCIA (FPP077): LINHA INFORMATIVA NO
      * HOLERITE - O CREDITO SAI EM REMESSA PROPRIA (FPP018 TIPO P)
      * E NAO COMPOE O LIQUIDO DA FOLHA.
       CALC-SIND-FIM.
                EXIT.
      *----------------------------------------------------------------
      * SEGURO DE VIDA EM GRUPO: PARTE DO EMPREGADO NO PREMIO DA
      * APOLICE (FPP151) SOBRE O CAPITAL DE MULTIPLO DO SALARIO,
      * ESPELHANDO O CALC-SEGVG DO FPPREL (SEM GRAVAR A ADESAO).
      *----------------------------------------------------------------
       CALC-SEGVG.
                MOVE ZEROS TO W-SEGDESC
                IF W-SEGARQ NOT = 1 OR TIPOREGIME = "E"
                   GO TO CALC-SEGVG-FIM.
                MOVE CODFUNC TO SGA-CODFUNC
                READ CADSEGAD
                IF ST-ERRO NOT = "00" OR SGA-STAT NOT = "A"
                   GO TO CALC-SEGVG-FIM.
                DIVIDE SGA-DATAADES BY 100 GIVING W-SEGCOMPAD
                IF W-SEGCOMPAD > W-COMPATUAL
                   GO TO CALC-SEGVG-FIM.
                MOVE SGA-CODSEG TO SEG-COD
                READ CADSEGVG
                IF ST-ERRO NOT = "00" OR SEG-STAT NOT = "A"
                   GO TO CALC-SEGVG-FIM.
                IF TIPOSAL = "H"
                   COMPUTE W-SEGBASE = SALBASE * 220
                ELSE
                   IF TIPOSAL = "D"
                      COMPUTE W-SEGBASE = SALBASE * 30
                   ELSE
                      MOVE SALBASE TO W-SEGBASE.
                COMPUTE W-SEGCAP = W-SEGBASE * SEG-MULT
                IF W-SEGCAP < SEG-CAPMIN
                   MOVE SEG-CAPMIN TO W-SEGCAP.
                IF SEG-CAPMAX NOT = ZEROS AND W-SEGCAP > SEG-CAPMAX
                   MOVE SEG-CAPMAX TO W-SEGCAP.
                COMPUTE W-SEGPREM ROUNDED = W-SEGCAP * SEG-TAXA / 1000
                COMPUTE W-SEGDESC ROUNDED =
                        W-SEGPREM * SEG-PERCFUNC / 100.
       CALC-SEGVG-FIM.
                EXIT.
      *----------------------------------------------------------------
      * SUSPENSAO DISCIPLINAR (FPP110): OS DIAS DE SUSPENSAO ATIVA
      * COM DATA DENTRO DA COMPETENCIA SAO DESCONTADOS DO BRUTO PELA
      * DIARIA CONTRATUAL, ESPELHANDO O CALC-SUSP DO FPPREL.
       CALC-SUSP-FIM.
                EXIT.
      *----------------------------------------------------------------
      * DIFERENCA DE SUBSTITUICAO: PARA CADA SUBSTITUICAO ATIVA DA
      * CHAPA (FPP176) QUE CRUZE A COMPETENCIA, PAGA A DIFERENCA
      * ENTRE O SALARIO CONTRATUAL MAIS A GRATIFICACAO DO TITULAR E
      * A REMUNERACAO CONTRATUAL DO SUBSTITUTO, PROPORCIONAL AOS
      * DIAS SUBSTITUIDOS NO MES (BASE 30 DIAS). O TITULAR E LIDO
      * NO PROPRIO CADFUNC: O REGISTRO CORRENTE E O CARGO SAO
      * GUARDADOS E A POSICAO DA LEITURA SEQUENCIAL E RESTAURADA.
      *----------------------------------------------------------------
       CALC-SUBST.
                MOVE ZEROS TO W-SUBSTVAL
                IF W-SUBSTARQ NOT = 1
                   GO TO CALC-SUBST-FIM.
                MOVE CODFUNC TO SUB-CHAPA W-SUBCHAPA
                START CADSUBST KEY IS EQUAL SUB-CHAPA
                IF ST-ERRO NOT = "00"
                   GO TO CALC-SUBST-FIM.
                IF TIPOSAL = "H"
                   COMPUTE W-SUBPROPRIO = SALBASE * 220
                ELSE
                   IF TIPOSAL = "D"
                      COMPUTE W-SUBPROPRIO = SALBASE * 30
                   ELSE
                      MOVE SALBASE TO W-SUBPROPRIO.
                ADD W-GRATVAL TO W-SUBPROPRIO
                MOVE REGFUNC TO W-FUNCSV
                MOVE REGCAR TO W-CARSV.
       CALC-SUBST-LP.
                READ CADSUBST NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CALC-SUBST-RST.
                IF SUB-CHAPA NOT = W-SUBCHAPA
                   GO TO CALC-SUBST-RST.
                IF SUB-STAT NOT = "A"
                   GO TO CALC-SUBST-LP.
                IF SUB-DATAINI > W-SUSPFIM OR SUB-DATAFIM < W-SUSPINI
                   GO TO CALC-SUBST-LP.
                MOVE 1 TO W-SUBDIAI
                IF SUB-DATAINI > W-SUSPINI
                   MOVE SUB-DATAINI(7:2) TO W-SUBDIAI.
                MOVE 30 TO W-SUBDIAF
                IF SUB-DATAFIM < W-SUSPFIM
                   MOVE SUB-DATAFIM(7:2) TO W-SUBDIAF.
                IF W-SUBDIAI > 30
                   MOVE 30 TO W-SUBDIAI.
                IF W-SUBDIAF > 30
                   MOVE 30 TO W-SUBDIAF.
                IF W-SUBDIAF < W-SUBDIAI
                   GO TO CALC-SUBST-LP.
                COMPUTE W-SUBDIAS = W-SUBDIAF - W-SUBDIAI + 1
      * REMUNERACAO CONTRATUAL DO TITULAR: CARGO, GRADE E A
      * GRATIFICACAO DO NIVEL DO DEPARTAMENTO SUBSTITUIDO.
                MOVE SUB-TITULAR TO CODFUNC
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   GO TO CALC-SUBST-LP.
                MOVE FUNCCAR TO CODCAR
                READ CADCAR
                IF ST-ERRO NOT = "00"
                   GO TO CALC-SUBST-LP.
                PERFORM CALC-GRADE THRU CALC-GRADE-FIM
                IF TIPOSAL = "H"
                   COMPUTE W-SUBTITULAR = SALBASE * 220
                ELSE
                   IF TIPOSAL = "D"
                      COMPUTE W-SUBTITULAR = SALBASE * 30
                   ELSE
                      MOVE SALBASE TO W-SUBTITULAR.
                MOVE SUB-CODDEP TO CODDEP
                READ CADDEP
                IF ST-ERRO = "00"
                   MOVE NVL TO GRN-NVL
                   READ CADGRATNV
                   IF ST-ERRO = "00" AND GRN-STAT = "A"
                      COMPUTE W-SUBTITULAR ROUNDED = W-SUBTITULAR
                            * (1 + GRN-PERC / 100).
                COMPUTE W-SUBDIF = W-SUBTITULAR - W-SUBPROPRIO
                IF W-SUBDIF > ZEROS
                   COMPUTE W-SUBSTVAL ROUNDED = W-SUBSTVAL
                         + W-SUBDIF * W-SUBDIAS / 30.
                GO TO CALC-SUBST-LP.
       CALC-SUBST-RST.
                MOVE W-FUNCSV TO REGFUNC
                MOVE W-CARSV TO REGCAR
                READ CADFUNC
                MOVE W-FUNCSV TO REGFUNC
                ADD W-SUBSTVAL TO SALBRUTO.
       CALC-SUBST-FIM.
                EXIT.
      *----------------------------------------------------------------
      * FOLHAS SEMANAIS DA COMPETENCIA (ARQSEMANA): O DSR SEMANAL
      * ENTRA NO BRUTO DO MES (VERBA 916) E O LIQUIDO JA PAGO NAS
      * SEMANAS E DESCONTADO (VERBA 935). O INSS E O IRRF DO MES SAO
      * CALCULADOS SOBRE O BRUTO CHEIO, ACERTANDO A RETENCAO
      * PROVISORIA DAS SEMANAS.
      *----------------------------------------------------------------
       BUSCA-SEMANAS.
                MOVE ZEROS TO W-SEMDSRM W-SEMPAGO
                IF W-SEMARQ NOT = 1
                   GO TO BUSCA-SEMANAS-FIM.
                MOVE 1 TO W-SEMIX.
       BUSCA-SEMANAS-LP.
                MOVE CODFUNC TO SEM-CODFUNC
                MOVE W-ANOCOMPET TO SEM-ANO
                MOVE W-MESCOMPET TO SEM-MES
                MOVE W-SEMIX TO SEM-NUM
                READ CADSEMANA
                IF ST-ERRO = "00"
                   ADD SEM-DSR TO W-SEMDSRM
                   ADD SEM-LIQ TO W-SEMPAGO.
                IF W-SEMIX < 6
                   ADD 1 TO W-SEMIX
                   GO TO BUSCA-SEMANAS-LP.
       BUSCA-SEMANAS-FIM.
                EXIT.
      *----------------------------------------------------------------
      * VERBAS DE AFASTAMENTO PAGAS PELA EMPRESA (AUXILIO-DOENCA DOS
      * 15 PRIMEIROS DIAS E SALARIO-MATERNIDADE DO PERIODO NO MES),
      * IGUAL AO FPPREL, PARA ITEMIZACAO NO HOLERITE.
       CALC-SALFAM-FIM.
                EXIT.
      *----------------------------------------------------------------
      * AUXILIO-CRECHE, COMO NO FPPREL (SEM ENCERRAR NEM MARCAR A
      * COMPETENCIA PAGA).
      *----------------------------------------------------------------
       CALC-CRECHE.
                MOVE ZEROS TO W-CRECHEVAL
                IF W-CRECHEARQ NOT = 1 OR TIPOREGIME = "E"
                   GO TO CALC-CRECHE-FIM.
                IF CARSIND = ZEROS
                   GO TO CALC-CRECHE-FIM.
                MOVE CARSIND TO SCR-COD
                READ CADSINDCR
                IF ST-ERRO NOT = "00"
                   GO TO CALC-CRECHE-FIM.
                MOVE CODFUNC TO CRE-CODFUNC
                MOVE ZEROS TO CRE-SEQDEP
                START CADCRECHE KEY IS NOT LESS CRE-KEY
                IF ST-ERRO NOT = "00"
                   GO TO CALC-CRECHE-FIM.
       CALC-CRECHE-LP.
                READ CADCRECHE NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CALC-CRECHE-FIM.
                IF CRE-CODFUNC NOT = CODFUNC
                   GO TO CALC-CRECHE-FIM.
                IF CRE-STAT NOT = "A"
                   OR CRE-COMPLIM NOT > W-COMPATUAL
                   OR CRE-COMPINI > W-COMPATUAL
                   GO TO CALC-CRECHE-LP.
                IF CRE-COMPFIM NOT = ZEROS
                   AND CRE-COMPFIM < W-COMPATUAL
                   GO TO CALC-CRECHE-LP.
                MOVE CRE-CODFUNC TO DEPENCODFUNC
                MOVE CRE-SEQDEP TO DEPENSEQ
                READ CADDEPEN
                IF ST-ERRO NOT = "00" OR DEPENSTAT NOT = "A"
                   GO TO CALC-CRECHE-LP.
                MOVE CRE-VALRECIBO TO W-CRECHEPAG
                IF W-CRECHEPAG > SCR-TETO
                   MOVE SCR-TETO TO W-CRECHEPAG.
                ADD W-CRECHEPAG TO W-CRECHEVAL
                GO TO CALC-CRECHE-LP.
       CALC-CRECHE-FIM.
                EXIT.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
                DISPLAY (01, 01) ERASE
                IF W-DEPENARQ = 1
                   CLOSE CADDEPEN.
                IF W-CRECHEARQ = 1
                   CLOSE CADCRECHE CADSINDCR.
                IF W-LANCARQ = 1
                   CLOSE CADLANC CADRUBR.
                IF W-EMPRARQ = 1
                   CLOSE CADPLR.
                IF W-SINDARQ = 1
                   CLOSE CADSIND CADSINDOP.
                IF W-SEGARQ = 1
                   CLOSE CADSEGAD CADSEGVG.
                IF W-GRADEARQ = 1
                   CLOSE CADGRADE.
                IF W-BHARQ = 1
                   CLOSE CADCOPART.
                IF W-DISCARQ = 1
                   CLOSE CADDISC.
                IF W-SUBSTARQ = 1
                   CLOSE CADSUBST.
                IF W-GRATARQ = 1
                   CLOSE CADDEP CADGRATNV.
                IF W-SEMARQ = 1
                   CLOSE CADSEMANA.
                CLOSE CADFUNC CADCAR CADHOLTX.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
      *
      **********************
      * ROTINA DE MENSAGEM *
