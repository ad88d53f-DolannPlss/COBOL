                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATS-ID
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
           SELECT CADPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PON-KEY
                      ALTERNATE RECORD KEY IS PON-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSIND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
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
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPENPG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PP-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSLDDED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRT-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRELSTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS STR-KEY
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 ATS-CAPPERC              PIC 9(02)V99.
          03 ATS-STAT                 PIC X(01).
          03 ATS-ID                   PIC 9(01).
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
      *-----------------------------------------------------------------
       FD CADGRATNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRATNV.DAT".
       01 REGGRATNV.
          03 GRN-PERC                 PIC 9(03)V99.
          03 GRN-STAT                 PIC X(01).
          03 GRN-NVL                  PIC 9(02).
      *-----------------------------------------------------------------
      * SUBSTITUICOES DO RESPONSAVEL PELO DEPARTAMENTO (FPP176).
      *-----------------------------------------------------------------
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
      * FOLHA SEMANAL DOS HORISTAS: UM REGISTRO POR CHAPA E SEMANA DA
      * COMPETENCIA. SEM-STAT "C" = CALCULADA, "R" = REMETIDA NO
      * CNAB SEMANAL (FPP018).
      *-----------------------------------------------------------------
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
      * MARCACOES DIARIAS DO RELOGIO DE PONTO (FPP086).
      *-----------------------------------------------------------------
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
          03 PON-MARC1                PIC 9(04).
          03 PON-MARC2                PIC 9(04).
          03 PON-MARC3                PIC 9(04).
          03 PON-MARC4                PIC 9(04).
          03 PON-STAT                 PIC X(01).
          03 PON-KEY.
              05 PON-CODFUNC          PIC 9(06).
              05 PON-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADSIND
               LABEL RECORD IS STANDARD
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
       FD CADPREV
               LABEL RECORD IS STANDARD
              05 VB-MES               PIC 9(02).
              05 VB-RUB               PIC 9(03).
      *-----------------------------------------------------------------
      * PENSAO APLICADA POR ORDEM JUDICIAL NA COMPETENCIA (BASE,
      * PERCENTUAL E VALOR DE CADA PJ-SEQ); A VERBA 923 DO ARQPAGVB
      * TRAZ SO O TOTAL DA CHAPA. LIDO PELOS EXTRATOS (FPP134).
       FD CADPENPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENPG.DAT".
       01 REGPENPG.
          03 PP-BASE                  PIC 9(07)V99.
          03 PP-PERC                  PIC 9(02)V99.
          03 PP-VALOR                 PIC 9(07)V99.
          03 PP-TIPO                  PIC X(01).
          03 PP-FILIAL                PIC 9(02).
          03 PP-KEY.
              05 PP-CODFUNC           PIC 9(06).
              05 PP-ANO               PIC 9(04).
              05 PP-MES               PIC 9(02).
              05 PP-SEQ               PIC 9(02).
      *-----------------------------------------------------------------
      * SALDO DE DESCONTOS SUSPENSOS POR FALTA DE LIQUIDO, CARREGADO
      * PARA A COMPETENCIA SEGUINTE.
       FD CADSLDDED
              05 CRT-MES              PIC 9(02).
              05 CRT-ANO              PIC 9(04).
              05 CRT-FIL              PIC 9(02).
      *-----------------------------------------------------------------
      * CONTROLE DOS FLUXOS DA FOLHA POR FILIAL: UM REGISTRO POR
      * COMPETENCIA/FILIAL, "E" DURANTE O CALCULO E "C" COM OS TOTAIS
      * NO FIM; A CONSOLIDACAO (FPP163) SO JUNTA FLUXOS CONCLUIDOS.
       FD CADRELSTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELSTR.DAT".
       01 REGRELSTR.
          03 STR-STAT                 PIC X(01).
          03 STR-INI                  PIC X(14).
          03 STR-FIM                  PIC X(14).
          03 STR-TOTFUNC              PIC 9(06).
          03 STR-TOTBRUTO             PIC 9(08)V99.
          03 STR-TOTINSS              PIC 9(08)V99.
          03 STR-TOTIMPREN            PIC 9(08)V99.
          03 STR-TOTLIQ               PIC 9(08)V99.
          03 STR-TOTRAT               PIC 9(08)V99.
          03 STR-TOTEXC               PIC 9(06).
          03 STR-KEY.
              05 STR-MES              PIC 9(02).
              05 STR-ANO              PIC 9(04).
              05 STR-FIL              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADFILIAL
               LABEL RECORD IS STANDARD
       01 W-ATSMESES      PIC 9(04) VALUE ZEROS.
       01 W-ATSPER        PIC 9(03) VALUE ZEROS.
       01 W-ATSPCT        PIC 9(03)V99 VALUE ZEROS.
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
      *----------[ MENSALIDADE SINDICAL ]--------------------------------
       01 W-SINDARQ       PIC 9(01) VALUE ZEROS.
       01 W-SINDDESC      PIC 9(06)V99 VALUE ZEROS.
       01 W-DISCARQ       PIC 9(01) VALUE ZEROS.
       01 W-SUSPDIAS      PIC 9(02) VALUE ZEROS.
       01 W-SUSPVAL       PIC 9(07)V99 VALUE ZEROS.
      *----------[ FOLHA SEMANAL DOS HORISTAS (ARQSEMANA) ]-------------
       01 W-PERIODO       PIC X(01) VALUE "M".
       01 W-SEMNUM        PIC 9(01) VALUE ZEROS.
       01 W-SEMARQ        PIC 9(01) VALUE ZEROS.
       01 W-PONTOARQ      PIC 9(01) VALUE ZEROS.
       01 W-SEMACH        PIC 9(01) VALUE ZEROS.
       01 W-SEMK          PIC 9(01) VALUE ZEROS.
       01 W-SEMIX         PIC 9(01) VALUE ZEROS.
       01 W-SEMDIAI       PIC 9(02) VALUE ZEROS.
       01 W-SEMDIAF       PIC 9(02) VALUE ZEROS.
       01 W-SEMDIAS       PIC 9(02) VALUE ZEROS.
       01 W-SEMUTEIS      PIC 9(02) VALUE ZEROS.
       01 W-SEMREPOUSO    PIC 9(02) VALUE ZEROS.
       01 W-SEMINI        PIC 9(08) VALUE ZEROS.
       01 W-SEMFIM        PIC 9(08) VALUE ZEROS.
       01 W-SEMMINN       PIC 9(05) VALUE ZEROS.
       01 W-SEMMIN100     PIC 9(05) VALUE ZEROS.
       01 W-SEMMINDIA     PIC 9(04) VALUE ZEROS.
       01 W-SEMM1         PIC 9(04) VALUE ZEROS.
       01 W-SEMM2         PIC 9(04) VALUE ZEROS.
       01 W-SEMHHMM       PIC 9(04) VALUE ZEROS.
       01 W-SEMHHMMX REDEFINES W-SEMHHMM.
          03 W-SEMHH      PIC 9(02).
          03 W-SEMMM      PIC 9(02).
       01 W-SEMHORAS      PIC 9(03)V99 VALUE ZEROS.
       01 W-SEMH100       PIC 9(03)V99 VALUE ZEROS.
       01 W-SEMNORMV      PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMHE100V     PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMDSRV       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMBRUTO      PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMLIQ        PIC S9(07)V99 VALUE ZEROS.
       01 W-SEMDSRM       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMPAGO       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEMPFX.
          03 W-SEMPFX-ID  PIC X(07) VALUE "CADSEMR".
          03 W-SEMPFX-NUM PIC 9(01) VALUE ZEROS.
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]-------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
       01 W-JOBPARM.
             "ARQFUNC   ARQPAGVB  ARQEMPR   ARQBH".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
      *----------[ FLUXO DA FOLHA POR FILIAL (ARQRELSTR) ]--------------
       01 W-STRACH        PIC 9(01) VALUE ZEROS.
       01 W-HOJESTR       PIC 9(08) VALUE ZEROS.
       01 W-HORASTR       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
      *----------[ PRIORIDADE DE DESCONTOS E SALDO A CARREGAR ]----------
       01 W-SLDARQ        PIC 9(01) VALUE ZEROS.
       01 W-DISPON        PIC S9(07)V99 VALUE ZEROS.
       01 W-PENSTETO      PIC 9(07)V99 VALUE ZEROS.
       01 W-PJPRIOR       PIC 9(01) VALUE ZEROS.
       01 W-PJVAL         PIC S9(07)V99 VALUE ZEROS.
       01 W-PPARQ         PIC 9(01) VALUE ZEROS.
       01 W-EMPRARQ       PIC 9(01) VALUE ZEROS.
       01 W-EMPRPARC      PIC 9(06)V99 VALUE ZEROS.
       01 W-COMPATUAL     PIC 9(06) VALUE ZEROS.
       01 W-QTDSALFAM     PIC 9(02) VALUE ZEROS.
       01 SALFAM          PIC 9(06)V99 VALUE ZEROS.
       01 W-DTLIM14       PIC 9(08) VALUE ZEROS.
       01 W-CRECHEARQ     PIC 9(01) VALUE ZEROS.
       01 W-CRECHEVAL     PIC 9(06)V99 VALUE ZEROS.
       01 W-CRECHEPAG     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEGARQ        PIC 9(01) VALUE ZEROS.
       01 W-SEGDESC       PIC 9(06)V99 VALUE ZEROS.
       01 W-SEGBASE       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEGCAP        PIC 9(09)V99 VALUE ZEROS.
       01 W-SEGPREM       PIC 9(07)V99 VALUE ZEROS.
       01 W-SEGCOMPAD     PIC 9(06) VALUE ZEROS.
      *----------[ AFASTAMENTOS PAGOS PELA EMPRESA ]---------------------
       01 W-DIASDOENCA    PIC 9(02) VALUE ZEROS.
       01 W-DIASMAT       PIC 9(02) VALUE ZEROS.
                03 FILLER            PIC X(18) VALUE
                        "TOTAL EXCLUIDOS: ".
                03 EXCTOT-TOT        PIC ZZZ.ZZ9.
       01 CABSEM.
                03 FILLER            PIC X(23) VALUE
                        "FOLHA SEMANAL - SEMANA ".
                03 CABSEM-NUM        PIC 9(01).
                03 FILLER            PIC X(08) VALUE " - DIAS ".
                03 CABSEM-DIAI       PIC 99.
                03 FILLER            PIC X(03) VALUE " A ".
                03 CABSEM-DIAF       PIC 99.
                03 FILLER            PIC X(16) VALUE
                        "  DIAS UTEIS:   ".
                03 CABSEM-UTEIS      PIC 9.
                03 FILLER            PIC X(11) VALUE "  REPOUSO: ".
                03 CABSEM-REP        PIC 9.
       01 CABSEM1.
                03 FILLER            PIC X(33) VALUE
                        "COD    NOME FUNC                 ".
                03 FILLER            PIC X(44) VALUE
                        " HORAS HS100        DSR      BRUTO      INSS".
                03 FILLER            PIC X(21) VALUE
                        "      IRRF    LIQUIDO".
       01 CABSEM2.
                03 FILLER            PIC X(33) VALUE
                        "------ ------------------------- ".
                03 FILLER            PIC X(44) VALUE
                        "------ ----- ---------- ---------- ---------".
                03 FILLER            PIC X(21) VALUE
                        " --------- ----------".
       01 SEMTX.
                03 SEMTX-COD         PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-NOME        PIC X(25).
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-HORAS       PIC ZZ9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-H100        PIC Z9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-DSR         PIC ZZZ.ZZ9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-BRUTO       PIC ZZZ.ZZ9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-INSS        PIC ZZ.ZZ9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-IRRF        PIC ZZ.ZZ9,99.
                03 FILLER            PIC X(01) VALUE " ".
                03 SEMTX-LIQ         PIC ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-AUTOPARM.
                MOVE ZEROS TO W-TOTIMPREN W-TOTLIQ W-TOTRAT
                MOVE "E" TO LK-AUTORC
                MOVE ZEROS TO LK-AUTOTOT
                MOVE "M" TO W-PERIODO
                MOVE ZEROS TO W-SEMNUM W-SEMARQ W-PONTOARQ
                IF LK-AUTOMODO = "A" OR LK-AUTOMODO = "P"
                   GO TO INC-AUTO.
                DISPLAY TELAPRINCIPAL.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
      *----------------------------------------------------------------
      * PERIODO "S" = FOLHA SEMANAL DOS HORISTAS: A SEMANA E DE
      * SEGUNDA A DOMINGO, RECORTADA PELO MES DA COMPETENCIA (A
      * SEMANA 1 VAI DO DIA 1 AO PRIMEIRO DOMINGO). NAO HA PREVIA
      * NEM CHECKPOINT NA SEMANAL.
      *----------------------------------------------------------------
       INC-PERIODO.
                MOVE "M" TO W-PERIODO
                MOVE ZEROS TO W-SEMNUM
                DISPLAY (10, 26) "PERIODO (M=MENSAL S=SEMANAL) :"
                ACCEPT (10, 57) W-PERIODO WITH UPDATE
                IF W-PERIODO = "m"
                   MOVE "M" TO W-PERIODO.
                IF W-PERIODO = "s"
                   MOVE "S" TO W-PERIODO.
                IF W-PERIODO NOT = "M" AND W-PERIODO NOT = "S"
                   MOVE "*** DIGITE M=MENSAL ou S=SEMANAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PERIODO.
                IF W-PERIODO = "M"
                   GO TO INC-PREVIA.
       INC-SEMANA.
                DISPLAY (10, 60) "SEMANA :"
                ACCEPT (10, 69) W-SEMNUM WITH UPDATE
                PERFORM CALC-COMPET THRU CALC-COMPET-FIM
                PERFORM SEM-LIMITES THRU SEM-LIMITES-FIM
                IF W-SEMNUM < 1 OR W-SEMDIAF = ZEROS
                   MOVE "*** SEMANA INVALIDA PARA A COMPETENCIA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEMANA.
                DISPLAY (13, 26) "DIAS DA SEMANA :"
                DISPLAY (13, 43) W-SEMDIAI
                DISPLAY (13, 46) "A"
                DISPLAY (13, 48) W-SEMDIAF
                MOVE "N" TO W-PREVIA
                GO TO INC-OPC.
      *----------------------------------------------------------------
      * PREVIA = "S" CALCULA TUDO MAS GRAVA NUMA SAIDA DE SIMULACAO
      * (CADPAGSM/CADPAGXS), NAO TOCA CHECKPOINT E NAO BAIXA
      * EMPRESTIMOS NEM DIFERENCAS RETROATIVAS.
      *----------------------------------------------------------------
      * INTERTRAVAMENTO DE JOBS (FPP122): A FOLHA DECLARA OS
      * ARQUIVOS QUE ATUALIZA E NAO RODA JUNTO COM OUTRO LOTE QUE
      * MEXA NOS MESMOS ARQUIVOS (DISSIDIO, EXPURGO, BACKUP). CADA
      * FILIAL E UM FLUXO PROPRIO (FPPREL + FILIAL), DE MODO QUE AS
      * FOLHAS DE FILIAIS DIFERENTES RODAM AO MESMO TEMPO.
      *----------------------------------------------------------------
           MOVE W-FILIALSEL TO W-JOBNOME(7:2)
           MOVE "I" TO W-JOBFUNC
           MOVE SPACES TO W-JOBOPER
           CALL "FPP122.COB" USING W-JOBPARM
      *----------------------------------------------------------------
      * PORTAO DA CRITICA PRE-FOLHA (FPP114): QUANDO O ARQUIVO DE
      * CRITICA EXISTE, A COMPETENCIA SO CALCULA COM CRITICA SEM
      * BLOQUEIOS OU COM LIBERACAO DE NIVEL 1; A PREVIA E A FOLHA
      * SEMANAL NAO SAO BARRADAS.
      *----------------------------------------------------------------
           IF W-PREVIA NOT = "S" AND W-PERIODO = "M"
              OPEN INPUT CADCRIT
              IF ST-ERRO = "00"
                 MOVE W-MESCOMPET TO CRT-MES
                 END-IF
                 CLOSE CADCRIT
              END-IF.
           IF W-PREVIA NOT = "S" AND W-PERIODO = "M"
              PERFORM INICIA-STR THRU INICIA-STR-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                 MOVE 1 TO W-ATSARQ
              END-IF
              CLOSE CADATS.
      * A GRATIFICACAO DE FUNCAO POR NIVEL (FPP175) E AS
      * SUBSTITUICOES DO RESPONSAVEL (FPP176) SAO OPCIONAIS; SEM O
      * CADASTRO DE DEPARTAMENTOS NENHUMA DAS DUAS E PAGA.
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
      * A MENSALIDADE SINDICAL (FPP073/FPP074) E OPCIONAL.
           MOVE ZEROS TO W-SINDARQ
           OPEN INPUT CADSIND
           OPEN INPUT CADDEPEN
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPENARQ.
      * O AUXILIO-CRECHE (FPP149) E OPCIONAL E DEPENDE DOS TETOS POR
      * SINDICATO (FPP073) E DO CADASTRO DE DEPENDENTES.
           MOVE ZEROS TO W-CRECHEARQ
           OPEN I-O CADCRECHE
           IF ST-ERRO = "00"
              OPEN INPUT CADSINDCR
              IF ST-ERRO = "00" AND W-DEPENARQ = 1
                 MOVE 1 TO W-CRECHEARQ
              ELSE
                 IF ST-ERRO = "00"
                    CLOSE CADCRECHE CADSINDCR
                 ELSE
                    CLOSE CADCRECHE.
      * SEGURO DE VIDA EM GRUPO (FPP151/FPP152) E OPCIONAL.
           MOVE ZEROS TO W-SEGARQ
           OPEN I-O CADSEGAD
           IF ST-ERRO = "00"
              OPEN INPUT CADSEGVG
              IF ST-ERRO = "00"
                 MOVE 1 TO W-SEGARQ
              ELSE
                 CLOSE CADSEGAD.
      * LANCAMENTOS DE RUBRICAS SAO OPCIONAIS: SEM OS ARQUIVOS A
      * FOLHA CORRE APENAS COM O SALARIO DO CARGO.
           MOVE ZEROS TO W-LANCARQ
           OPEN INPUT CADDISC
           IF ST-ERRO = "00"
              MOVE 1 TO W-DISCARQ.
      * A FOLHA SEMANAL SO PRECISA DOS CADASTROS ACIMA E GRAVA O
      * PROPRIO RESULTADO (ARQSEMANA).
           IF W-PERIODO = "S"
              GO TO SEM-INICIO.
      * RESULTADO ANALITICO POR VERBA (ARQPAGVB), LIDO PELA FICHA
      * FINANCEIRA (FPP113) E PELA EXPORTACAO CONTABIL (FPP043); A
      * PREVIA NAO GRAVA.
           IF ST-ERRO = "00"
              MOVE 1 TO W-VBARQ.
       INC-OPVB-FIM.
      * PENSAO POR ORDEM JUDICIAL (ARQPENPG), GRAVADA JUNTO COM O
      * ARQPAGVB E TAMBEM NAO GRAVADA NA PREVIA.
       INC-OPPP.
           MOVE ZEROS TO W-PPARQ
           IF W-PREVIA = "S"
              GO TO INC-OPPP-FIM.
           OPEN I-O CADPENPG
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPENPG
              CLOSE CADPENPG
              GO TO INC-OPPP.
           IF ST-ERRO = "00"
              MOVE 1 TO W-PPARQ.
       INC-OPPP-FIM.
      * O SALDO DE DESCONTOS SUSPENSOS (CARREGADO DE COMPETENCIAS
      * ANTERIORES) E OPCIONAL; O ARQUIVO E CRIADO NO PRIMEIRO USO.
       INC-OPSLD.
           OPEN I-O CADEMPR
           IF ST-ERRO = "00"
              MOVE 1 TO W-EMPRARQ.
      * AS FOLHAS SEMANAIS DOS HORISTAS (ARQSEMANA) SAO OPCIONAIS.
           MOVE ZEROS TO W-SEMARQ
           OPEN INPUT CADSEMANA
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEMARQ.
      *
           IF W-PREVIA = "S"
              MOVE "CADPAGSM" TO W-NOMEARQ-PFX
           READ CADCAR

           PERFORM LIMPA-VB THRU LIMPA-VB-FIM.
           PERFORM LIMPA-PP THRU LIMPA-PP-FIM.

           PERFORM CALC-GRADE THRU CALC-GRADE-FIM.


           PERFORM CALC-ATS THRU CALC-ATS-FIM.

           PERFORM CALC-GRAT THRU CALC-GRAT-FIM.

           PERFORM CALC-INSAL THRU CALC-INSAL-FIM.
           MOVE W-INSALVAL TO INSALTX.


           PERFORM CALC-SUSP THRU CALC-SUSP-FIM.

           PERFORM CALC-SUBST THRU CALC-SUBST-FIM.

           PERFORM BUSCA-SEMANAS THRU BUSCA-SEMANAS-FIM.
           ADD W-SEMDSRM TO SALBRUTO.

           MOVE W-DIASOWED TO DIASTX.
           MOVE SALBRUTO TO SALBRUTOTX.

           PERFORM CALC-SALFAM THRU CALC-SALFAM-FIM.
           MOVE W-QTDSALFAM TO SALFAMQTX.

           PERFORM CALC-CRECHE THRU CALC-CRECHE-FIM.

           PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM.
           MOVE W-PENSVAL TO PENSTX.


           PERFORM CALC-SIND THRU CALC-SIND-FIM.

           PERFORM CALC-SEGVG THRU CALC-SEGVG-FIM.

           PERFORM APLICA-DESCONTOS THRU APLICA-DESCONTOS-FIM
           MOVE W-DISPON TO W-LIQS
           IF W-LIQS < ZEROS
                                 CKPT-TOTRAT CKPT-TOTEXC
                   OPEN OUTPUT CADCKPT
                   WRITE REGCKPT
                   CLOSE CADCKPT
                   PERFORM CONCLUI-STR THRU CONCLUI-STR-FIM.
                GO TO ROT-FIM.
      *
      *----------------------------------------------------------------
       SALVA-CKPT-FIM.
                EXIT.
      *----------------------------------------------------------------
      * FLUXO DA FILIAL EM EXECUCAO NO ARQRELSTR; NA RETOMADA O INICIO
      * ORIGINAL E MANTIDO.
      *----------------------------------------------------------------
       INICIA-STR.
                OPEN I-O CADRELSTR
                IF ST-ERRO = "30"
                   OPEN OUTPUT CADRELSTR
                   CLOSE CADRELSTR
                   GO TO INICIA-STR.
                IF ST-ERRO NOT = "00"
                   GO TO INICIA-STR-FIM.
                MOVE W-MESCOMPET TO STR-MES
                MOVE W-ANOCOMPET TO STR-ANO
                MOVE W-FILIALSEL TO STR-FIL
                MOVE ZEROS TO W-STRACH
                READ CADRELSTR
                IF ST-ERRO = "00"
                   MOVE 1 TO W-STRACH.
                PERFORM PEGA-HORA THRU PEGA-HORA-FIM
                IF W-STRACH = ZEROS OR W-RETOMAR NOT = 1
                   MOVE W-DATAHORA TO STR-INI.
                MOVE "E" TO STR-STAT
                MOVE SPACES TO STR-FIM
                MOVE ZEROS TO STR-TOTFUNC STR-TOTBRUTO STR-TOTINSS
                              STR-TOTIMPREN STR-TOTLIQ STR-TOTRAT
                              STR-TOTEXC
                IF W-STRACH = 1
                   REWRITE REGRELSTR
                ELSE
                   WRITE REGRELSTR.
                CLOSE CADRELSTR.
       INICIA-STR-FIM.
                EXIT.
      *----------------------------------------------------------------
      * FIM DO FLUXO: CONCLUIDO COM OS TOTAIS DE CONTROLE DA FILIAL.
      *----------------------------------------------------------------
       CONCLUI-STR.
                OPEN I-O CADRELSTR
                IF ST-ERRO NOT = "00"
                   GO TO CONCLUI-STR-FIM.
                MOVE W-MESCOMPET TO STR-MES
                MOVE W-ANOCOMPET TO STR-ANO
                MOVE W-FILIALSEL TO STR-FIL
                READ CADRELSTR
                IF ST-ERRO NOT = "00"
                   CLOSE CADRELSTR
                   GO TO CONCLUI-STR-FIM.
                PERFORM PEGA-HORA THRU PEGA-HORA-FIM
                MOVE W-DATAHORA TO STR-FIM
                MOVE "C" TO STR-STAT
                MOVE W-TOTFUNC TO STR-TOTFUNC
                MOVE W-TOTBRUTO TO STR-TOTBRUTO
                MOVE W-TOTINSS TO STR-TOTINSS
                MOVE W-TOTIMPREN TO STR-TOTIMPREN
                MOVE W-TOTLIQ TO STR-TOTLIQ
                MOVE W-TOTRAT TO STR-TOTRAT
                MOVE W-TOTEXC TO STR-TOTEXC
                REWRITE REGRELSTR
                CLOSE CADRELSTR.
       CONCLUI-STR-FIM.
                EXIT.
      *----------------------------------------------------------------
       PEGA-HORA.
                ACCEPT W-HOJESTR FROM DATE YYYYMMDD
                ACCEPT W-HORASTR FROM TIME
                STRING W-HOJESTR W-HORASTR(1:6) DELIMITED BY SIZE
                       INTO W-DATAHORA.
       PEGA-HORA-FIM.
                EXIT.
      *----------------------------------------------------------------
      * LIMITES DA COMPETENCIA (PRIMEIRO E ULTIMO DIA) EM AAAAMMDD.
      *----------------------------------------------------------------
       CALC-COMPET.
                   COMPUTE W-PJVAL = W-PENSTETO - W-PENSVAL.
                IF W-PJVAL > ZEROS
                   ADD W-PJVAL TO W-PENSVAL.
                IF W-PPARQ = 1
                   PERFORM GRAVA-PP THRU GRAVA-PP-FIM.
                GO TO CALC-PENSAO-LP.
       CALC-PENSAO-PROX.
                ADD 1 TO W-PJPRIOR
       BUSCA-ADIANT-FIM.
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
      * PAGA AS DIFERENCAS RETROATIVAS DE DISSIDIO PENDENTES DO
      * FUNCIONARIO (GERADAS PELO FPP019), UMA LINHA PROPRIA NO
      * RELATORIO POR ACORDO, E QUITA O REGISTRO.
      * PRIORIDADE LEGAL DE DESCONTOS: INSS, IRRF, PENSAO JUDICIAL E
      * ADIANTAMENTO SAO OBRIGATORIOS E SAEM SEMPRE; OS DEMAIS SO
      * ATE ONDE O LIQUIDO ALCANCA, NA ORDEM VT, VR/VA, PLANO DE
      * SAUDE, COPARTICIPACAO, PREVIDENCIA, SINDICATO, SEGURO DE
      * VIDA, CONSIGNADO, LANCAMENTOS E POR FIM O SALDO CARREGADO DO
      * MES ANTERIOR. O QUE NAO COUBER E SUSPENSO, LISTADO NO ARQUIVO
      * DE EXCECOES E CARREGADO COMO SALDO (ARQSLDDED) PARA A PROXIMA
      * COMPETENCIA.
      *----------------------------------------------------------------
       APLICA-DESCONTOS.
                COMPUTE W-DISPON = SALBRUTO - INSS - IMPREN + SALFAM
                      + W-CRECHEVAL + W-LNPROV - W-PENSVAL - W-ADTDESC
                      - W-SEMPAGO
                IF W-DISPON < ZEROS
                   MOVE ZEROS TO W-DISPON.
                MOVE ZEROS TO W-SLDNOVO W-SLDAPL
                MOVE "SINDICATO" TO W-DEDNOME
                PERFORM APLICA-DED THRU APLICA-DED-FIM
                MOVE W-DEDAPL TO W-SINDDESC
                MOVE W-SEGDESC TO W-DEDTENT
                MOVE "SEGURO DE VIDA" TO W-DEDNOME
                PERFORM APLICA-DED THRU APLICA-DED-FIM
                MOVE W-DEDAPL TO W-SEGDESC
                MOVE W-EMPRPARC TO W-DEDTENT
                MOVE "CONSIGNADO" TO W-DEDNOME
                PERFORM APLICA-DED THRU APLICA-DED-FIM
       LIMPA-VB-FIM.
                EXIT.
      *----------------------------------------------------------------
      * PENSAO POR ORDEM (ARQPENPG): APAGA AS ORDENS DA CHAPA NA
      * COMPETENCIA (REPROCESSAMENTO) ANTES DE GRAVAR DE NOVO.
      *----------------------------------------------------------------
       LIMPA-PP.
                IF W-PPARQ NOT = 1
                   GO TO LIMPA-PP-FIM.
                MOVE CODFUNC TO PP-CODFUNC
                MOVE W-ANOCOMPET TO PP-ANO
                MOVE W-MESCOMPET TO PP-MES
                MOVE ZEROS TO PP-SEQ
                START CADPENPG KEY IS NOT LESS PP-KEY
                IF ST-ERRO NOT = "00"
                   GO TO LIMPA-PP-FIM.
       LIMPA-PP-LP.
                READ CADPENPG NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIMPA-PP-FIM.
                IF PP-CODFUNC NOT = CODFUNC
                   OR PP-ANO NOT = W-ANOCOMPET
                   OR PP-MES NOT = W-MESCOMPET
                   GO TO LIMPA-PP-FIM.
                DELETE CADPENPG RECORD
                GO TO LIMPA-PP-LP.
       LIMPA-PP-FIM.
                EXIT.
      *----------------------------------------------------------------
      * GRAVA A ORDEM CORRENTE DO CALC-PENSAO (REGPENJUD E W-PJVAL).
      *----------------------------------------------------------------
       GRAVA-PP.
                MOVE CODFUNC TO PP-CODFUNC
                MOVE W-ANOCOMPET TO PP-ANO
                MOVE W-MESCOMPET TO PP-MES
                MOVE PJ-SEQ TO PP-SEQ
                MOVE W-PENSBASE TO PP-BASE
                MOVE PJ-PERC TO PP-PERC
                MOVE ZEROS TO PP-VALOR
                IF W-PJVAL > ZEROS
                   MOVE W-PJVAL TO PP-VALOR.
                MOVE PJ-TIPO TO PP-TIPO
                MOVE W-FILIALSEL TO PP-FILIAL
                WRITE REGPENPG
                IF ST-ERRO = "22"
                   REWRITE REGPENPG.
       GRAVA-PP-FIM.
                EXIT.
      *----------------------------------------------------------------
      * GRAVA (OU ACUMULA) UMA VERBA EM ARQPAGVB: W-VBRUB, W-VBVAL E
      * W-VBTIPO JA PREPARADOS PELO CHAMADOR.
      *----------------------------------------------------------------
                      - W-COMISVAL - W-HE50VAL
                      - W-HE100VAL - W-DSRVAL - W-ADNOTVAL - W-BHPAGO
                      - W-ATSVAL - W-INSALVAL - W-AUXDVAL - W-MATVAL
                      - W-GRATVAL - W-SUBSTVAL - W-SEMDSRM
                IF W-VB901S < ZEROS
                   MOVE ZEROS TO W-VB901S.
                MOVE 901 TO W-VBRUB
                MOVE 912 TO W-VBRUB
                MOVE SALFAM TO W-VBVAL
                PERFORM GRAVA-VB-P THRU GRAVA-VB-P-FIM
                MOVE 913 TO W-VBRUB
                MOVE W-CRECHEVAL TO W-VBVAL
                PERFORM GRAVA-VB-P THRU GRAVA-VB-P-FIM
                MOVE 914 TO W-VBRUB
                MOVE W-GRATVAL TO W-VBVAL
                PERFORM GRAVA-VB-P THRU GRAVA-VB-P-FIM
                MOVE 915 TO W-VBRUB
                MOVE W-SUBSTVAL TO W-VBVAL
                PERFORM GRAVA-VB-P THRU GRAVA-VB-P-FIM
                MOVE 916 TO W-VBRUB
                MOVE W-SEMDSRM TO W-VBVAL
                PERFORM GRAVA-VB-P THRU GRAVA-VB-P-FIM
                MOVE 921 TO W-VBRUB
                MOVE INSS TO W-VBVAL
                PERFORM GRAVA-VB-D THRU GRAVA-VB-D-FIM
                MOVE 933 TO W-VBRUB
                MOVE W-SLDAPL TO W-VBVAL
                PERFORM GRAVA-VB-D THRU GRAVA-VB-D-FIM
                MOVE 934 TO W-VBRUB
                MOVE W-SEGDESC TO W-VBVAL
                PERFORM GRAVA-VB-D THRU GRAVA-VB-D-FIM
                MOVE 935 TO W-VBRUB
                MOVE W-SEMPAGO TO W-VBVAL
                PERFORM GRAVA-VB-D THRU GRAVA-VB-D-FIM
                MOVE 990 TO W-VBRUB
                MOVE SALLIQ TO W-VBVAL
                MOVE "L" TO W-VBTIPO
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
                IF SUB-DATAINI > W-COMPFIM OR SUB-DATAFIM < W-COMPINI
                   GO TO CALC-SUBST-LP.
                MOVE 1 TO W-SUBDIAI
                IF SUB-DATAINI > W-COMPINI
                   MOVE SUB-DATAINI(7:2) TO W-SUBDIAI.
                MOVE 30 TO W-SUBDIAF
                IF SUB-DATAFIM < W-COMPFIM
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
      * GRADE SALARIAL: O NIVEL (NVLSAL) AJUSTA O SALARIO BASE DO
      * CARGO - PERCENTUAL SOBRE O SALBASE (TIPO "P") OU VALOR
      * ABSOLUTO NA MESMA UNIDADE DO TIPOSAL (TIPO "A").
       CALC-SIND-FIM.
                EXIT.
      *----------------------------------------------------------------
      * SEGURO DE VIDA EM GRUPO: CAPITAL = MULTIPLO DA APOLICE (FPP151)
      * SOBRE O SALARIO CONTRATUAL, ENTRE O CAPITAL MINIMO E O MAXIMO;
      * PREMIO = CAPITAL X TAXA POR MIL; O EMPREGADO PAGA A SUA PARTE
      * (PERCFUNC) EM FOLHA. CAPITAL E PREMIO DA COMPETENCIA FICAM NA
      * ADESAO (FPP152) PARA O ARQUIVO DE VIDAS (FPP153) E PARA A
      * CONCILIACAO DA FATURA (FPP154); A PREVIA NAO GRAVA.
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
                        W-SEGPREM * SEG-PERCFUNC / 100
                IF W-PREVIA = "S"
                   GO TO CALC-SEGVG-FIM.
                MOVE W-SEGCAP TO SGA-CAPITAL
                MOVE W-SEGPREM TO SGA-PREMIO
                MOVE W-SEGDESC TO SGA-PREMFUNC
                MOVE W-COMPATUAL TO SGA-ULTCOMP
                REWRITE REGSEGAD.
       CALC-SEGVG-FIM.
                EXIT.
      *----------------------------------------------------------------
      * PREVIDENCIA COMPLEMENTAR (PGBL): DESCONTO DO PERCENTUAL DO
      * ADERENTE SOBRE O SALARIO CONTRATUAL; A CONTRIBUICAO REDUZ A
      * BASE DO IRRF. A CONTRAPARTIDA PATRONAL NAO PASSA PELA FOLHA
                COMPUTE SALFAM = W-SALFAMQUOTA * W-QTDSALFAM.
       CALC-SALFAM-FIM.
                EXIT.
      *----------------------------------------------------------------
      * AUXILIO-CRECHE (CONVENCAO COLETIVA): REEMBOLSO DO RECIBO DA
      * CRECHE DE CADA FILHO ATIVO ATE 5 ANOS E 11 MESES, LIMITADO AO
      * TETO MENSAL DO SINDICATO DO CARGO. PROVENTO SEM INCIDENCIA DE
      * INSS/IRRF. NO MES EM QUE A CRIANCA COMPLETA 6 ANOS (COMPLIM)
      * O BENEFICIO E ENCERRADO AUTOMATICAMENTE; A PREVIA NAO ENCERRA
      * NEM MARCA A COMPETENCIA PAGA.
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
                   GO TO CALC-CRECHE-LP.
                IF CRE-COMPLIM NOT > W-COMPATUAL
                   GO TO CALC-CRECHE-ENC.
                IF CRE-COMPINI > W-COMPATUAL
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
                IF W-PREVIA = "S" OR CRE-ULTCOMP = W-COMPATUAL
                   GO TO CALC-CRECHE-LP.
                MOVE W-COMPATUAL TO CRE-ULTCOMP
                REWRITE REGCRECHE
                GO TO CALC-CRECHE-LP.
       CALC-CRECHE-ENC.
                IF W-PREVIA = "S"
                   GO TO CALC-CRECHE-LP.
                MOVE "E" TO CRE-STAT
                REWRITE REGCRECHE
                GO TO CALC-CRECHE-LP.
       CALC-CRECHE-FIM.
                EXIT.
      *----------------------------------------------------------------
       CALC-RAT.
                IF TIPOREGIME = "E"
       CALC-RAT-FIM.
                EXIT.
      *----------------------------------------------------------------
      * FOLHA SEMANAL DOS HORISTAS (TIPOSAL "H") DA FILIAL: HORAS DAS
      * MARCACOES VALIDAS DO PONTO (ARQPONTO) NOS DIAS DA SEMANA,
      * COM AS HORAS EM DOMINGO/FERIADO A 100%, O DSR DA SEMANA E A
      * RETENCAO PROVISORIA DE INSS E IRRF (BRUTO DA SEMANA
      * PROJETADO PARA O MES E O IMPOSTO DEVOLVIDO NA PROPORCAO DOS
      * DIAS DA SEMANA). O RESULTADO VAI PARA O ARQSEMANA, DE ONDE O
      * FPP018 GERA O CNAB DA SEMANA E A FOLHA MENSAL ACERTA O MES.
      *----------------------------------------------------------------
       SEM-INICIO.
           MOVE ZEROS TO W-VBARQ W-PPARQ W-SLDARQ W-RETROARQ
           MOVE ZEROS TO W-ADTARQ W-PENSARQ W-EMPRARQ
           MOVE ZEROS TO W-TOTFUNC W-TOTBRUTO W-TOTINSS W-TOTIMPREN
           MOVE ZEROS TO W-TOTLIQ W-TOTRAT W-TOTEXC
           OPEN INPUT CADPONTO
           IF ST-ERRO NOT = "00"
              MOVE "*** MARCACOES DE PONTO (FPP086) NAO EXISTEM ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-PONTOARQ.
       SEM-OPSEM.
           OPEN I-O CADSEMANA
           IF ST-ERRO = "30"
              OPEN OUTPUT CADSEMANA
              CLOSE CADSEMANA
              GO TO SEM-OPSEM.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEMANA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-SEMARQ
           MOVE W-SEMNUM TO W-SEMPFX-NUM
           MOVE "CADSEMR" TO W-SEMPFX-ID
           MOVE W-SEMPFX TO W-NOMEARQ-PFX
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-FILIALSEL TO W-NOMEARQ-FIL
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADPAGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPAGTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CADSEMX" TO W-SEMPFX-ID
           MOVE W-SEMPFX TO W-NOMEEXC-PFX
           MOVE W-MESCOMPET TO W-NOMEEXC-MM
           MOVE W-ANOCOMPET TO W-NOMEEXC-AA
           MOVE W-FILIALSEL TO W-NOMEEXC-FIL
           MOVE W-NOMEEXC1 TO W-NOMEEXC
           OPEN OUTPUT CADPAGEX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPAGEX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGPAGEX FROM CABEXC.
           PERFORM CALC-COMPET THRU CALC-COMPET-FIM
           PERFORM SEM-LIMITES THRU SEM-LIMITES-FIM
           PERFORM SEM-CONTA-DIAS THRU SEM-CONTA-DIAS-FIM
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE W-FILIALSEL TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILRAZAO TO CAB-EMPRESA
              END-IF
              CLOSE CADFILIAL.
           WRITE REGPAGTX FROM CAB0.
           MOVE W-MESCOMPET TO CAB-MESCOMPET
           MOVE W-ANOCOMPET TO CAB-ANOCOMPET
           MOVE W-FILIALSEL TO CAB-FILIAL
           WRITE REGPAGTX FROM CAB0B.
           MOVE W-SEMNUM TO CABSEM-NUM
           MOVE W-SEMDIAI TO CABSEM-DIAI
           MOVE W-SEMDIAF TO CABSEM-DIAF
           MOVE W-SEMUTEIS TO CABSEM-UTEIS
           MOVE W-SEMREPOUSO TO CABSEM-REP
           WRITE REGPAGTX FROM CABSEM.
           MOVE SPACES TO REGPAGTX
           WRITE REGPAGTX.
           WRITE REGPAGTX FROM CABSEM1.
           WRITE REGPAGTX FROM CABSEM2.
      *
       SEM-LER.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 MOVE "*** FIM DO CADFUNC ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SEM-TOTAIS
              ELSE
                 MOVE "ERRO NA LEITURA CADFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF FILIAL NOT = W-FILIALSEL
              GO TO SEM-LER.
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00" OR TIPOSAL NOT = "H"
              GO TO SEM-LER.
           IF DATAADM > W-SEMFIM
              GO TO SEM-LER.
           IF FUNCSTAT = "D" AND DATADEM < W-SEMINI
              GO TO SEM-LER.
           PERFORM CALC-GRADE THRU CALC-GRADE-FIM
           PERFORM SEM-APURA THRU SEM-APURA-FIM
           IF W-SEMMINN = ZEROS AND W-SEMMIN100 = ZEROS
              MOVE "SEM MARCACAO DE PONTO NA SEMANA" TO EXC-MOTIVO
              PERFORM SEM-EXCECAO THRU SEM-EXCECAO-FIM
              GO TO SEM-LER.
      * SEMANA JA REMETIDA NO CNAB NAO E RECALCULADA.
           MOVE ZEROS TO W-SEMACH
           MOVE CODFUNC TO SEM-CODFUNC
           MOVE W-ANOCOMPET TO SEM-ANO
           MOVE W-MESCOMPET TO SEM-MES
           MOVE W-SEMNUM TO SEM-NUM
           READ CADSEMANA
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEMACH
              IF SEM-STAT = "R"
                 MOVE "SEMANA JA REMETIDA NO CNAB" TO EXC-MOTIVO
                 PERFORM SEM-EXCECAO THRU SEM-EXCECAO-FIM
                 GO TO SEM-LER.
      *
           COMPUTE W-SEMHORAS ROUNDED = W-SEMMINN / 60
           COMPUTE W-SEMH100 ROUNDED = W-SEMMIN100 / 60
           COMPUTE W-SEMNORMV ROUNDED = SALBASE * W-SEMHORAS
           COMPUTE W-SEMHE100V ROUNDED = SALBASE * W-SEMH100 * 2
           MOVE ZEROS TO W-SEMDSRV
           IF W-SEMUTEIS NOT = ZEROS
              COMPUTE W-SEMDSRV ROUNDED = SALBASE * W-SEMHORAS
                    * W-SEMREPOUSO / W-SEMUTEIS.
           COMPUTE W-SEMBRUTO = W-SEMNORMV + W-SEMHE100V + W-SEMDSRV
      * RETENCAO PROVISORIA: BRUTO PROJETADO PARA O MES INTEIRO.
           MOVE ZEROS TO W-LNINSS W-LNIRRF W-PREVDESC
           COMPUTE SALBRUTO ROUNDED = W-SEMBRUTO * W-ULTDIA
                 / W-SEMDIAS
           PERFORM CALC-INSS THRU CALC-INSS-FIM
           PERFORM CALC-IRRF THRU CALC-IRRF-FIM
           COMPUTE INSS ROUNDED = INSS * W-SEMDIAS / W-ULTDIA
           COMPUTE IMPREN ROUNDED = IMPREN * W-SEMDIAS / W-ULTDIA
           MOVE W-SEMBRUTO TO SALBRUTO
           COMPUTE W-SEMLIQ = W-SEMBRUTO - INSS - IMPREN
           IF W-SEMLIQ < ZEROS
              MOVE ZEROS TO W-SEMLIQ.
      *
           MOVE W-SEMDIAI TO SEM-DIAINI
           MOVE W-SEMDIAF TO SEM-DIAFIM
           MOVE W-SEMHORAS TO SEM-HORAS
           MOVE W-SEMH100 TO SEM-HORAS100
           MOVE W-SEMDSRV TO SEM-DSR
           MOVE W-SEMBRUTO TO SEM-BRUTO
           MOVE INSS TO SEM-INSS
           MOVE IMPREN TO SEM-IRRF
           MOVE W-SEMLIQ TO SEM-LIQ
           MOVE FILIAL TO SEM-FILIAL
           MOVE "C" TO SEM-STAT
           ACCEPT SEM-DATACALC FROM DATE YYYYMMDD
           IF W-SEMACH = 1
              REWRITE REGSEMANA
           ELSE
              WRITE REGSEMANA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSEMANA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CODFUNC TO SEMTX-COD
           MOVE NOME TO SEMTX-NOME
           MOVE W-SEMHORAS TO SEMTX-HORAS
           MOVE W-SEMH100 TO SEMTX-H100
           MOVE W-SEMDSRV TO SEMTX-DSR
           MOVE W-SEMBRUTO TO SEMTX-BRUTO
           MOVE INSS TO SEMTX-INSS
           MOVE IMPREN TO SEMTX-IRRF
           MOVE W-SEMLIQ TO SEMTX-LIQ
           WRITE REGPAGTX FROM SEMTX
           ADD 1 TO W-TOTFUNC
           ADD W-SEMBRUTO TO W-TOTBRUTO
           ADD INSS TO W-TOTINSS
           ADD IMPREN TO W-TOTIMPREN
           ADD W-SEMLIQ TO W-TOTLIQ
           DISPLAY (20, 50) SEMTX-COD
           MOVE "*** SEMANA CALCULADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SEM-LER.
      *
       SEM-TOTAIS.
           WRITE REGPAGTX FROM CABSEM2
           MOVE W-TOTFUNC TO CABTOT-TOTFUNC
           MOVE W-TOTBRUTO TO CABTOT-TOTBRUTO
           MOVE W-TOTINSS TO CABTOT-TOTINSS
           MOVE W-TOTIMPREN TO CABTOT-TOTIMPREN
           MOVE W-TOTLIQ TO CABTOT-TOTLIQ
           MOVE ZEROS TO CABTOT-TOTRAT
           WRITE REGPAGTX FROM CABTOT
           MOVE W-TOTEXC TO EXCTOT-TOT
           WRITE REGPAGEX FROM EXCTOT
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CHAPA FORA DA FOLHA SEMANAL, COM O MOTIVO JA EM EXC-MOTIVO.
      *----------------------------------------------------------------
       SEM-EXCECAO.
           MOVE CODFUNC TO EXC-CODFUNC
           MOVE NOME TO EXC-NOME
           WRITE REGPAGEX FROM EXCTX
           ADD 1 TO W-TOTEXC.
       SEM-EXCECAO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PRIMEIRO E ULTIMO DIA DA SEMANA W-SEMNUM NA COMPETENCIA: CADA
      * SEMANA FECHA NO DOMINGO OU NO ULTIMO DIA DO MES. SEMANA QUE
      * NAO EXISTE NO MES VOLTA W-SEMDIAF ZERADO.
      *----------------------------------------------------------------
       SEM-LIMITES.
           MOVE 1 TO W-SEMK W-SEMDIAI W-DIAY
           MOVE ZEROS TO W-SEMDIAF.
       SEM-LIMITES-LP.
           COMPUTE W-DTX = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-DIAY
           PERFORM CALC-DOW THRU CALC-DOW-FIM
           IF W-DOW = 1 OR W-DIAY = W-ULTDIA
              IF W-SEMK = W-SEMNUM
                 MOVE W-DIAY TO W-SEMDIAF
                 GO TO SEM-LIMITES-OK
              ELSE
                 ADD 1 TO W-SEMK
                 COMPUTE W-SEMDIAI = W-DIAY + 1.
           IF W-DIAY NOT < W-ULTDIA
              GO TO SEM-LIMITES-FIM.
           ADD 1 TO W-DIAY
           GO TO SEM-LIMITES-LP.
       SEM-LIMITES-OK.
           COMPUTE W-SEMINI = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-SEMDIAI
           COMPUTE W-SEMFIM = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-SEMDIAF
           COMPUTE W-SEMDIAS = W-SEMDIAF - W-SEMDIAI + 1.
       SEM-LIMITES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DIAS UTEIS E DIAS DE REPOUSO (DOMINGOS E FERIADOS) DA SEMANA,
      * BASE DO DSR SEMANAL.
      *----------------------------------------------------------------
       SEM-CONTA-DIAS.
           MOVE ZEROS TO W-SEMUTEIS W-SEMREPOUSO
           MOVE W-SEMDIAI TO W-DIAY.
       SEM-CONTA-DIAS-LP.
           IF W-DIAY > W-SEMDIAF
              GO TO SEM-CONTA-DIAS-FIM.
           COMPUTE W-DTX = W-ANOCOMPET * 10000
                 + W-MESCOMPET * 100 + W-DIAY
           PERFORM SEM-REPOUSO THRU SEM-REPOUSO-FIM
           IF W-EDSR = 1
              ADD 1 TO W-SEMREPOUSO
           ELSE
              ADD 1 TO W-SEMUTEIS.
           ADD 1 TO W-DIAY
           GO TO SEM-CONTA-DIAS-LP.
       SEM-CONTA-DIAS-FIM.
           EXIT.
      *
      * W-EDSR = 1 QUANDO A DATA W-DTX E DOMINGO OU FERIADO.
       SEM-REPOUSO.
           PERFORM CALC-DOW THRU CALC-DOW-FIM
           MOVE ZEROS TO W-EDSR
           IF W-DOW = 1
              MOVE 1 TO W-EDSR
              GO TO SEM-REPOUSO-FIM.
           IF W-FERIARQ = 1
              MOVE W-DTX TO FERIDATA
              READ CADFERIAD
              IF ST-ERRO = "00"
                 MOVE 1 TO W-EDSR.
       SEM-REPOUSO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MINUTOS TRABALHADOS NA SEMANA PELAS MARCACOES VALIDAS DO
      * PONTO (PARES ENTRADA/SAIDA, MESMA REGRA DO FPP087),
      * SEPARADOS EM DIA UTIL E DIA DE REPOUSO.
      *----------------------------------------------------------------
       SEM-APURA.
           MOVE ZEROS TO W-SEMMINN W-SEMMIN100
           MOVE CODFUNC TO PON-CODFUNC
           MOVE W-SEMINI TO PON-DATA
           START CADPONTO KEY IS NOT LESS PON-KEY
           IF ST-ERRO NOT = "00"
              GO TO SEM-APURA-FIM.
       SEM-APURA-LP.
           READ CADPONTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEM-APURA-FIM.
           IF PON-CODFUNC NOT = CODFUNC OR PON-DATA > W-SEMFIM
              GO TO SEM-APURA-FIM.
           IF PON-STAT = "I"
              GO TO SEM-APURA-LP.
           MOVE ZEROS TO W-SEMMINDIA
           IF PON-MARC1 NOT = ZEROS AND PON-MARC2 NOT = ZEROS
              MOVE PON-MARC1 TO W-SEMHHMM
              COMPUTE W-SEMM1 = W-SEMHH * 60 + W-SEMMM
              MOVE PON-MARC2 TO W-SEMHHMM
              COMPUTE W-SEMM2 = W-SEMHH * 60 + W-SEMMM
              IF W-SEMM2 > W-SEMM1
                 COMPUTE W-SEMMINDIA = W-SEMMINDIA + W-SEMM2 - W-SEMM1.
           IF PON-MARC3 NOT = ZEROS AND PON-MARC4 NOT = ZEROS
              MOVE PON-MARC3 TO W-SEMHHMM
              COMPUTE W-SEMM1 = W-SEMHH * 60 + W-SEMMM
              MOVE PON-MARC4 TO W-SEMHHMM
              COMPUTE W-SEMM2 = W-SEMHH * 60 + W-SEMMM
              IF W-SEMM2 > W-SEMM1
                 COMPUTE W-SEMMINDIA = W-SEMMINDIA + W-SEMM2 - W-SEMM1.
           MOVE PON-DATA TO W-DTX
           PERFORM SEM-REPOUSO THRU SEM-REPOUSO-FIM
           IF W-EDSR = 1
              ADD W-SEMMINDIA TO W-SEMMIN100
           ELSE
              ADD W-SEMMINDIA TO W-SEMMINN.
           GO TO SEM-APURA-LP.
       SEM-APURA-FIM.
           EXIT.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
                   CLOSE CADPREV.
                IF W-SINDARQ = 1
                   CLOSE CADSIND CADSINDOP.
                IF W-CRECHEARQ = 1
                   CLOSE CADCRECHE CADSINDCR.
                IF W-SEGARQ = 1
                   CLOSE CADSEGAD CADSEGVG.
                IF W-GRADEARQ = 1
                   CLOSE CADGRADE.
                IF W-SUBSTARQ = 1
                   CLOSE CADSUBST.
                IF W-GRATARQ = 1
                   CLOSE CADDEP CADGRATNV.
                IF W-BHARQ = 1
                   CLOSE CADBH.
                IF W-RECORARQ = 1
                   CLOSE CADDISC.
                IF W-VBARQ = 1
                   CLOSE CADPAGVB.
                IF W-PPARQ = 1
                   CLOSE CADPENPG.
                IF W-SLDARQ = 1
                   CLOSE CADSLDDED.
                IF W-SEMARQ = 1
                   CLOSE CADSEMANA.
                IF W-PONTOARQ = 1
                   CLOSE CADPONTO.
                CLOSE CADFUNC CADCAR CADPAGTX CADPAGEX.
       ROT-FIMP.
                IF W-JOBREG = 1
