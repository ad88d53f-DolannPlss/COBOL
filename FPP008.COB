                      ALTERNATE RECORD KEY IS ENT-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPATENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PTE-KEY
                      ALTERNATE RECORD KEY IS PTE-CODFUNC
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS PTE-PAT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPATR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PAT-NUM
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDISC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ALTERNATE RECORD KEY IS DSC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-KEY
                      ALTERNATE RECORD KEY IS EST-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEGDES ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGRESCTX    PIC X(100).
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
       FD CADHISTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHISTF.DAT".
       01 REGHISTF.
          03 HF-BRUTO                 PIC 9(08)V99.
          03 HF-INSS                  PIC 9(07)V99.
          03 HF-IRRF                  PIC 9(07)V99.
          03 HF-LIQ                   PIC 9(08)V99.
          03 HF-RAT                   PIC 9(07)V99.
          03 HF-KEY.
              05 HF-CODFUNC           PIC 9(06).
              05 HF-ANO               PIC 9(04).
              05 HF-MES               PIC 9(02).
              05 HF-FIL               PIC 9(02).
      *-----------------------------------------------------------------
      * REQUERIMENTO DO SEGURO-DESEMPREGO (DISPENSA SEM JUSTA CAUSA),
      * UM ARQUIVO POR CHAPA: HEADER "00", DETALHE "01", TRAILER "99".
      *-----------------------------------------------------------------
       FD CADSEGDES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SDNOME.
       01 REGSEGDES    PIC X(160).
      *-----------------------------------------------------------------
       FD CADCAR
               LABEL RECORD IS STANDARD
          03 ENT-KEY.
              05 ENT-CODFUNC          PIC 9(06).
              05 ENT-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPATENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPATENT.DAT".
       01 REGPATENT.
          03 PTE-PAT                  PIC 9(08).
          03 PTE-DATA                 PIC 9(08).
          03 PTE-TERMO                PIC X(01).
          03 PTE-DEVOL                PIC 9(08).
          03 PTE-DESCONTO             PIC 9(07)V99.
          03 PTE-KEY.
              05 PTE-CODFUNC          PIC 9(06).
              05 PTE-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPATR.DAT".
       01 REGPATR.
          03 PAT-DESC                 PIC X(25).
          03 PAT-TIPO                 PIC X(01).
          03 PAT-VALOR                PIC 9(07)V99.
          03 PAT-STAT                 PIC X(01).
          03 PAT-NUM                  PIC 9(08).
      *-----------------------------------------------------------------
       FD CADDISC
               LABEL RECORD IS STANDARD
              05 DSC-CODFUNC          PIC 9(06).
              05 DSC-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
          03 EST-TIPO                 PIC X(01).
          03 EST-DATAINI              PIC 9(08).
          03 EST-DATAFIM              PIC 9(08).
          03 EST-OBS                  PIC X(30).
          03 EST-KEY.
              05 EST-CODFUNC          PIC 9(06).
              05 EST-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADSPOOL
               LABEL RECORD IS STANDARD
       01 W-EPIARQ        PIC 9(01) VALUE ZEROS.
       01 W-EPIPEND       PIC 9(02) VALUE ZEROS.
       01 W-DISCARQ       PIC 9(01) VALUE ZEROS.
      *----------[ PATRIMONIO NAO DEVOLVIDO (FPP166/FPP167) ]-----------
       01 W-PATARQ        PIC 9(01) VALUE ZEROS.
       01 W-PATDESC       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTDED        PIC 9(07)V99 VALUE ZEROS.
       01 W-PTQT          PIC 9(02) VALUE ZEROS.
       01 W-PTIX          PIC 9(02) VALUE ZEROS.
       01 W-VALPT         PIC 9(07)V99 VALUE ZEROS.
       01 W-PTTAB.
          03 W-PTITEM OCCURS 30 TIMES.
             05 W-PTSEQ        PIC 9(02).
             05 W-PTNUM        PIC 9(08).
             05 W-PTNOME       PIC X(25).
             05 W-PTVAL        PIC 9(07)V99.
             05 W-PTTERMO      PIC X(01).
             05 W-PTCOBRA      PIC X(01).
       01 W-ESTARQ        PIC 9(01) VALUE ZEROS.
       01 W-ESTACH        PIC 9(01) VALUE ZEROS.
       01 W-ESTFIM        PIC 9(08) VALUE ZEROS.
       01 W-PPPOFER       PIC 9(01) VALUE ZEROS.
       01 W-PPPPARM.
          03 W-PPPOPER         PIC X(08) VALUE SPACES.
          03 W-PPPCHAPA        PIC 9(06) VALUE ZEROS.
       01 W-EMPSALDO      PIC 9(06)V99 VALUE ZEROS.
      *----------[ SALDO DE SALARIO E AVISO PREVIO INDENIZADO ]---------
       01 W-SALDIAS       PIC 9(02) VALUE ZEROS.
       01 W-SALDOSAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-AVITIPO       PIC X(01) VALUE SPACES.
       01 W-AVIDIAS       PIC 9(03) VALUE ZEROS.
       01 W-AVIDATA       PIC 9(08) VALUE ZEROS.
       01 W-AVISOIND      PIC 9(06)V99 VALUE ZEROS.
       01 W-ADMANO        PIC 9(04) VALUE ZEROS.
       01 W-ADMMES        PIC 9(02) VALUE ZEROS.
       01 W-MESESCASA     PIC 9(05) VALUE ZEROS.
       01 W-ANOSCASA      PIC 9(03) VALUE ZEROS.
      *----------[ TRCT E SEGURO-DESEMPREGO ]---------------------------
       01 W-DTX           PIC 9(08) VALUE ZEROS.
       01 W-DTED          PIC X(10) VALUE SPACES.
       01 W-VALED         PIC ZZZ.ZZZ,99.
       01 W-TOTBRUTO      PIC 9(07)V99 VALUE ZEROS.
       01 W-FILRAZAO      PIC X(30) VALUE SPACES.
       01 W-FILCNPJ       PIC 9(14) VALUE ZEROS.
       01 W-FILCIDADE     PIC X(20) VALUE SPACES.
       01 W-FILUF         PIC X(02) VALUE SPACES.
       01 W-SDNOME        PIC X(20) VALUE SPACES.
       01 W-SDNOME1.
          03 FILLER       PIC X(06) VALUE "SEGDES".
          03 W-SDNOME-COD PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
       01 W-SDCOMPDEM     PIC 9(06) VALUE ZEROS.
       01 W-HFCOMP        PIC 9(06) VALUE ZEROS.
       01 W-SDCOMP1       PIC 9(06) VALUE ZEROS.
       01 W-SDCOMP2       PIC 9(06) VALUE ZEROS.
       01 W-SDCOMP3       PIC 9(06) VALUE ZEROS.
       01 W-SDSAL1        PIC 9(08)V99 VALUE ZEROS.
       01 W-SDSAL2        PIC 9(08)V99 VALUE ZEROS.
       01 W-SDSAL3        PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTS          PIC S9(07)V99 VALUE ZEROS.
      *----------[ CAMPOS DE ENTRADA/VALIDACAO DE DATA ]-----------------
       01  W-DATATXT       PIC X(08) VALUE SPACES.
       01 RESC-BH.
                03 FILLER      PIC X(20) VALUE "BANCO DE HORAS    : ".
                03 RESC-BHV    PIC ZZZ.ZZZ,99.
       01 RESC-AVI.
                03 FILLER      PIC X(20) VALUE "AVISO INDENIZADO  : ".
                03 RESC-AVIV   PIC ZZZ.ZZZ,99.
       01 RESC-EMP.
                03 FILLER      PIC X(20) VALUE "SALDO CONSIGNADO  : ".
                03 RESC-EMPV   PIC ZZZ.ZZZ,99.
                03 RESC-EPIDESC PIC X(25).
                03 FILLER      PIC X(04) VALUE " CA ".
                03 RESC-EPICA  PIC 9(06).
       01 RESC-PAT.
                03 FILLER      PIC X(20) VALUE "BEM NAO DEVOLVIDO : ".
                03 RESC-PATNOME PIC X(25).
                03 FILLER      PIC X(05) VALUE " PAT ".
                03 RESC-PATNUM PIC 9(08).
                03 RESC-PATTXT PIC X(11).
                03 RESC-PATV   PIC ZZZ.ZZZ,99.
       01 RESC-DISCCAB.
                03 FILLER      PIC X(40) VALUE
                        "HISTORICO DISCIPLINAR (JUSTA CAUSA):".
       01 RESC-TOT.
                03 FILLER      PIC X(20) VALUE "TOTAL RESCISAO    : ".
                03 RESC-TOTV   PIC ZZ.ZZZ.ZZZ,99.
      *----------[ LINHAS DO TRCT ]-------------------------------------
       01 TRCT-TIT.
                03 FILLER      PIC X(50) VALUE
                   "TERMO DE RESCISAO DO CONTRATO DE TRABALHO - TRCT".
       01 TRCT-SEP.
                03 FILLER      PIC X(80) VALUE ALL "=".
       01 TRCT-SEC.
                03 TS-DESC     PIC X(60).
       01 TRCT-CAMPO.
                03 TC-ROT      PIC X(30).
                03 TC-VAL      PIC X(50).
       01 TRCT-VERBA.
                03 TV-COD      PIC X(04).
                03 TV-DESC     PIC X(40).
                03 TV-REF      PIC X(14).
                03 TV-VAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 TRCT-ASSIN.
                03 FILLER      PIC X(40) VALUE ALL "_".
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(36) VALUE ALL "_".
       01 TRCT-ASSIN2.
                03 FILLER      PIC X(44) VALUE
                   "EMPREGADOR / PREPOSTO".
                03 FILLER      PIC X(36) VALUE
                   "TRABALHADOR".
      *----------[ REGISTROS DO SEGURO-DESEMPREGO ]---------------------
       01 SD-HEADER.
                03 FILLER      PIC X(02) VALUE "00".
                03 SDH-CNPJ    PIC 9(14).
                03 SDH-RAZAO   PIC X(30).
                03 SDH-DATA    PIC 9(08).
       01 SD-DETALHE.
                03 FILLER      PIC X(02) VALUE "01".
                03 SDD-CPF     PIC 9(11).
                03 SDD-PIS     PIC 9(11).
                03 SDD-NOME    PIC X(30).
                03 SDD-CTPS    PIC X(12).
                03 SDD-NASC    PIC X(08).
                03 SDD-SEXO    PIC X(01).
                03 SDD-ADM     PIC 9(08).
                03 SDD-DEM     PIC 9(08).
                03 SDD-AVISO   PIC X(01).
                03 SDD-COMP1   PIC 9(06).
                03 SDD-SAL1    PIC 9(08)V99.
                03 SDD-COMP2   PIC 9(06).
                03 SDD-SAL2    PIC 9(08)V99.
                03 SDD-COMP3   PIC 9(06).
                03 SDD-SAL3    PIC 9(08)V99.
                03 SDD-BANCO   PIC 9(03).
                03 SDD-AGENCIA PIC 9(04).
       01 SD-TRAILER.
                03 FILLER      PIC X(02) VALUE "99".
                03 SDT-QTD     PIC 9(06).
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
                 MOVE 1 TO W-EPIARQ
              ELSE
                 CLOSE CADEPIENT.
      * O CONTROLE DE PATRIMONIO (FPP166/FPP167) E OPCIONAL; OS BENS
      * NAO DEVOLVIDOS SAEM NO TERMO E, COM TERMO DE RESPONSABILIDADE
      * ASSINADO, PODEM SER DESCONTADOS DO ACERTO.
           MOVE ZEROS TO W-PATARQ
           OPEN I-O CADPATENT
           IF ST-ERRO = "00"
              OPEN INPUT CADPATR
              IF ST-ERRO = "00"
                 MOVE 1 TO W-PATARQ
              ELSE
                 CLOSE CADPATENT.
      * AS MEDIDAS DISCIPLINARES (FPP110) SAO OPCIONAIS; NA JUSTA
      * CAUSA O HISTORICO DA CHAPA SAI NO TERMO DE RESCISAO.
           MOVE ZEROS TO W-DISCARQ
           OPEN INPUT CADDISC
           IF ST-ERRO = "00"
              MOVE 1 TO W-DISCARQ.
      * O CADASTRO DE ESTABILIDADE PROVISORIA (FPP124) E OPCIONAL;
      * QUANDO EXISTE, A DISPENSA SEM JUSTA CAUSA E RECUSADA ENQUANTO
      * HOUVER ESTABILIDADE EM ABERTO NA DATA DO DESLIGAMENTO.
           MOVE ZEROS TO W-ESTARQ
           OPEN INPUT CADESTAB
           IF ST-ERRO = "00"
              MOVE 1 TO W-ESTARQ.
       R1.
           ACCEPT TCODFUNC
           READ CADFUNC
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM VERIF-ESTAB THRU VERIF-ESTAB-FIM
           IF W-ESTACH = 1
              GO TO R1.
           GO TO CALC-RESCISAO.
       R4A.
           ACCEPT TMOTIVO
              MOVE "*** MOTIVO INVALIDO (D/J/P) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           PERFORM VERIF-ESTAB THRU VERIF-ESTAB-FIM
           IF W-ESTACH = 1
              GO TO R1.
      *
       CALC-RESCISAO.
           MOVE FUNCCAR TO CODCAR.

           PERFORM BUSCA-EMPR THRU BUSCA-EMPR-FIM.
           PERFORM QUITA-BH THRU QUITA-BH-FIM.
           PERFORM CALC-AVISO THRU CALC-AVISO-FIM.
           PERFORM VERIF-PATR THRU VERIF-PATR-FIM.
           COMPUTE W-TOTS = W-DECPROP + W-FERPROP + W-FERTERCO
                                + W-MULTAFGTS + W-BHVAL + W-AVISOIND
                                - W-EMPSALDO - W-PATDESC
           IF W-TOTS < ZEROS
              MOVE ZEROS TO W-TOTS.
           MOVE W-TOTS TO W-TOTRESC.
           PERFORM BAIXA-PROV THRU BAIXA-PROV-FIM.
           PERFORM BAIXA-AVISO THRU BAIXA-AVISO-FIM.
           PERFORM BAIXA-BH THRU BAIXA-BH-FIM.
           PERFORM BAIXA-PATR THRU BAIXA-PATR-FIM.
       MOSTRA-RESCISAO.
           MOVE "RESCISAO" TO W-SPLTIPO
           MOVE W-DTDESL(5:2) TO W-SPLMES
           IF W-BHVAL NOT = ZEROS
              MOVE W-BHVAL TO RESC-BHV
              WRITE REGRESCTX FROM RESC-BH.
           IF W-AVISOIND NOT = ZEROS
              MOVE W-AVISOIND TO RESC-AVIV
              WRITE REGRESCTX FROM RESC-AVI.
           MOVE W-EMPSALDO TO RESC-EMPV
           WRITE REGRESCTX FROM RESC-EMP.
           PERFORM LISTA-EPI THRU LISTA-EPI-FIM.
           PERFORM LISTA-PATR THRU LISTA-PATR-FIM.
           PERFORM LISTA-DISC THRU LISTA-DISC-FIM.
           MOVE W-TOTRESC TO RESC-TOTV
           WRITE REGRESCTX FROM RESC-TOT.
           WRITE REGRESCTX FROM RESC-SEP.
           CLOSE CADRESCTX.
           PERFORM IMPRIME-TRCT THRU IMPRIME-TRCT-FIM.
           IF W-MOTIVO = "D" AND TIPOREGIME NOT = "E"
                             AND TIPOREGIME NOT = "I"
              PERFORM GERA-SEGDES THRU GERA-SEGDES-FIM.
           DISPLAY (16, 01) RESC-DEC
           DISPLAY (17, 01) RESC-FER
           DISPLAY (18, 01) RESC-FER3
           DISPLAY (20, 01) RESC-TOT
           MOVE "*** RESCISAO CALCULADA E GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      * CARGO COM GRAU DE RISCO: OFERECE O PPP (FPP128) NA SAIDA,
      * DEPOIS DE FECHADOS OS ARQUIVOS DA RESCISAO.
           IF GRAURISCO > ZEROS
              MOVE 1 TO W-PPPOFER
              MOVE W-OPERID TO W-PPPOPER
              MOVE CODFUNC TO W-PPPCHAPA.
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * AVISO PREVIO INDENIZADO: SO NA DISPENSA SEM JUSTA CAUSA E SE
      * NAO HOUVER AVISO TRABALHADO EM CURSO (FPP098). OS DIAS VEM DO
      * AVISO LANCADO OU, SEM ELE, DA PROPORCIONALIDADE (30 DIAS + 3
      * POR ANO APOS O PRIMEIRO, ATE 90). O SALDO DE SALARIO DO MES DO
      * DESLIGAMENTO E SO INFORMATIVO: JA SAI NA FOLHA MENSAL (FPPREL).
      *----------------------------------------------------------------
       CALC-AVISO.
                MOVE W-DTDESL TO AAAAMMDD
                MOVE AAAAMMDD3 TO W-SALDIAS
                IF W-SALDIAS > 30
                   MOVE 30 TO W-SALDIAS.
                COMPUTE W-SALDOSAL = SALBRUTO / 30 * W-SALDIAS
                MOVE SPACES TO W-AVITIPO
                MOVE ZEROS TO W-AVIDIAS W-AVISOIND W-AVIDATA
                IF W-AVIARQ = 1
                   MOVE CODFUNC TO AVI-CODFUNC
                   READ CADAVISO
                   IF ST-ERRO = "00" AND AVI-STAT = "A"
                      MOVE AVI-TIPO TO W-AVITIPO
                      MOVE AVI-DIASPROP TO W-AVIDIAS
                      MOVE AVI-DATAAVISO TO W-AVIDATA.
                IF W-MOTIVO NOT = "D" OR TIPOREGIME = "E"
                   MOVE ZEROS TO W-AVIDIAS
                   GO TO CALC-AVISO-FIM.
                IF W-AVITIPO = "T"
                   GO TO CALC-AVISO-FIM.
                IF W-AVIDIAS NOT = ZEROS
                   GO TO CALC-AVISO-VAL.
                MOVE W-DTADM(1:4) TO W-ADMANO
                MOVE W-DTADM(5:2) TO W-ADMMES
                COMPUTE W-MESESCASA = (W-DESLANO - W-ADMANO) * 12
                                    + W-DESLMES - W-ADMMES
                IF W-DTDESL(7:2) < W-DTADM(7:2) AND W-MESESCASA > 0
                   SUBTRACT 1 FROM W-MESESCASA.
                DIVIDE W-MESESCASA BY 12 GIVING W-ANOSCASA
                MOVE 30 TO W-AVIDIAS
                IF W-ANOSCASA > 1
                   COMPUTE W-AVIDIAS = 30 + (W-ANOSCASA - 1) * 3.
                IF W-AVIDIAS > 90
                   MOVE 90 TO W-AVIDIAS.
       CALC-AVISO-VAL.
                MOVE "I" TO W-AVITIPO
                COMPUTE W-AVISOIND = SALBRUTO / 30 * W-AVIDIAS.
       CALC-AVISO-FIM.
                EXIT.
      *----------------------------------------------------------------
      * TRCT NO SPOOL: EMPREGADOR (ARQFILIAL), EMPREGADO (CADFUNC),
      * CONTRATO, CAUSA DO AFASTAMENTO E DISCRIMINACAO DAS VERBAS
      * RESCISORIAS E DEDUCOES, COM TOTAIS E CAMPOS DE ASSINATURA.
      *----------------------------------------------------------------
       IMPRIME-TRCT.
                MOVE SPACES TO W-FILRAZAO W-FILCIDADE W-FILUF
                MOVE ZEROS TO W-FILCNPJ
                OPEN INPUT CADFILIAL
                IF ST-ERRO = "00"
                   MOVE FILIAL TO FILCOD
                   READ CADFILIAL
                   IF ST-ERRO = "00"
                      MOVE FILRAZAO TO W-FILRAZAO
                      MOVE FILCNPJ TO W-FILCNPJ
                      MOVE FILCIDADE TO W-FILCIDADE
                      MOVE FILUF TO W-FILUF
                   END-IF
                   CLOSE CADFILIAL.
                MOVE "TRCT" TO W-SPLTIPO
                MOVE W-DTDESL(5:2) TO W-SPLMES
                MOVE W-DTDESL(1:4) TO W-SPLANO
                PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
                OPEN OUTPUT CADRESCTX
                WRITE REGRESCTX FROM TRCT-TIT
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "IDENTIFICACAO DO EMPREGADOR" TO TS-DESC
                WRITE REGRESCTX FROM TRCT-SEC
                MOVE SPACES TO TRCT-CAMPO
                MOVE "CNPJ" TO TC-ROT
                MOVE W-FILCNPJ TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "RAZAO SOCIAL" TO TC-ROT
                MOVE W-FILRAZAO TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "MUNICIPIO / UF" TO TC-ROT
                MOVE SPACES TO TC-VAL
                STRING W-FILCIDADE DELIMITED BY "  "
                       " / " W-FILUF DELIMITED BY SIZE INTO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "FILIAL" TO TC-ROT
                MOVE FILIAL TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "IDENTIFICACAO DO TRABALHADOR" TO TS-DESC
                WRITE REGRESCTX FROM TRCT-SEC
                MOVE "CHAPA" TO TC-ROT
                MOVE CODFUNC TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "NOME" TO TC-ROT
                MOVE NOME TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "CPF" TO TC-ROT
                MOVE CPF TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "PIS/PASEP" TO TC-ROT
                MOVE PIS TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "CTPS" TO TC-ROT
                MOVE CTPS TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "DATA DE NASCIMENTO" TO TC-ROT
                MOVE DATANASC TO W-DTX
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE W-DTED TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "DADOS DO CONTRATO" TO TS-DESC
                WRITE REGRESCTX FROM TRCT-SEC
                MOVE "CARGO" TO TC-ROT
                MOVE DENCAR TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "REMUNERACAO MES ANTERIOR" TO TC-ROT
                MOVE SALBRUTO TO W-VALED
                MOVE W-VALED TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "DATA DE ADMISSAO" TO TC-ROT
                MOVE W-DTADM TO W-DTX
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE W-DTED TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "DATA DO AVISO PREVIO" TO TC-ROT
                MOVE W-AVIDATA TO W-DTX
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE W-DTED TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "DATA DO AFASTAMENTO" TO TC-ROT
                MOVE W-DTDESL TO W-DTX
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE W-DTED TO TC-VAL
                WRITE REGRESCTX FROM TRCT-CAMPO
                MOVE "CAUSA DO AFASTAMENTO" TO TC-ROT
                IF W-MOTIVO = "D"
                   MOVE "SJ2 - DISPENSA SEM JUSTA CAUSA" TO TC-VAL.
                IF W-MOTIVO = "J"
                   MOVE "JC2 - DISPENSA POR JUSTA CAUSA" TO TC-VAL.
                IF W-MOTIVO = "P"
                   MOVE "PD0 - PEDIDO DE DEMISSAO" TO TC-VAL.
                WRITE REGRESCTX FROM TRCT-CAMPO
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "DISCRIMINACAO DAS VERBAS RESCISORIAS" TO TS-DESC
                WRITE REGRESCTX FROM TRCT-SEC
                MOVE SPACES TO TRCT-VERBA
                MOVE "50" TO TV-COD
                MOVE "SALDO DE SALARIO (PAGO NA FOLHA MENSAL)"
                                                           TO TV-DESC
                MOVE SPACES TO TV-REF
                STRING W-SALDIAS " DIAS" DELIMITED BY SIZE INTO TV-REF
                MOVE W-SALDOSAL TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                IF W-AVISOIND NOT = ZEROS
                   MOVE "69" TO TV-COD
                   MOVE "AVISO PREVIO INDENIZADO" TO TV-DESC
                   MOVE SPACES TO TV-REF
                   STRING W-AVIDIAS " DIAS" DELIMITED BY SIZE
                          INTO TV-REF
                   MOVE W-AVISOIND TO TV-VAL
                   WRITE REGRESCTX FROM TRCT-VERBA.
                MOVE "63" TO TV-COD
                MOVE "13o SALARIO PROPORCIONAL" TO TV-DESC
                MOVE SPACES TO TV-REF
                STRING W-MESAVOS "/12 AVOS" DELIMITED BY SIZE
                       INTO TV-REF
                MOVE W-DECPROP TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                MOVE "65" TO TV-COD
                MOVE "FERIAS PROPORCIONAIS" TO TV-DESC
                MOVE W-FERPROP TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                MOVE "68" TO TV-COD
                MOVE "TERCO CONSTITUCIONAL DE FERIAS" TO TV-DESC
                MOVE SPACES TO TV-REF
                MOVE W-FERTERCO TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                IF W-MULTAFGTS NOT = ZEROS
                   MOVE "MULT" TO TV-COD
                   MOVE "MULTA RESCISORIA FGTS 40% (ESTIMADA)"
                                                           TO TV-DESC
                   MOVE W-MULTAFGTS TO TV-VAL
                   WRITE REGRESCTX FROM TRCT-VERBA.
                IF W-BHVAL NOT = ZEROS
                   MOVE "BH" TO TV-COD
                   MOVE "QUITACAO DO BANCO DE HORAS" TO TV-DESC
                   MOVE W-BHVAL TO TV-VAL
                   WRITE REGRESCTX FROM TRCT-VERBA.
                COMPUTE W-TOTBRUTO = W-DECPROP + W-FERPROP + W-FERTERCO
                                   + W-MULTAFGTS + W-BHVAL + W-AVISOIND
                MOVE SPACES TO TRCT-VERBA
                MOVE "TOTAL RESCISORIO BRUTO" TO TV-DESC
                MOVE W-TOTBRUTO TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "DEDUCOES" TO TS-DESC
                WRITE REGRESCTX FROM TRCT-SEC
                MOVE "EMPR" TO TV-COD
                MOVE "SALDO DE EMPRESTIMO CONSIGNADO" TO TV-DESC
                MOVE W-EMPSALDO TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                IF W-PATDESC NOT = ZEROS
                   MOVE "PATR" TO TV-COD
                   MOVE "BENS NAO DEVOLVIDOS (TERMO ASSINADO)"
                                                           TO TV-DESC
                   MOVE W-PATDESC TO TV-VAL
                   WRITE REGRESCTX FROM TRCT-VERBA.
                COMPUTE W-TOTDED = W-EMPSALDO + W-PATDESC
                MOVE SPACES TO TV-COD
                MOVE "TOTAL DE DEDUCOES" TO TV-DESC
                MOVE W-TOTDED TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE "VALOR LIQUIDO" TO TV-DESC
                MOVE W-TOTRESC TO TV-VAL
                WRITE REGRESCTX FROM TRCT-VERBA
                WRITE REGRESCTX FROM TRCT-SEP
                MOVE SPACES TO REGRESCTX
                WRITE REGRESCTX
                WRITE REGRESCTX
                WRITE REGRESCTX FROM TRCT-ASSIN
                WRITE REGRESCTX FROM TRCT-ASSIN2
                CLOSE CADRESCTX.
       IMPRIME-TRCT-FIM.
                EXIT.
      *----------------------------------------------------------------
      * REQUERIMENTO DO SEGURO-DESEMPREGO (SEGDESnnnnnn.TXT) COM OS
      * TRES ULTIMOS SALARIOS ANTERIORES AO MES DA DISPENSA, LIDOS DO
      * HISTORICO MENSAL (ARQHISTF, GRAVADO NO FECHAMENTO - FPP038).
      *----------------------------------------------------------------
       GERA-SEGDES.
                MOVE ZEROS TO W-SDCOMP1 W-SDCOMP2 W-SDCOMP3
                              W-SDSAL1 W-SDSAL2 W-SDSAL3
                COMPUTE W-SDCOMPDEM = W-DESLANO * 100 + W-DESLMES
                OPEN INPUT CADHISTF
                IF ST-ERRO NOT = "00"
                   GO TO GERA-SEGDES-GRAVA.
                MOVE CODFUNC TO HF-CODFUNC
                MOVE ZEROS TO HF-ANO HF-MES HF-FIL
                START CADHISTF KEY IS NOT LESS HF-KEY
                IF ST-ERRO NOT = "00"
                   GO TO GERA-SEGDES-FECHA.
       GERA-SEGDES-LP.
                READ CADHISTF NEXT
                IF ST-ERRO NOT = "00"
                   GO TO GERA-SEGDES-FECHA.
                IF HF-CODFUNC NOT = CODFUNC
                   GO TO GERA-SEGDES-FECHA.
                COMPUTE W-HFCOMP = HF-ANO * 100 + HF-MES
                IF W-HFCOMP NOT < W-SDCOMPDEM
                   GO TO GERA-SEGDES-FECHA.
      * O MESMO MES EM OUTRA FILIAL (TRANSFERENCIA) SOMA NO MESMO SLOT.
                IF W-HFCOMP = W-SDCOMP3
                   ADD HF-BRUTO TO W-SDSAL3
                   GO TO GERA-SEGDES-LP.
                MOVE W-SDCOMP2 TO W-SDCOMP1
                MOVE W-SDSAL2 TO W-SDSAL1
                MOVE W-SDCOMP3 TO W-SDCOMP2
                MOVE W-SDSAL3 TO W-SDSAL2
                MOVE W-HFCOMP TO W-SDCOMP3
                MOVE HF-BRUTO TO W-SDSAL3
                GO TO GERA-SEGDES-LP.
       GERA-SEGDES-FECHA.
                CLOSE CADHISTF.
       GERA-SEGDES-GRAVA.
                MOVE CODFUNC TO W-SDNOME-COD
                MOVE W-SDNOME1 TO W-SDNOME
                OPEN OUTPUT CADSEGDES
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GERACAO DO SEGURO-DESEMPREGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-SEGDES-FIM.
                MOVE W-FILCNPJ TO SDH-CNPJ
                MOVE W-FILRAZAO TO SDH-RAZAO
                ACCEPT SDH-DATA FROM DATE YYYYMMDD
                WRITE REGSEGDES FROM SD-HEADER
                MOVE CPF TO SDD-CPF
                MOVE PIS TO SDD-PIS
                MOVE NOME TO SDD-NOME
                MOVE CTPS TO SDD-CTPS
                MOVE DATANASC TO SDD-NASC
                MOVE SEXO TO SDD-SEXO
                MOVE W-DTADM TO SDD-ADM
                MOVE W-DTDESL TO SDD-DEM
                IF W-AVISOIND NOT = ZEROS
                   MOVE "S" TO SDD-AVISO
                ELSE
                   MOVE "N" TO SDD-AVISO.
                MOVE W-SDCOMP1 TO SDD-COMP1
                MOVE W-SDSAL1 TO SDD-SAL1
                MOVE W-SDCOMP2 TO SDD-COMP2
                MOVE W-SDSAL2 TO SDD-SAL2
                MOVE W-SDCOMP3 TO SDD-COMP3
                MOVE W-SDSAL3 TO SDD-SAL3
                MOVE BANCO TO SDD-BANCO
                MOVE AGENCIA TO SDD-AGENCIA
                WRITE REGSEGDES FROM SD-DETALHE
                MOVE 1 TO SDT-QTD
                WRITE REGSEGDES FROM SD-TRAILER
                CLOSE CADSEGDES
                IF W-SDCOMP1 = ZEROS
                   MOVE "*** HISTORICO SEM 3 SALARIOS - CONFERIR SD ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-SEGDES-FIM.
                EXIT.
      *----------------------------------------------------------------
      * DATA AAAAMMDD (W-DTX) EDITADA DD/MM/AAAA (W-DTED)
      *----------------------------------------------------------------
       EDITA-DATA.
                MOVE SPACES TO W-DTED
                IF W-DTX = ZEROS
                   GO TO EDITA-DATA-FIM.
                STRING W-DTX(7:2) "/" W-DTX(5:2) "/" W-DTX(1:4)
                       DELIMITED BY SIZE INTO W-DTED.
       EDITA-DATA-FIM.
                EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DO LOG DE AUDITORIA
      *----------------------------------------------------------------
       GRAVA-LOG.
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
       LISTA-EPI-FIM.
                EXIT.
      *----------------------------------------------------------------
      * PATRIMONIO EMPRESTADO (FPP167) SEM DEVOLUCAO: CADA BEM VAI
      * PARA A TABELA W-PTTAB; QUANDO HA TERMO DE RESPONSABILIDADE
      * ASSINADO, O OPERADOR DECIDE SE O VALOR DO BEM (FPP166) E
      * DESCONTADO NO ACERTO (W-PATDESC).
      *----------------------------------------------------------------
       VERIF-PATR.
                MOVE ZEROS TO W-PTQT W-PATDESC
                IF W-PATARQ NOT = 1
                   GO TO VERIF-PATR-FIM.
                MOVE CODFUNC TO PTE-CODFUNC
                MOVE ZEROS TO PTE-SEQ
                START CADPATENT KEY IS NOT LESS PTE-KEY
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-PATR-FIM.
       VERIF-PATR-LP.
                READ CADPATENT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-PATR-FIM.
                IF PTE-CODFUNC NOT = CODFUNC
                   GO TO VERIF-PATR-FIM.
                IF PTE-DEVOL NOT = ZEROS
                   GO TO VERIF-PATR-LP.
                IF W-PTQT = 30
                   GO TO VERIF-PATR-FIM.
                MOVE PTE-PAT TO PAT-NUM
                READ CADPATR
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO PAT-DESC
                   MOVE ZEROS TO PAT-VALOR.
                ADD 1 TO W-PTQT
                MOVE PTE-SEQ TO W-PTSEQ(W-PTQT)
                MOVE PTE-PAT TO W-PTNUM(W-PTQT)
                MOVE PAT-DESC TO W-PTNOME(W-PTQT)
                MOVE PAT-VALOR TO W-PTVAL(W-PTQT)
                MOVE PTE-TERMO TO W-PTTERMO(W-PTQT)
                MOVE "N" TO W-PTCOBRA(W-PTQT)
                IF PTE-TERMO NOT = "S" OR PAT-VALOR = ZEROS
                   GO TO VERIF-PATR-LP.
       VERIF-PATR-PERG.
                DISPLAY (14, 01) LIMPA
                DISPLAY (14, 31) LIMPA
                DISPLAY (14, 01) "BEM NAO DEVOLVIDO (TERMO ASSINADO): "
                DISPLAY (14, 37) PAT-DESC
                MOVE PAT-VALOR TO W-VALED
                DISPLAY (15, 01) "VALOR "
                DISPLAY (15, 07) W-VALED
                DISPLAY (15, 20) "DESCONTAR NA RESCISAO (S/N) : "
                MOVE SPACES TO W-OPCAO
                ACCEPT (15, 50) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-PTCOBRA(W-PTQT)
                   ADD PAT-VALOR TO W-PATDESC
                ELSE
                   IF W-OPCAO NOT = "N" AND "n"
                      GO TO VERIF-PATR-PERG.
                DISPLAY (14, 01) LIMPA
                DISPLAY (14, 31) LIMPA
                DISPLAY (15, 01) LIMPA
                GO TO VERIF-PATR-LP.
       VERIF-PATR-FIM.
                EXIT.
      *----------------------------------------------------------------
      * BENS NAO DEVOLVIDOS NO TERMO DE RESCISAO, COM O VALOR
      * DESCONTADO QUANDO O OPERADOR OPTOU PELO DESCONTO.
      *----------------------------------------------------------------
       LISTA-PATR.
                IF W-PTQT = ZEROS
                   GO TO LISTA-PATR-FIM.
                MOVE ZEROS TO W-PTIX.
       LISTA-PATR-LP.
                ADD 1 TO W-PTIX
                IF W-PTIX > W-PTQT
                   GO TO LISTA-PATR-TOT.
                MOVE W-PTNOME(W-PTIX) TO RESC-PATNOME
                MOVE W-PTNUM(W-PTIX) TO RESC-PATNUM
                MOVE SPACES TO RESC-PATTXT
                MOVE ZEROS TO RESC-PATV
                IF W-PTCOBRA(W-PTIX) = "S"
                   MOVE " DESCONTO: " TO RESC-PATTXT
                   MOVE W-PTVAL(W-PTIX) TO RESC-PATV
                ELSE
                   IF W-PTTERMO(W-PTIX) NOT = "S"
                      MOVE " SEM TERMO" TO RESC-PATTXT.
                WRITE REGRESCTX FROM RESC-PAT
                GO TO LISTA-PATR-LP.
       LISTA-PATR-TOT.
                DISPLAY (22, 01)
                   "HA BEM NAO DEVOLVIDO - VER TERMO DE RESCISAO".
       LISTA-PATR-FIM.
                EXIT.
      *----------------------------------------------------------------
      * RESCISAO GRAVADA: O VALOR DESCONTADO DE CADA BEM FICA NO
      * EMPRESTIMO (PTE-DESCONTO) COMO REGISTRO DA COBRANCA; UM
      * RECALCULO SEM DESCONTO ZERA O VALOR ANTERIOR.
      *----------------------------------------------------------------
       BAIXA-PATR.
                IF W-PTQT = ZEROS
                   GO TO BAIXA-PATR-FIM.
                MOVE ZEROS TO W-PTIX.
       BAIXA-PATR-LP.
                ADD 1 TO W-PTIX
                IF W-PTIX > W-PTQT
                   GO TO BAIXA-PATR-FIM.
                MOVE CODFUNC TO PTE-CODFUNC
                MOVE W-PTSEQ(W-PTIX) TO PTE-SEQ
                READ CADPATENT
                IF ST-ERRO NOT = "00"
                   GO TO BAIXA-PATR-LP.
                MOVE REGPATENT TO LOG-ANTES
                IF W-PTCOBRA(W-PTIX) = "S"
                   MOVE W-PTVAL(W-PTIX) TO W-VALPT
                ELSE
                   MOVE ZEROS TO W-VALPT.
                IF PTE-DESCONTO = W-VALPT
                   GO TO BAIXA-PATR-LP.
                MOVE W-VALPT TO PTE-DESCONTO
                REWRITE REGPATENT
                MOVE "CADPATENT" TO LOG-ARQUIVO
                MOVE "A" TO LOG-ACAO
                MOVE PTE-KEY TO LOG-CHAVE
                MOVE REGPATENT TO LOG-DEPOIS
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                GO TO BAIXA-PATR-LP.
       BAIXA-PATR-FIM.
                EXIT.
      *----------------------------------------------------------------
      * JUSTA CAUSA (FPP110): O HISTORICO DISCIPLINAR ATIVO DA CHAPA
      * VAI PARA O TERMO DE RESCISAO COMO FUNDAMENTACAO.
      *----------------------------------------------------------------
       VERIF-ASO-FIM.
                EXIT.
      *----------------------------------------------------------------
      * ESTABILIDADE PROVISORIA (FPP124): DISPENSA SEM JUSTA CAUSA COM
      * ESTABILIDADE EM ABERTO NA DATA DO DESLIGAMENTO E RECUSADA
      * (W-ESTACH = 1 DEVOLVE PARA A CHAPA).
      *----------------------------------------------------------------
       VERIF-ESTAB.
                MOVE ZEROS TO W-ESTACH
                IF W-ESTARQ NOT = 1 OR W-MOTIVO NOT = "D"
                   GO TO VERIF-ESTAB-FIM.
                MOVE CODFUNC TO EST-CODFUNC
                MOVE ZEROS TO EST-SEQ
                START CADESTAB KEY IS NOT LESS EST-KEY
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-ESTAB-FIM.
       VERIF-ESTAB-LP.
                READ CADESTAB NEXT
                IF ST-ERRO NOT = "00"
                   GO TO VERIF-ESTAB-FIM.
                IF EST-CODFUNC NOT = CODFUNC
                   GO TO VERIF-ESTAB-FIM.
                IF EST-DATAINI > W-DTDESL OR EST-DATAFIM < W-DTDESL
                   GO TO VERIF-ESTAB-LP.
                MOVE 1 TO W-ESTACH
                MOVE EST-DATAFIM TO W-ESTFIM
                DISPLAY (14, 01)
                   "ESTABILIDADE PROVISORIA (FPP124) ATE "
                DISPLAY (14, 38) W-ESTFIM
                MOVE "*** DISPENSA SEM JUSTA CAUSA BLOQUEADA ***"
                                                               TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIF-ESTAB-FIM.
                EXIT.
      *----------------------------------------------------------------
      * QUITACAO OBRIGATORIA DO BANCO DE HORAS NA RESCISAO: SALDO
      * POSITIVO PAGO A TARIFA HORARIA COM ADICIONAL DE 50%. AQUI SO
      * SE CALCULA O VALOR; O SALDO E BAIXADO EM BAIXA-BH, DEPOIS DA
                   CLOSE CADASO.
                IF W-EPIARQ = 1
                   CLOSE CADEPIENT CADEPI.
                IF W-PATARQ = 1
                   CLOSE CADPATENT CADPATR.
                IF W-DISCARQ = 1
                   CLOSE CADDISC.
                IF W-ESTARQ = 1
                   CLOSE CADESTAB.
                CLOSE CADFUNC CADCAR CADRESC.
                IF W-PPPOFER = 1
                   PERFORM OFERECE-PPP THRU OFERECE-PPP-FIM.
       ROT-FIMP.
                EXIT PROGRAM.

                STOP RUN.
      *
      *----------------------------------------------------------------
      * DESLIGADO DE CARGO COM GRAU DE RISCO: PERGUNTA SE GERA O PPP
      * (PERFIL PROFISSIOGRAFICO) DA CHAPA NO SPOOL.
      *----------------------------------------------------------------
       OFERECE-PPP.
                MOVE ZEROS TO W-PPPOFER
                DISPLAY (12, 05)
                   "CARGO COM GRAU DE RISCO - GERAR O PPP (S/N) : "
                MOVE SPACES TO W-OPCAO
                ACCEPT (12, 51) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   CALL "FPP128.COB" USING W-PPPPARM.
       OFERECE-PPP-FIM.
                EXIT.
      *----------------------------------------------------------------
      * REGISTRA A SAIDA NO SPOOL CENTRAL (ARQSPOOL): CADA GERACAO
      * GANHA NUMERO E NOME PROPRIOS EM VEZ DE SOBRESCREVER UM .DOC
      * FIXO; A TELA DE SPOOL (FPP063) LISTA E REIMPRIME QUALQUER
