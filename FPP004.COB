                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VAG-NUM
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAN-NUM
                      ALTERNATE RECORD KEY IS CAN-VAGNUM
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CAN-CPF
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCERTFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEQID
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIX-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADARQFUNC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 SEQID                    PIC X(08).
          03 SEQPROX                  PIC 9(06).
      *-----------------------------------------------------------------
      * FORMA DE PAGAMENTO E CHAVE PIX DO FAVORECIDO. ORIGEM "F" =
      * CHAPA, "P" = BENEFICIARIO DE PENSAO (CHAPA + SEQUENCIA DA
      * ORDEM), "A" = AUTONOMO. FORMA "C" = CREDITO EM CONTA, "P" =
      * PIX; TIPO DA CHAVE "C" = CPF/CNPJ, "E" = E-MAIL, "T" =
      * TELEFONE, "A" = ALEATORIA.
       FD CADPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
          03 PIX-KEY.
              05 PIX-ORIG             PIC X(01).
              05 PIX-COD              PIC 9(06).
              05 PIX-SEQ              PIC 9(02).
          03 PIX-FORMA                PIC X(01).
          03 PIX-TIPOCH               PIC X(01).
          03 PIX-CHAVE                PIC X(77).
          03 PIX-DATAALT              PIC 9(08).
      *-----------------------------------------------------------------
      * READMISSAO: VINCULO DA NOVA CHAPA COM A CHAPA ANTERIOR DO
      * MESMO CPF (NO CADFUNC, ORIGEM "F", OU JA NO HISTORICO DO
      * EXPURGO, ORIGEM "A"). RDM-EXPER "N" = MESMO CARGO, SEM
      * CONTRATO DE EXPERIENCIA; RDM-AVISO90 "S" = READMITIDO A
      * MENOS DE 90 DIAS DE DISPENSA SEM JUSTA CAUSA.
       FD CADREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CODFUNC              PIC 9(06).
          03 RDM-CODANT               PIC 9(06).
          03 RDM-ORIGANT              PIC X(01).
          03 RDM-ADMANT               PIC 9(08).
          03 RDM-DEMANT               PIC 9(08).
          03 RDM-MOTANT               PIC X(01).
          03 RDM-CARANT               PIC 9(03).
          03 RDM-EXPER                PIC X(01).
          03 RDM-AVISO90              PIC X(01).
          03 RDM-DATAREG              PIC 9(08).
      *-----------------------------------------------------------------
      * HISTORICO DO EXPURGO (FPP024): MESMO LAYOUT DO CADFUNC.
       FD CADARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQFUNC.DAT".
       01 REGARQFUNC      PIC X(182).
      *-----------------------------------------------------------------
       FD CADGRADE
               LABEL RECORD IS STANDARD
          03 VAG-APROV                PIC X(08).
          03 VAG-DATAAPR              PIC 9(08).
          03 VAG-NUM                  PIC 9(06).
      *-----------------------------------------------------------------
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
          03 CAN-NUM                  PIC 9(06).
          03 CAN-VAGNUM               PIC 9(06).
          03 CAN-CPF                  PIC 9(11).
          03 CAN-NOME                 PIC X(30).
          03 CAN-ETAPA                PIC X(01).
          03 CAN-DATACAD              PIC 9(08).
          03 CAN-DATAENT              PIC 9(08).
          03 CAN-ENTREV               PIC 9(06).
          03 CAN-DATAETAPA            PIC 9(08).
          03 CAN-OPER                 PIC X(08).
          03 CAN-CODFUNC              PIC 9(06).
          03 CAN-DATACONTR            PIC 9(08).
      *-----------------------------------------------------------------
       FD CADCERTCAR
               LABEL RECORD IS STANDARD
       01 W-VAGARQ        PIC 9(01) VALUE ZEROS.
       01 W-VAGNUM        PIC 9(06) VALUE ZEROS.
       01 W-VAGOK         PIC 9(01) VALUE ZEROS.
       01 W-CANARQ        PIC 9(01) VALUE ZEROS.
       01 W-CANNUM        PIC 9(06) VALUE ZEROS.
       01 W-CANVAG        PIC 9(06) VALUE ZEROS.
       01 TABTIPOAFAST.
          03 FILLER PIC X(31) VALUE "MLICENCA MATERNIDADE".
          03 FILLER PIC X(31) VALUE "DAFASTAMENTO POR DOENCA/INSS".
       01  W-DV2             PIC 9(01) VALUE ZEROS.
       01  W-TMP2            PIC 9(04) VALUE ZEROS.
       01  W-CPFOK           PIC X(02) VALUE "00".
       01  W-PISCALC         PIC 9(11) VALUE ZEROS.
       01  W-PISDIG REDEFINES W-PISCALC.
           03 W-PISD         PIC 9(01) OCCURS 11 TIMES.
       01  TABPESOPIS.
           03 FILLER         PIC X(10) VALUE "3298765432".
       01  TABPESOPISX REDEFINES TABPESOPIS.
           03 TBPESOPIS      PIC 9(01) OCCURS 10 TIMES.
       01  W-DVPIS           PIC 9(02) VALUE ZEROS.
       01  W-PISOK           PIC X(02) VALUE "00".
       01  W-DOCBUSCA        PIC 9(11) VALUE ZEROS.
       01  W-DOCDUP          PIC 9(01) VALUE ZEROS.
       01  W-PENDTIPO        PIC X(01) VALUE SPACES.
       01 W-SSX           PIC 9(02) VALUE ZEROS.
       01 W-FILOK         PIC 9(01) VALUE ZEROS.
       01 W-FILCHK        PIC 9(02) VALUE ZEROS.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP004".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.

       01 TABCPFINVALIDO.
          03 FILLER PIC 9(11) VALUE 00000000000.
           03 FILLER        PIC X(20).
       01  W-HOJELOG        PIC 9(08) VALUE ZEROS.
       01  W-HORALOG        PIC 9(08) VALUE ZEROS.
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
      *----------[ DIGITO DA CONTA PELA REGRA DO BANCO (FPP173) ]-------
       01 W-BCOPARM.
          03 W-BCOBANCO        PIC 9(03) VALUE ZEROS.
          03 W-BCOAGENCIA      PIC 9(04) VALUE ZEROS.
          03 W-BCOCONTA        PIC 9(08) VALUE ZEROS.
          03 W-BCODV           PIC X(01) VALUE SPACES.
          03 W-BCORC           PIC X(01) VALUE SPACES.
          03 W-BCODVCALC       PIC X(01) VALUE SPACES.
          03 W-BCOMSG          PIC X(50) VALUE SPACES.
      *----------[ FORMATO DA CHAVE PIX PELO TIPO (FPP174) ]------------
       01 W-CHVPARM.
          03 W-CHVTIPO         PIC X(01) VALUE SPACES.
          03 W-CHVCHAVE        PIC X(77) VALUE SPACES.
          03 W-CHVRC           PIC X(01) VALUE SPACES.
          03 W-CHVMSG          PIC X(50) VALUE SPACES.
      *----------[ IMAGEM DO ARQPIX LIDA, P/ PENDENCIA "X" ]------------
       01  W-PIXANTES       PIC X(96) VALUE SPACES.
       01  W-PIXANTESX REDEFINES W-PIXANTES.
           03 FILLER        PIC X(09).
           03 WA-PIXFORMA   PIC X(01).
           03 WA-PIXTIPOCH  PIC X(01).
           03 WA-PIXCHAVE   PIC X(77).
           03 FILLER        PIC X(08).
      *----------[ READMISSAO: VINCULO ANTERIOR DO MESMO CPF ]----------
       01 W-RDMACHOU      PIC 9(01) VALUE ZEROS.
       01 W-RDMORIG       PIC X(01) VALUE SPACES.
       01 W-RDMIND        PIC 9(01) VALUE ZEROS.
       01 W-RDMINTADM     PIC 9(07) VALUE ZEROS.
       01 W-RDMINTDEM     PIC 9(07) VALUE ZEROS.
       01 W-RDMDIAS       PIC 9(07) VALUE ZEROS.
       01 W-RDMDATA       PIC 9(08) VALUE ZEROS.
       01 W-RDMDATAX REDEFINES W-RDMDATA.
          03 W-RDMANO     PIC 9(04).
          03 W-RDMMES     PIC 9(02).
          03 W-RDMDIA     PIC 9(02).
       01 W-RDMMSG.
          03 FILLER       PIC X(11) VALUE "CHAPA ANT. ".
          03 RM-COD       PIC 9(06).
          03 FILLER       PIC X(06) VALUE " DEM. ".
          03 RM-DIA       PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 RM-MES       PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 RM-ANO       PIC 9(04).
          03 FILLER       PIC X(01) VALUE " ".
          03 RM-MOT       PIC X(30).
       01  W-PIXLIMPA       PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-OPERID        PIC X(08).
           OPEN I-O CADVAGA
           IF ST-ERRO = "00"
              MOVE 1 TO W-VAGARQ.
       R0CA.
      * O CADASTRO DE CANDIDATOS (FPP143) E OPCIONAL: COM ELE A
      * CHAPA NOVA PODE VIR DE UM CANDIDATO APROVADO, JA COM NOME,
      * CPF, DEPARTAMENTO, CARGO E REQUISICAO PREENCHIDOS.
           MOVE ZEROS TO W-CANARQ
           IF W-VAGARQ = 1
              OPEN INPUT CADCAND
              IF ST-ERRO = "00"
                 MOVE 1 TO W-CANARQ.
       R0P.
           OPEN I-O CADPEND
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0X.
           OPEN I-O CADPIX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPIX
                 CLOSE CADPIX
                 GO TO R0X
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPIX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0R.
           OPEN I-O CADREADM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREADM
                 CLOSE CADREADM
                 GO TO R0R
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREADM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0C.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"  
           MOVE ZEROS TO BANCO AGENCIA CONTA
           MOVE ZEROS TO DATAINIAFAST DATAPREVRET
           MOVE ZEROS TO FILIAL IN REGFUNC
           MOVE SPACES TO REGPIX
           MOVE "C" TO PIX-FORMA
           MOVE REGPIX TO W-PIXANTES
           MOVE ZEROS TO W-RDMACHOU
           MOVE SPACES TO REGREADM
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TELAPRINCIPAL
           DISPLAY (20, 01) W-PIXLIMPA.
      *----------------------------------------------------------------
      * CHAPA ZERO = INCLUSAO COM NUMERO ATRIBUIDO PELO CONTROLE DE
      * SEQUENCIA (ARQSEQ); CHAPA DIGITADA SERVE APENAS PARA
      * CONSULTA/ALTERACAO/EXCLUSAO DE REGISTRO EXISTENTE.
      *----------------------------------------------------------------
       R1.
           MOVE ZEROS TO W-RDMACHOU
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           MOVE W-SEGAGORA TO W-SEGANTES
           ACCEPT TCODFUNC
           MOVE REGFUNC TO W-REGLIDO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
                IF W-FILRC = "N"
                   MOVE "*** CHAPA DE FILIAL NAO PERMITIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A
                END-IF
                MOVE REGFUNC TO W-REGANTES
                DISPLAY TELAPRINCIPAL
                PERFORM LE-PIX THRU LE-PIX-FIM
                MOVE "*** FUNCIONARIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           DISPLAY TCODFUNC
           MOVE "*** NOVA CHAPA ATRIBUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *----------------------------------------------------------------
      * ADMISSAO DE CANDIDATO APROVADO (FPP143): TRAZ OS DADOS DO
      * CANDIDATO E DA REQUISICAO; O OPERADOR CONFERE E COMPLETA.
      *----------------------------------------------------------------
       R1-CAND.
           MOVE ZEROS TO W-CANNUM W-CANVAG
           IF W-CANARQ NOT = 1
              GO TO R2.
           DISPLAY (23, 01) "CANDIDATO APROVADO (0 = NENHUM): "
           ACCEPT (23, 34) W-CANNUM WITH UPDATE
           IF W-CANNUM = ZEROS
              DISPLAY TELAPRINCIPAL
              GO TO R2.
           MOVE W-CANNUM TO CAN-NUM
           READ CADCAND
           IF ST-ERRO NOT = "00"
              MOVE "*** CANDIDATO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-CAND.
           IF CAN-ETAPA NOT = "A"
              MOVE "*** CANDIDATO NAO ESTA APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-CAND.
           MOVE CAN-VAGNUM TO VAG-NUM
           READ CADVAGA
           IF ST-ERRO NOT = "00" OR VAG-STAT NOT = "A"
              MOVE "*** REQUISICAO DO CANDIDATO NAO ESTA ABERTA ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-CAND.
           MOVE CAN-VAGNUM TO W-CANVAG
           MOVE CAN-NOME TO NOME
           MOVE CAN-CPF TO CPF
           MOVE VAG-DEP TO FUNCDEP
           MOVE VAG-CARGO TO FUNCCAR
           DISPLAY TELAPRINCIPAL.
       R2.
           ACCEPT TNOME
           IF NOME = SPACES
              MOVE "*** CPF JA CADASTRADO EM OUTRA CHAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.
      * NA INCLUSAO, O CPF DE UM EX-FUNCIONARIO TRAZ O VINCULO
      * ANTERIOR (CHAPA, DESLIGAMENTO E MOTIVO) PARA A TELA.
           IF W-SEL NOT = 1
              PERFORM MOSTRA-READM THRU MOSTRA-READM-FIM.
       R6.
           ACCEPT TFUNCDEP
           IF FUNCDEP = 0 
              GO TO R7.
       R7P-FIM.
      *----------------------------------------------------------------
      * READMISSAO NO MESMO CARGO DO VINCULO ANTERIOR: A EMPRESA JA
      * CONHECE O EMPREGADO NA FUNCAO E NAO CABE NOVO CONTRATO DE
      * EXPERIENCIA - A CHAPA FICA FORA DO CONTROLE DO FPP027.
      *----------------------------------------------------------------
       R7R.
           IF W-RDMACHOU = 0
              GO TO R7C.
           MOVE "S" TO RDM-EXPER
           IF FUNCCAR = RDM-CARANT
              MOVE "N" TO RDM-EXPER
              MOVE "* MESMO CARGO ANTERIOR: SEM EXPERIENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *----------------------------------------------------------------
      * CERTIFICACAO OBRIGATORIA DO CARGO (FPP107): AVISA QUANDO A
      * CHAPA NAO TEM A HABILITACAO VALIDA (FPP108) - NAO BLOQUEIA.
      *----------------------------------------------------------------
              MOVE "*** PIS/PASEP NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           PERFORM CALC-PIS THRU CALC-PIS-FIM
           IF W-PISOK NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           MOVE PIS TO W-DOCBUSCA
           PERFORM VERIF-PIS-UNICO THRU VERIF-PIS-UNICO-FIM
           IF W-DOCDUP = 1
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9A.
           MOVE AAAAMMDD TO DATAADM.
      *----------------------------------------------------------------
      * READMISSAO ATE 90 DIAS DEPOIS DE DISPENSA SEM JUSTA CAUSA E
      * VEDADA (PRESUNCAO DE FRAUDE AO FGTS/SEGURO-DESEMPREGO): AVISA
      * E SO SEGUE COM A CONFIRMACAO DO OPERADOR, QUE FICA MARCADA NO
      * VINCULO PARA O APROVADOR.
      *----------------------------------------------------------------
       R9R.
           IF W-RDMACHOU = 0
              GO TO R10.
           MOVE "N" TO RDM-AVISO90
           IF DATAADM NOT > RDM-DEMANT
              MOVE "* ADMISSAO ANTES DO DESLIGAMENTO ANTERIOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9A.
           IF RDM-MOTANT NOT = "D"
              GO TO R10.
           COMPUTE W-RDMINTADM = FUNCTION INTEGER-OF-DATE(DATAADM)
           COMPUTE W-RDMINTDEM = FUNCTION INTEGER-OF-DATE(RDM-DEMANT)
           COMPUTE W-RDMDIAS = W-RDMINTADM - W-RDMINTDEM
           IF W-RDMDIAS NOT < 90
              GO TO R10.
           DISPLAY (23, 11) W-RDMMSG
           MOVE "* READMISSAO A MENOS DE 90 DIAS DA DISPENSA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9R-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "DISPENSA S/ JUSTA CAUSA < 90 DIAS - "
           DISPLAY (23, 48) "CONFIRMA (S/N) : "
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              DISPLAY (23, 12) LIMPA
              DISPLAY (23, 62) LIMPA(1:10)
              GO TO R9A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9R-OPC.
           MOVE "S" TO RDM-AVISO90
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 62) LIMPA(1:10).
       R10.
      * QUANTDEP E CALCULADO AUTOMATICAMENTE A PARTIR DO CADASTRO DE
      * DEPENDENTES (FPP003) - NAO E MAIS DIGITADO PELO OPERADOR.
              MOVE "CAMPO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14I.
           MOVE BANCO TO W-BCOBANCO
           MOVE AGENCIA TO W-BCOAGENCIA
           MOVE CONTA TO W-BCOCONTA
           MOVE CONTADV TO W-BCODV
           CALL "FPP173.COB" USING W-BCOPARM
           IF W-BCORC = "N"
              MOVE W-BCOMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14G.
      *----------------------------------------------------------------
      * FORMA DE PAGAMENTO: "C" = CREDITO NA CONTA ACIMA, "P" = PIX
      * PELA CHAVE DA LINHA 20. A CHAVE FICA NO ARQPIX (ORIGEM "F") E
      * A MUDANCA, COMO A DOS DADOS BANCARIOS, VAI PARA A APROVACAO.
      *----------------------------------------------------------------
       R14P.
           DISPLAY (23, 40) "FORMA PGTO (C=CONTA P=PIX): ".
           ACCEPT (23, 68) PIX-FORMA WITH UPDATE
           IF PIX-FORMA NOT = "C" AND PIX-FORMA NOT = "P"
              MOVE "*** FORMA INVALIDA (C OU P) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14P.
           IF PIX-FORMA = "C"
              MOVE SPACES TO PIX-TIPOCH PIX-CHAVE
              DISPLAY (20, 01) W-PIXLIMPA
              GO TO R14I1.
       R14PT.
           DISPLAY (23, 40) "TIPO CHAVE (C/E/T/A):       ".
           ACCEPT (23, 62) PIX-TIPOCH WITH UPDATE
           IF PIX-TIPOCH NOT = "C" AND PIX-TIPOCH NOT = "E"
              AND PIX-TIPOCH NOT = "T" AND PIX-TIPOCH NOT = "A"
              MOVE "*** TIPO INVALIDO (C/E/T/A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14PT.
       R14PC.
           DISPLAY (20, 01) "PIX"
           ACCEPT (20, 04) PIX-CHAVE WITH UPDATE
           MOVE PIX-TIPOCH TO W-CHVTIPO
           MOVE PIX-CHAVE TO W-CHVCHAVE
           CALL "FPP174.COB" USING W-CHVPARM
           IF W-CHVRC NOT = "S"
              MOVE W-CHVMSG TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14PT.
       R14I1.
           DISPLAY (23, 40) "FILIAL: ".
           ACCEPT (23, 48) FILIAL IN REGFUNC WITH UPDATE
              MOVE "*** FILIAL NAO CADASTRADA (FPP057) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14I1.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14I1.
      * ------------- VERICAR SE E ALTERACAO -----------------
       R14E.
           IF W-SEL = 1
      * DEVOLVER) A VAGA NA DECISAO DA PENDENCIA.
                IF W-VAGARQ = 1 AND W-VAGNUM NOT = ZEROS
                   MOVE W-VAGNUM TO W-REGANTES(1:6).
      * ADMISSAO DE CANDIDATO: O NUMERO DELE VIAJA LOGO EM SEGUIDA,
      * PARA O FPP054 MARCA-LO COMO CONTRATADO NA EFETIVACAO.
                IF W-VAGARQ = 1 AND W-CANNUM NOT = ZEROS
                   MOVE W-CANNUM TO W-REGANTES(7:6).
                MOVE "I" TO W-PENDTIPO
                PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                IF ST-ERRO = "00" OR "02"
                      PERFORM VERIF-PIX-PEND THRU VERIF-PIX-PEND-FIM
                      PERFORM GRAVA-READM THRU GRAVA-READM-FIM
                      MOVE "* ENVIADO P/ APROVACAO (FPP054) *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   GO TO ALT-OPC.
       ALT-RW1.
      * MUDANCA DE DADOS BANCARIOS OU DE NIVEL SALARIAL E SENSIVEL:
      * VAI PARA A FILA DE APROVACAO EM VEZ DE GRAVAR DIRETO. A
      * FORMA DE PAGAMENTO / CHAVE PIX GERA PENDENCIA PROPRIA ("X").
                PERFORM VERIF-PIX-PEND THRU VERIF-PIX-PEND-FIM
                IF WA-BANCO NOT = BANCO OR WA-AGENCIA NOT = AGENCIA
                   OR WA-CONTA NOT = CONTA OR WA-CONTADV NOT = CONTADV
                   MOVE "B" TO W-PENDTIPO
       R6A-LIMITES-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DA CHAPA CONTRA AS FILIAIS DO OPERADOR (FPP187); A
      * TENTATIVA NEGADA FICA NO CADLOG.
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL IN REGFUNC TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VALIDA A FILIAL CONTRA O CADASTRO DE FILIAIS (FPP057);
      * SEM O ARQUIVO A VALIDACAO E DISPENSADA (COMPATIBILIDADE).
      *----------------------------------------------------------------
           MOVE CODFUNC TO PNDCHAVE
           MOVE W-REGANTES TO PNDANTES
           MOVE REGFUNC TO PNDDEPOIS
           IF W-PENDTIPO = "X"
              MOVE W-PIXANTES TO PNDANTES
              MOVE REGPIX TO PNDDEPOIS.
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
      * FORMA DE PAGAMENTO / CHAVE PIX DA CHAPA NA TELA (LINHA 20).
      * SEM REGISTRO NO ARQPIX A CHAPA RECEBE EM CONTA ("C").
      *----------------------------------------------------------------
       LE-PIX.
           MOVE "F" TO PIX-ORIG
           MOVE CODFUNC TO PIX-COD
           MOVE ZEROS TO PIX-SEQ
           READ CADPIX
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO REGPIX
              MOVE "F" TO PIX-ORIG
              MOVE CODFUNC TO PIX-COD
              MOVE ZEROS TO PIX-SEQ PIX-DATAALT
              MOVE "C" TO PIX-FORMA.
           MOVE REGPIX TO W-PIXANTES
           DISPLAY (20, 01) W-PIXLIMPA
           IF PIX-FORMA = "P"
              DISPLAY (20, 01) "PIX"
              DISPLAY (20, 04) PIX-CHAVE.
       LE-PIX-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MUDOU A FORMA DE PAGAMENTO OU A CHAVE: PENDENCIA "X" COM AS
      * IMAGENS DO ARQPIX, APLICADA PELO FPP054 NA APROVACAO.
      *----------------------------------------------------------------
       VERIF-PIX-PEND.
           MOVE "F" TO PIX-ORIG
           MOVE CODFUNC TO PIX-COD
           MOVE ZEROS TO PIX-SEQ
           IF PIX-FORMA = WA-PIXFORMA AND PIX-TIPOCH = WA-PIXTIPOCH
              AND PIX-CHAVE = WA-PIXCHAVE
              GO TO VERIF-PIX-PEND-FIM.
           ACCEPT PIX-DATAALT FROM DATE YYYYMMDD
           MOVE "X" TO W-PENDTIPO
           PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
           MOVE "* CHAVE PIX ENVIADA P/ APROVACAO (FPP054) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIF-PIX-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HISTORICO DE MOVIMENTACAO: TODA MUDANCA DE DEPARTAMENTO,
      * CARGO OU NIVEL SALARIAL GANHA UM REGISTRO COM DATA DE
      * VIGENCIA E OS VALORES ANTES/DEPOIS (BASE DO RELATORIO DE
           MOVE W-REGFUNC-SAVE TO REGFUNC.
       VERIF-CPF-UNICO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * READMISSAO: PROCURA O CPF ENTRE AS CHAPAS DESLIGADAS DO
      * CADFUNC E NO HISTORICO DO EXPURGO (CADARQFUNC, FPP024) E
      * FICA COM O DESLIGAMENTO MAIS RECENTE. O REGISTRO EM
      * DIGITACAO E PRESERVADO E RESTAURADO, COMO NO VERIF-CPF-UNICO.
      *----------------------------------------------------------------
       BUSCA-READM.
           MOVE ZEROS TO W-RDMACHOU
           MOVE SPACES TO REGREADM
           MOVE REGFUNC TO W-REGFUNC-SAVE
           MOVE CODFUNC TO W-CURFUNC
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO BUSCA-READM-ARQ.
       BUSCA-READM-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO BUSCA-READM-ARQ.
           IF CODFUNC NOT = W-CURFUNC AND CPF = W-DOCBUSCA
              AND FUNCSTAT = "D"
              MOVE "F" TO W-RDMORIG
              PERFORM GUARDA-READM THRU GUARDA-READM-FIM.
           GO TO BUSCA-READM-LP.
       BUSCA-READM-ARQ.
           OPEN INPUT CADARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-READM-REST.
       BUSCA-READM-ARQ-RD.
           READ CADARQFUNC
              AT END
                 CLOSE CADARQFUNC
                 GO TO BUSCA-READM-REST.
           MOVE REGARQFUNC TO REGFUNC
           IF CPF = W-DOCBUSCA
              MOVE "A" TO W-RDMORIG
              PERFORM GUARDA-READM THRU GUARDA-READM-FIM.
           GO TO BUSCA-READM-ARQ-RD.
       BUSCA-READM-REST.
           MOVE W-REGFUNC-SAVE TO REGFUNC.
       BUSCA-READM-FIM.
           EXIT.
      *
       GUARDA-READM.
           IF W-RDMACHOU = 1 AND DATADEM NOT > RDM-DEMANT
              GO TO GUARDA-READM-FIM.
           MOVE 1 TO W-RDMACHOU
           MOVE CODFUNC TO RDM-CODANT
           MOVE W-RDMORIG TO RDM-ORIGANT
           MOVE DATAADM TO RDM-ADMANT
           MOVE DATADEM TO RDM-DEMANT
           MOVE MOTIVODEM TO RDM-MOTANT
           MOVE FUNCCAR TO RDM-CARANT
           MOVE "S" TO RDM-EXPER
           MOVE "N" TO RDM-AVISO90.
       GUARDA-READM-FIM.
           EXIT.
      *
       MOSTRA-READM.
           PERFORM BUSCA-READM THRU BUSCA-READM-FIM
           IF W-RDMACHOU = 0
              GO TO MOSTRA-READM-FIM.
           MOVE RDM-CODANT TO RM-COD
           MOVE RDM-DEMANT TO W-RDMDATA
           MOVE W-RDMDIA TO RM-DIA
           MOVE W-RDMMES TO RM-MES
           MOVE W-RDMANO TO RM-ANO
           MOVE "MOTIVO NAO INFORMADO" TO RM-MOT
           MOVE 1 TO W-RDMIND.
       MOSTRA-READM-MOT.
           IF W-RDMIND > 3
              GO TO MOSTRA-READM-TELA.
           MOVE TBMOTIVODEM(W-RDMIND) TO TXTMOTIVODEM
           IF TXTMOTIVODEM1 = RDM-MOTANT
              MOVE TXTMOTIVODEM2 TO RM-MOT
              GO TO MOSTRA-READM-TELA.
           ADD 1 TO W-RDMIND
           GO TO MOSTRA-READM-MOT.
       MOSTRA-READM-TELA.
           MOVE "*** EX-FUNCIONARIO - READMISSAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 11) W-RDMMSG.
       MOSTRA-READM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VINCULO COM A CHAPA ANTERIOR, GRAVADO JUNTO COM A PENDENCIA
      * DE INCLUSAO (O FPP054 DESFAZ SE A INCLUSAO FOR REJEITADA).
      *----------------------------------------------------------------
       GRAVA-READM.
           IF W-RDMACHOU = 0
              GO TO GRAVA-READM-FIM.
           MOVE CODFUNC TO RDM-CODFUNC
           ACCEPT RDM-DATAREG FROM DATE YYYYMMDD
           WRITE REGREADM
           IF ST-ERRO = "22"
              REWRITE REGREADM.
           MOVE ZEROS TO W-RDMACHOU.
       GRAVA-READM-FIM.
           EXIT.
      *
       VERIF-PIS-UNICO.
           MOVE ZEROS TO W-DOCDUP
       CALC-CPF-FIM.
                EXIT.
      *----------------------------------------------------------------
      * DIGITO DO PIS/PASEP/NIT: PESOS 3 2 9 8 7 6 5 4 3 2 NOS DEZ
      * PRIMEIROS DIGITOS, MODULO 11 (RESULTADO 10 OU 11 VIRA ZERO).
      *----------------------------------------------------------------
       CALC-PIS.
           MOVE PIS TO W-PISCALC
           MOVE "00" TO W-PISOK
           MOVE ZEROS TO W-SOMA1
           MOVE 1 TO W-CPFIND.
       CALC-PIS-SOMA.
           COMPUTE W-SOMA1 = W-SOMA1
                 + W-PISD(W-CPFIND) * TBPESOPIS(W-CPFIND)
           ADD 1 TO W-CPFIND
           IF W-CPFIND < 11
              GO TO CALC-PIS-SOMA.
           DIVIDE W-SOMA1 BY 11 GIVING W-TMP2 REMAINDER W-RESTO1
           COMPUTE W-DVPIS = 11 - W-RESTO1
           IF W-DVPIS > 9
              MOVE 0 TO W-DVPIS.
           IF W-DVPIS NOT = W-PISD(11)
              MOVE "*** PIS/PASEP INVALIDO (DV) ***" TO MENS
              MOVE "99" TO W-PISOK.
       CALC-PIS-FIM.
                EXIT.
      *----------------------------------------------------------------
      * LEGENDA DE CODIGOS VALIDOS
      *----------------------------------------------------------------
       LEG-GENERO.
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
              CLOSE CADCERTCAR CADCERTFUN.
           IF W-VAGARQ = 1
              CLOSE CADVAGA.
           IF W-CANARQ = 1
              CLOSE CADCAND.
           CLOSE CADFUNC CADCAR CADDEP CADCEP CADSEQ CADMOVH CADPEND
                 CADPIX CADREADM.
           EXIT PROGRAM.

      *----------------------------------------------------------------
           IF W-VAGARQ NOT = 1
              GO TO VERIF-VAGA-FIM.
       VERIF-VAGA-NUM.
           MOVE W-CANVAG TO W-VAGNUM
           DISPLAY (23, 01) "NUMERO DA REQUISICAO DE VAGA: "
           ACCEPT (23, 31) W-VAGNUM WITH UPDATE
           IF W-VAGNUM = ZEROS
