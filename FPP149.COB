       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP149.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * AUXILIO-CRECHE POR DEPENDENTE (FILHO NO ARQDEPEN):    *
      * CRECHE, VALOR MENSAL DO RECIBO E VIGENCIA. O FPPREL  *
      * REEMBOLSA O RECIBO ATE O TETO DO SINDICATO DO CARGO  *
      * (ARQSINDCR, FPP073) ENQUANTO A CRIANCA TEM ATE 5     *
      * ANOS E 11 MESES; NO MES EM QUE COMPLETA 6 ANOS O     *
      * BENEFICIO E ENCERRADO AUTOMATICAMENTE                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRE-KEY
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
           SELECT CADSINDCR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SCR-COD
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * AUXILIO-CRECHE, UM REGISTRO POR DEPENDENTE (CHAPA + DEPENSEQ).
      *   COMPINI/COMPFIM: VIGENCIA (AAAAMM); COMPFIM ZERO = ATE O
      *          LIMITE DE IDADE
      *   COMPLIM: MES EM QUE A CRIANCA COMPLETA 6 ANOS (JA NAO PAGO)
      *   STAT   "A"=ATIVO  "E"=ENCERRADO
      *   ULTCOMP: ULTIMA COMPETENCIA PAGA PELO FPPREL
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
       FD CADSINDCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDCR.DAT".
       01 REGSINDCR.
          03 SCR-TETO                 PIC 9(06)V99.
          03 SCR-COD                  PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-TETO          PIC 9(06)V99 VALUE ZEROS.
       01 W-ANONASC       PIC 9(04) VALUE ZEROS.
       01 W-MESNASC       PIC 9(02) VALUE ZEROS.
       01 W-MESVIG        PIC 9(02) VALUE ZEROS.
       01 W-LIMMES        PIC 9(02) VALUE ZEROS.
       01 W-LIMANO        PIC 9(04) VALUE ZEROS.
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
               VALUE  "          -- AUXILIO-CRECHE POR DEPENDENTE --".
           05  LINE 04  COLUMN 01
               VALUE  "CHAPA DO FUNCIONARIO      :".
           05  LINE 06  COLUMN 01
               VALUE  "SEQUENCIA DO DEPENDENTE   :".
           05  LINE 07  COLUMN 01
               VALUE  "NASCIMENTO                :".
           05  LINE 07  COLUMN 40
               VALUE  "LIMITE (6 ANOS):".
           05  LINE 09  COLUMN 01
               VALUE  "TETO DA CONVENCAO (MES)   :".
           05  LINE 11  COLUMN 01
               VALUE  "CRECHE                    :".
           05  LINE 12  COLUMN 01
               VALUE  "CNPJ DA CRECHE            :".
           05  LINE 13  COLUMN 01
               VALUE  "VALOR MENSAL DO RECIBO    :".
           05  LINE 15  COLUMN 01
               VALUE  "VIGENCIA INICIO (AAAAMM)  :".
           05  LINE 16  COLUMN 01
               VALUE  "VIGENCIA FIM (AAAAMM)     :".
           05  LINE 16  COLUMN 40
               VALUE  "(ZERO = ATE O LIMITE)".
           05  LINE 18  COLUMN 01
               VALUE  "STATUS (A=ATIVO E=ENCERR.):".
           05  LINE 19  COLUMN 01
               VALUE  "ULTIMA COMPETENCIA PAGA   :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCRE-CODFUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CRE-CODFUNC
               HIGHLIGHT.
           05  TCRE-SEQDEP
               LINE 06  COLUMN 29  PIC 9(01)
               USING  CRE-SEQDEP
               HIGHLIGHT.
           05  TCRE-NOMECRECHE
               LINE 11  COLUMN 29  PIC X(30)
               USING  CRE-NOMECRECHE
               HIGHLIGHT.
           05  TCRE-CNPJ
               LINE 12  COLUMN 29  PIC 9(14)
               USING  CRE-CNPJ
               HIGHLIGHT.
           05  TCRE-VALRECIBO
               LINE 13  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  CRE-VALRECIBO
               HIGHLIGHT.
           05  TCRE-COMPINI
               LINE 15  COLUMN 29  PIC 9(06)
               USING  CRE-COMPINI
               HIGHLIGHT.
           05  TCRE-COMPFIM
               LINE 16  COLUMN 29  PIC 9(06)
               USING  CRE-COMPFIM
               HIGHLIGHT.
           05  TCRE-STAT
               LINE 18  COLUMN 29  PIC X(01)
               USING  CRE-STAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADCRECHE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCRECHE
                 CLOSE CADCRECHE
                 MOVE "*** ARQUIVO CADCRECHE FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRECHE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRECHE
              GO TO ROT-FIM2.
           OPEN INPUT CADDEPEN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE DEPENDENTES NAO ENCONTRADO **"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRECHE CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CARGOS NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRECHE CADFUNC CADDEPEN
              GO TO ROT-FIM2.
           OPEN INPUT CADSINDCR
           IF ST-ERRO NOT = "00"
              MOVE "* TETOS DE CRECHE NAO CADASTRADOS (SINDICATOS) *"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRECHE CADFUNC CADDEPEN CADCAR
              GO TO ROT-FIM2.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO CRE-CODFUNC CRE-SEQDEP CRE-CNPJ CRE-VALRECIBO
           MOVE ZEROS TO CRE-COMPINI CRE-COMPFIM CRE-COMPLIM
           MOVE ZEROS TO CRE-ULTCOMP CRE-DATAALT
           MOVE SPACES TO CRE-NOMECRECHE CRE-STAT CRE-OPER
           MOVE ZEROS TO W-SEL W-TETO
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TCRE-CODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CRE-CODFUNC = 0
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE CRE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (04, 40) NOME
           PERFORM BUSCA-TETO THRU BUSCA-TETO-FIM.
      * SO FILHO ATIVO NO CADASTRO DE DEPENDENTES (GRAUPAREN 1).
       R1A.
           ACCEPT TCRE-SEQDEP
           MOVE CRE-CODFUNC TO DEPENCODFUNC
           MOVE CRE-SEQDEP TO DEPENSEQ
           READ CADDEPEN
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           DISPLAY (06, 40) NOMEDEPEN
           IF GRAUPAREN NOT = 1
              MOVE "*** DEPENDENTE NAO E FILHO(A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           PERFORM CALC-LIMITE THRU CALC-LIMITE-FIM.
       LER-CADCRECHE.
           READ CADCRECHE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                PERFORM MOSTRA-DADOS THRU MOSTRA-DADOS-FIM
                MOVE "*** BENEFICIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCRECHE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF DEPENSTAT NOT = "A"
                   MOVE "*** DEPENDENTE NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-TETO = ZEROS
                   MOVE "* CONVENCAO DO CARGO SEM AUXILIO-CRECHE *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "*** BENEFICIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TCRE-NOMECRECHE
           IF CRE-NOMECRECHE = SPACES
              MOVE "*** NOME DA CRECHE NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           ACCEPT TCRE-CNPJ.
       R3.
           ACCEPT TCRE-VALRECIBO
           IF CRE-VALRECIBO = ZEROS
              MOVE "*** VALOR DO RECIBO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF CRE-VALRECIBO > W-TETO
              MOVE "* ACIMA DO TETO - SERA REEMBOLSADO ATE O TETO *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4.
           ACCEPT TCRE-COMPINI
           MOVE CRE-COMPINI(5:2) TO W-MESVIG
           IF CRE-COMPINI < 190001 OR W-MESVIG < 1 OR W-MESVIG > 12
              MOVE "*** INICIO DA VIGENCIA INVALIDO (AAAAMM) ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF CRE-COMPINI NOT < CRE-COMPLIM
              MOVE "*** CRIANCA JA ACIMA DE 5 ANOS E 11 MESES ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TCRE-COMPFIM
           IF CRE-COMPFIM = ZEROS
              GO TO R6.
           MOVE CRE-COMPFIM(5:2) TO W-MESVIG
           IF CRE-COMPFIM < CRE-COMPINI OR W-MESVIG < 1
              OR W-MESVIG > 12
              MOVE "*** FIM DA VIGENCIA INVALIDO (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           IF W-SEL = ZEROS
              MOVE "A" TO CRE-STAT.
           ACCEPT TCRE-STAT
           IF CRE-STAT NOT = "A" AND CRE-STAT NOT = "E"
              MOVE "*** STATUS INVALIDO (A OU E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-OPERID TO CRE-OPER
                MOVE W-HOJE TO CRE-DATAALT
                WRITE REGCRECHE
                IF ST-ERRO = "00" OR "02"
                      MOVE "CADCRECHE" TO LOG-ARQUIVO
                      MOVE "I" TO LOG-ACAO
                      MOVE CRE-KEY TO LOG-CHAVE
                      MOVE SPACES TO LOG-ANTES
                      MOVE REGCRECHE TO LOG-DEPOIS
                      PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADCRECHE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
      * TETO DO SINDICATO DO CARGO DA CHAPA (CARSIND -> ARQSINDCR).
      *----------------------------------------------------------------
       BUSCA-TETO.
           MOVE ZEROS TO W-TETO
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00" OR CARSIND = ZEROS
              GO TO BUSCA-TETO-MOSTRA.
           MOVE CARSIND TO SCR-COD
           READ CADSINDCR
           IF ST-ERRO = "00"
              MOVE SCR-TETO TO W-TETO.
       BUSCA-TETO-MOSTRA.
           DISPLAY (09, 29) W-TETO.
       BUSCA-TETO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * O BENEFICIO VALE ATE 5 ANOS E 11 MESES: O MES DO SEXTO
      * ANIVERSARIO (COMPLIM) JA NAO E PAGO.
      *----------------------------------------------------------------
       CALC-LIMITE.
           MOVE DEPENDATANASC(1:4) TO W-ANONASC
           MOVE DEPENDATANASC(5:2) TO W-MESNASC
           COMPUTE CRE-COMPLIM = (W-ANONASC + 6) * 100 + W-MESNASC
           DISPLAY (07, 29) DEPENDATANASC
           MOVE W-MESNASC TO W-LIMMES
           COMPUTE W-LIMANO = W-ANONASC + 6
           DISPLAY (07, 57) W-LIMMES
           DISPLAY (07, 59) "/"
           DISPLAY (07, 60) W-LIMANO.
       CALC-LIMITE-FIM.
           EXIT.
      *
       MOSTRA-DADOS.
           DISPLAY (04, 40) NOME
           DISPLAY (06, 40) NOMEDEPEN
           PERFORM BUSCA-TETO THRU BUSCA-TETO-FIM
           PERFORM CALC-LIMITE THRU CALC-LIMITE-FIM
           IF CRE-ULTCOMP NOT = ZEROS
              DISPLAY (19, 29) CRE-ULTCOMP.
       MOSTRA-DADOS-FIM.
           EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1INIT.
                IF W-OPCAO = "E"
                   GO TO EXC-OPC.
                MOVE 1 TO W-SEL
                MOVE REGCRECHE TO W-REGANTES
                GO TO R2.
      *
      * BENEFICIO JA PAGO NAO E EXCLUIDO: ENCERRAR COM STATUS "E".
       EXC-OPC.
                IF CRE-ULTCOMP NOT = ZEROS
                   MOVE "* BENEFICIO JA PAGO - ENCERRE (STATUS E) *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE REGCRECHE TO W-REGANTES
                DELETE CADCRECHE RECORD
                IF ST-ERRO = "00"
                   MOVE "CADCRECHE" TO LOG-ARQUIVO
                   MOVE "E" TO LOG-ACAO
                   MOVE CRE-KEY TO LOG-CHAVE
                   MOVE W-REGANTES TO LOG-ANTES
                   MOVE SPACES TO LOG-DEPOIS
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** BENEFICIO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-OPERID TO CRE-OPER
                MOVE W-HOJE TO CRE-DATAALT
                REWRITE REGCRECHE
                IF ST-ERRO = "00" OR "02"
                   MOVE "CADCRECHE" TO LOG-ARQUIVO
                   MOVE "A" TO LOG-ACAO
                   MOVE CRE-KEY TO LOG-CHAVE
                   MOVE W-REGANTES TO LOG-ANTES
                   MOVE REGCRECHE TO LOG-DEPOIS
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** BENEFICIO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO BENEFICIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
           CLOSE CADCRECHE CADFUNC CADDEPEN CADCAR CADSINDCR.
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
