       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP147.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * PROCESSOS TRABALHISTAS (RECLAMATORIAS) POR CHAPA:    *
      * NUMERO CNJ, VARA, PEDIDOS, VALOR DA CAUSA, RISCO     *
      * (PROVAVEL/POSSIVEL/REMOTA), VALOR PROVISIONADO,      *
      * AUDIENCIAS E DESFECHO (ACORDO/CONDENACAO COM VALORES *
      * PARA O S-2500/S-2501). O RISCO PROVAVEL ENTRA NA     *
      * PROVISAO MENSAL (FPP078) E O PAGAMENTO GERA OS       *
      * EVENTOS NO FPP148                                    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRC-NUMPROC
                      ALTERNATE RECORD KEY IS PRC-CODFUNC
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * PROCESSO TRABALHISTA. OS CAMPOS DE VALOR VEM PRIMEIRO PARA
      * CABEREM NA IMAGEM DO CADLOG.
      *   RISCO  "P"=PROVAVEL "S"=POSSIVEL "R"=REMOTA
      *   STAT   "A"=EM ANDAMENTO "C"=CONDENACAO/ACORDO
      *          "E"=ENCERRADO SEM ONUS
      *   ESOCIAL (S-2500/S-2501, FPP148) " "=PENDENTE "G"=GERADO
      *          "T"=TRANSMITIDO; RETIF "S" = REENVIO RETIFICADOR
      *   PROVCTB/ULTCOMP: SALDO JA CONTABILIZADO PELO FPP078 E A
      *          ULTIMA COMPETENCIA EM QUE FOI AJUSTADO
      *-----------------------------------------------------------------
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
          03 PRC-NUMPROC              PIC 9(20).
          03 PRC-CODFUNC              PIC 9(06).
          03 PRC-RISCO                PIC X(01).
          03 PRC-VALPROV              PIC 9(09)V99.
          03 PRC-STAT                 PIC X(01).
          03 PRC-VALACORDO            PIC 9(09)V99.
          03 PRC-DATAPGTO             PIC 9(08).
          03 PRC-PERINI               PIC 9(06).
          03 PRC-PERFIM               PIC 9(06).
          03 PRC-BASEINSS             PIC 9(09)V99.
          03 PRC-VALINSS              PIC 9(09)V99.
          03 PRC-VALIRRF              PIC 9(09)V99.
          03 PRC-VALFGTS              PIC 9(09)V99.
          03 PRC-VALCAUSA             PIC 9(09)V99.
          03 PRC-DATAAJUIZ            PIC 9(08).
          03 PRC-AUD1                 PIC 9(08).
          03 PRC-AUD2                 PIC 9(08).
          03 PRC-AUD3                 PIC 9(08).
          03 PRC-ESOCIAL              PIC X(01).
          03 PRC-RETIF                PIC X(01).
          03 PRC-GERDATA              PIC 9(08).
          03 PRC-PROVCTB              PIC 9(09)V99.
          03 PRC-ULTCOMP              PIC 9(06).
          03 PRC-OPER                 PIC X(08).
          03 PRC-DATAALT              PIC 9(08).
          03 PRC-VARA                 PIC X(40).
          03 PRC-PEDIDO1              PIC X(45).
          03 PRC-PEDIDO2              PIC X(45).
          03 PRC-PEDIDO3              PIC X(45).
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
       01 W-PGTOANT.
          03 W-PGANT-STAT PIC X(01) VALUE SPACES.
          03 W-PGANT-VAL  PIC 9(09)V99 VALUE ZEROS.
          03 W-PGANT-DATA PIC 9(08) VALUE ZEROS.
          03 W-PGANT-PINI PIC 9(06) VALUE ZEROS.
          03 W-PGANT-PFIM PIC 9(06) VALUE ZEROS.
          03 W-PGANT-BASE PIC 9(09)V99 VALUE ZEROS.
          03 W-PGANT-INSS PIC 9(09)V99 VALUE ZEROS.
          03 W-PGANT-IRRF PIC 9(09)V99 VALUE ZEROS.
          03 W-PGANT-FGTS PIC 9(09)V99 VALUE ZEROS.
       01 W-PGTONOV       PIC X(76) VALUE SPACES.
       01 W-MESPER        PIC 9(02) VALUE ZEROS.
       01 W-DESCRISCO     PIC X(08) VALUE SPACES.
       01 W-DESCSTAT      PIC X(20) VALUE SPACES.
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
               VALUE  "        -- PROCESSOS TRABALHISTAS --".
           05  LINE 04  COLUMN 01
               VALUE  "NUMERO DO PROCESSO (CNJ)  :".
           05  LINE 05  COLUMN 01
               VALUE  "CHAPA DO RECLAMANTE       :".
           05  LINE 06  COLUMN 01
               VALUE  "VARA / TRIBUNAL           :".
           05  LINE 07  COLUMN 01
               VALUE  "AJUIZAMENTO (AAAAMMDD)    :".
           05  LINE 07  COLUMN 40
               VALUE  "VALOR DA CAUSA:".
           05  LINE 08  COLUMN 01
               VALUE  "PEDIDOS                   :".
           05  LINE 11  COLUMN 01
               VALUE  "RISCO (P=PROV S=POSS R=REM):".
           05  LINE 11  COLUMN 40
               VALUE  "VALOR PROVISIONADO:".
           05  LINE 12  COLUMN 01
               VALUE  "AUDIENCIAS (AAAAMMDD)     :".
           05  LINE 14  COLUMN 01
               VALUE  "SITUACAO (A=AND C=CONDEN. :".
           05  LINE 15  COLUMN 01
               VALUE  "  ACORDO E=ENCERRADO)".
           05  LINE 16  COLUMN 01
               VALUE  "VALOR ACORDO/CONDENACAO   :".
           05  LINE 16  COLUMN 45
               VALUE  "PAGO EM (AAAAMMDD):".
           05  LINE 17  COLUMN 01
               VALUE  "PERIODO REF. (AAAAMM)     :".
           05  LINE 17  COLUMN 36
               VALUE  "A".
           05  LINE 18  COLUMN 01
               VALUE  "BASE DE CALCULO INSS      :".
           05  LINE 18  COLUMN 45
               VALUE  "INSS            :".
           05  LINE 19  COLUMN 01
               VALUE  "IRRF RETIDO               :".
           05  LINE 19  COLUMN 45
               VALUE  "FGTS            :".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPRC-NUMPROC
               LINE 04  COLUMN 29  PIC 9(20)
               USING  PRC-NUMPROC
               HIGHLIGHT.
           05  TPRC-CODFUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  PRC-CODFUNC
               HIGHLIGHT.
           05  TPRC-VARA
               LINE 06  COLUMN 29  PIC X(40)
               USING  PRC-VARA
               HIGHLIGHT.
           05  TPRC-DATAAJUIZ
               LINE 07  COLUMN 29  PIC 9(08)
               USING  PRC-DATAAJUIZ
               HIGHLIGHT.
           05  TPRC-VALCAUSA
               LINE 07  COLUMN 56  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALCAUSA
               HIGHLIGHT.
           05  TPRC-PEDIDO1
               LINE 08  COLUMN 29  PIC X(45)
               USING  PRC-PEDIDO1
               HIGHLIGHT.
           05  TPRC-PEDIDO2
               LINE 09  COLUMN 29  PIC X(45)
               USING  PRC-PEDIDO2
               HIGHLIGHT.
           05  TPRC-PEDIDO3
               LINE 10  COLUMN 29  PIC X(45)
               USING  PRC-PEDIDO3
               HIGHLIGHT.
           05  TPRC-RISCO
               LINE 11  COLUMN 29  PIC X(01)
               USING  PRC-RISCO
               HIGHLIGHT.
           05  TPRC-VALPROV
               LINE 11  COLUMN 60  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALPROV
               HIGHLIGHT.
           05  TPRC-AUD1
               LINE 12  COLUMN 29  PIC 9(08)
               USING  PRC-AUD1
               HIGHLIGHT.
           05  TPRC-AUD2
               LINE 12  COLUMN 39  PIC 9(08)
               USING  PRC-AUD2
               HIGHLIGHT.
           05  TPRC-AUD3
               LINE 12  COLUMN 49  PIC 9(08)
               USING  PRC-AUD3
               HIGHLIGHT.
           05  TPRC-STAT
               LINE 14  COLUMN 29  PIC X(01)
               USING  PRC-STAT
               HIGHLIGHT.
           05  TPRC-VALACORDO
               LINE 16  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALACORDO
               HIGHLIGHT.
           05  TPRC-DATAPGTO
               LINE 16  COLUMN 65  PIC 9(08)
               USING  PRC-DATAPGTO
               HIGHLIGHT.
           05  TPRC-PERINI
               LINE 17  COLUMN 29  PIC 9(06)
               USING  PRC-PERINI
               HIGHLIGHT.
           05  TPRC-PERFIM
               LINE 17  COLUMN 38  PIC 9(06)
               USING  PRC-PERFIM
               HIGHLIGHT.
           05  TPRC-BASEINSS
               LINE 18  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-BASEINSS
               HIGHLIGHT.
           05  TPRC-VALINSS
               LINE 18  COLUMN 63  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALINSS
               HIGHLIGHT.
           05  TPRC-VALIRRF
               LINE 19  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALIRRF
               HIGHLIGHT.
           05  TPRC-VALFGTS
               LINE 19  COLUMN 63  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRC-VALFGTS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
       R0.
           OPEN I-O CADPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPROC
                 CLOSE CADPROC
                 MOVE "*** ARQUIVO CADPROC FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROC
              GO TO ROT-FIM2.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1INIT.
           MOVE ZEROS TO PRC-NUMPROC PRC-CODFUNC PRC-VALPROV
           MOVE ZEROS TO PRC-VALACORDO PRC-DATAPGTO PRC-PERINI
           MOVE ZEROS TO PRC-PERFIM PRC-BASEINSS PRC-VALINSS
           MOVE ZEROS TO PRC-VALIRRF PRC-VALFGTS PRC-VALCAUSA
           MOVE ZEROS TO PRC-DATAAJUIZ PRC-AUD1 PRC-AUD2 PRC-AUD3
           MOVE ZEROS TO PRC-GERDATA PRC-PROVCTB PRC-ULTCOMP
           MOVE ZEROS TO PRC-DATAALT
           MOVE SPACES TO PRC-RISCO PRC-STAT PRC-ESOCIAL PRC-RETIF
           MOVE SPACES TO PRC-OPER PRC-VARA PRC-PEDIDO1 PRC-PEDIDO2
           MOVE SPACES TO PRC-PEDIDO3
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPRINCIPAL.
       R1.
           ACCEPT TPRC-NUMPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PRC-NUMPROC = 0
                 MOVE "*** NUMERO DO PROCESSO NAO INFORMADO ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
       LER-CADPROC.
           READ CADPROC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPRINCIPAL
                PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM
                MOVE "*** PROCESSO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPROC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** PROCESSO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
           ACCEPT TPRC-CODFUNC
           IF PRC-CODFUNC = 0
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PRC-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (05, 40) NOME.
       R3.
           ACCEPT TPRC-VARA
           IF PRC-VARA = SPACES
              MOVE "*** VARA / TRIBUNAL NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TPRC-DATAAJUIZ
           IF PRC-DATAAJUIZ < 19000101
              MOVE "*** DATA DO AJUIZAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT TPRC-VALCAUSA.
       R5.
           ACCEPT TPRC-PEDIDO1
           IF PRC-PEDIDO1 = SPACES
              MOVE "*** INFORME AO MENOS UM PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           ACCEPT TPRC-PEDIDO2
           ACCEPT TPRC-PEDIDO3.
      * CLASSIFICACAO DO RISCO (CPC 25): SO O PROVAVEL E PROVISIONADO
      * NO CONTABIL; POSSIVEL E REMOTO FICAM SO PARA DIVULGACAO.
       R6.
           ACCEPT TPRC-RISCO
           IF PRC-RISCO NOT = "P" AND "S" AND "R"
              MOVE "*** RISCO INVALIDO (P/S/R) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TPRC-VALPROV
           IF PRC-RISCO = "P" AND PRC-VALPROV = ZEROS
              MOVE "*** RISCO PROVAVEL EXIGE VALOR PROVISIONADO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TPRC-AUD1
           ACCEPT TPRC-AUD2
           ACCEPT TPRC-AUD3.
       R9.
           IF W-SEL = ZEROS
              MOVE "A" TO PRC-STAT.
           ACCEPT TPRC-STAT
           IF PRC-STAT NOT = "A" AND "C" AND "E"
              MOVE "*** SITUACAO INVALIDA (A/C/E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF PRC-STAT NOT = "C"
              MOVE ZEROS TO PRC-VALACORDO PRC-DATAPGTO PRC-PERINI
              MOVE ZEROS TO PRC-PERFIM PRC-BASEINSS PRC-VALINSS
              MOVE ZEROS TO PRC-VALIRRF PRC-VALFGTS
              DISPLAY TELAPRINCIPAL
              PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM
              GO TO R-CONF.
      *----------------------------------------------------------------
      * DESFECHO COM ONUS: VALOR DO ACORDO/CONDENACAO; COM A DATA DE
      * PAGAMENTO, OS DADOS DO S-2500 (PERIODO E BASE) E S-2501
      * (INSS E IRRF) FICAM OBRIGATORIOS.
      *----------------------------------------------------------------
       R10.
           ACCEPT TPRC-VALACORDO
           IF PRC-VALACORDO = ZEROS
              MOVE "*** INFORME O VALOR DO ACORDO/CONDENACAO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
       R11.
           ACCEPT TPRC-DATAPGTO
           IF PRC-DATAPGTO = ZEROS
              MOVE ZEROS TO PRC-PERINI PRC-PERFIM PRC-BASEINSS
              MOVE ZEROS TO PRC-VALINSS PRC-VALIRRF PRC-VALFGTS
              DISPLAY TELAPRINCIPAL
              PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM
              GO TO R-CONF.
           IF PRC-DATAPGTO < PRC-DATAAJUIZ
              MOVE "*** PAGAMENTO ANTERIOR AO AJUIZAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
       R12.
           ACCEPT TPRC-PERINI
           MOVE PRC-PERINI(5:2) TO W-MESPER
           IF PRC-PERINI < 190001 OR W-MESPER < 1 OR W-MESPER > 12
              MOVE "*** PERIODO INICIAL INVALIDO (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
       R13.
           ACCEPT TPRC-PERFIM
           MOVE PRC-PERFIM(5:2) TO W-MESPER
           IF PRC-PERFIM < PRC-PERINI OR W-MESPER < 1
              OR W-MESPER > 12
              MOVE "*** PERIODO FINAL INVALIDO (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
       R14.
           ACCEPT TPRC-BASEINSS
           IF PRC-BASEINSS > PRC-VALACORDO
              MOVE "*** BASE INSS MAIOR QUE O VALOR PAGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.
           ACCEPT TPRC-VALINSS
           ACCEPT TPRC-VALIRRF
           ACCEPT TPRC-VALFGTS.
      * ------------- VERICAR SE E ALTERACAO -----------------
       R-CONF.
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
                MOVE W-OPERID TO PRC-OPER
                MOVE W-HOJE TO PRC-DATAALT
                WRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                      MOVE "CADPROC" TO LOG-ARQUIVO
                      MOVE "I" TO LOG-ACAO
                      MOVE PRC-NUMPROC(11:10) TO LOG-CHAVE
                      MOVE SPACES TO LOG-ANTES
                      MOVE REGPROC TO LOG-DEPOIS
                      PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1INIT.
                MOVE "ERRO NA GRAVACAO ARQUIVO CADPROC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-FUNC.
           MOVE PRC-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              DISPLAY (05, 40) NOME
           ELSE
              DISPLAY (05, 40) "CHAPA NAO ENCONTRADA NO CADASTRO".
           IF PRC-ESOCIAL = "G"
              DISPLAY (21, 01) "S-2500/S-2501 GERADO EM " PRC-GERDATA.
           IF PRC-ESOCIAL = "T"
              DISPLAY (21, 01) "S-2500/S-2501 TRANSMITIDO".
       MOSTRA-FUNC-FIM.
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
                MOVE REGPROC TO W-REGANTES
                MOVE PRC-STAT TO W-PGANT-STAT
                MOVE PRC-VALACORDO TO W-PGANT-VAL
                MOVE PRC-DATAPGTO TO W-PGANT-DATA
                MOVE PRC-PERINI TO W-PGANT-PINI
                MOVE PRC-PERFIM TO W-PGANT-PFIM
                MOVE PRC-BASEINSS TO W-PGANT-BASE
                MOVE PRC-VALINSS TO W-PGANT-INSS
                MOVE PRC-VALIRRF TO W-PGANT-IRRF
                MOVE PRC-VALFGTS TO W-PGANT-FGTS
                GO TO R2.
      *
      * PROCESSO COM EVENTO GERADO OU COM PROVISAO CONTABILIZADA NAO
      * PODE SER EXCLUIDO: ENCERRAR COM A SITUACAO "E".
       EXC-OPC.
                IF PRC-ESOCIAL NOT = SPACES OR PRC-PROVCTB NOT = ZEROS
                   MOVE "* COM EVENTO/PROVISAO - ENCERRE (SITUACAO E) *"
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
                MOVE REGPROC TO W-REGANTES
                DELETE CADPROC RECORD
                IF ST-ERRO = "00"
                   MOVE "CADPROC" TO LOG-ARQUIVO
                   MOVE "E" TO LOG-ACAO
                   MOVE PRC-NUMPROC(11:10) TO LOG-CHAVE
                   MOVE W-REGANTES TO LOG-ANTES
                   MOVE SPACES TO LOG-DEPOIS
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** PROCESSO EXCLUIDO ***" TO MENS
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
      * MUDANCA NOS DADOS DO PAGAMENTO DEPOIS DO EVENTO GERADO: VOLTA
      * A PENDENTE; SE JA TRANSMITIDO, O NOVO ENVIO E RETIFICADOR.
       ALT-RW0.
                MOVE W-PGTOANT TO W-PGTONOV
                MOVE PRC-STAT TO W-PGANT-STAT
                MOVE PRC-VALACORDO TO W-PGANT-VAL
                MOVE PRC-DATAPGTO TO W-PGANT-DATA
                MOVE PRC-PERINI TO W-PGANT-PINI
                MOVE PRC-PERFIM TO W-PGANT-PFIM
                MOVE PRC-BASEINSS TO W-PGANT-BASE
                MOVE PRC-VALINSS TO W-PGANT-INSS
                MOVE PRC-VALIRRF TO W-PGANT-IRRF
                MOVE PRC-VALFGTS TO W-PGANT-FGTS
                IF W-PGTOANT NOT = W-PGTONOV
                   IF PRC-ESOCIAL = "T"
                      MOVE "S" TO PRC-RETIF
                      MOVE SPACES TO PRC-ESOCIAL
                   ELSE
                      IF PRC-ESOCIAL = "G"
                         MOVE SPACES TO PRC-ESOCIAL.
       ALT-RW1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-OPERID TO PRC-OPER
                MOVE W-HOJE TO PRC-DATAALT
                REWRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                   MOVE "CADPROC" TO LOG-ARQUIVO
                   MOVE "A" TO LOG-ACAO
                   MOVE PRC-NUMPROC(11:10) TO LOG-CHAVE
                   MOVE W-REGANTES TO LOG-ANTES
                   MOVE REGPROC TO LOG-DEPOIS
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** PROCESSO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1INIT.
                MOVE "ERRO NA ALTERACAO DO PROCESSO" TO MENS
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
           CLOSE CADFUNC CADPROC.
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
