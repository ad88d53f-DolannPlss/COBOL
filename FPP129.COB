       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP129.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      *******************************************************
      * GERACAO DOS EVENTOS NAO PERIODICOS DE AFASTAMENTO    *
      * (S-2230 INICIO/FIM) E DE ALTERACAO CONTRATUAL        *
      * (S-2206) EM LAYOUT TIPO ESOCIAL, COM CONTROLE DE     *
      * EVENTO JA GERADO E FLAG DE TRANSMISSAO (ARQESONP)    *
      *******************************************************
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
           SELECT CADATEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ATE-KEY
                      ALTERNATE RECORD KEY IS ATE-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADMOVH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MHKEY
                      ALTERNATE RECORD KEY IS MHCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADESONP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ENP-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADENPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
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
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATEST.DAT".
       01 REGATEST.
          03 ATE-DATAINI              PIC 9(08).
          03 ATE-DATAFIM              PIC 9(08).
          03 ATE-CID                  PIC X(05).
          03 ATE-MEDICO               PIC X(25).
          03 ATE-CRM                  PIC 9(06).
      * STATUS: "A"=ACEITO  "R"=RECUSADO  "C"=JA CONCILIADO (FPP090).
          03 ATE-STAT                 PIC X(01).
          03 ATE-KEY.
              05 ATE-CODFUNC          PIC 9(06).
              05 ATE-SEQ              PIC 9(02).
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
      * CONTROLE DOS EVENTOS NAO PERIODICOS, UM REGISTRO POR CHAPA,
      * TIPO E DATA:
      *   TIPO "I"=S-2230 INICIO  "F"=S-2230 FIM  "C"=S-2206
      *        "R"=ULTIMO REGIME INFORMADO (DATA ZERADA, SEM EVENTO)
      *   STAT "G"=GERADO  "T"=TRANSMITIDO
      *        "X"=REJEITADO E CORRIGIDO, A RETRANSMITIR
      *   MOTIVO (S-2230): TIPOAFAST DO CADFUNC OU "A"=ATESTADO
      *   FECHADO (INICIO): "S" QUANDO O FIM JA FOI GERADO
      *-----------------------------------------------------------------
       FD CADESONP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESONP.DAT".
       01 REGESONP.
          03 ENP-STAT                 PIC X(01).
          03 ENP-GERDATA              PIC 9(08).
          03 ENP-DATAFIM              PIC 9(08).
          03 ENP-MOTIVO               PIC X(01).
          03 ENP-FECHADO              PIC X(01).
          03 ENP-REGIME               PIC X(01).
          03 ENP-KEY.
              05 ENP-CODFUNC          PIC 9(06).
              05 ENP-TIPO             PIC X(01).
              05 ENP-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADENPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGENPTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-ATEARQ        PIC 9(01) VALUE ZEROS.
       01 W-MHARQ         PIC 9(01) VALUE ZEROS.
       01 W-TOTINI        PIC 9(06) VALUE ZEROS.
       01 W-TOTFIM        PIC 9(06) VALUE ZEROS.
       01 W-TOTALT        PIC 9(06) VALUE ZEROS.
       01 W-TOTTRANS      PIC 9(06) VALUE ZEROS.
       01 W-TOTREENV      PIC 9(06) VALUE ZEROS.
      *----------[ AFASTAMENTO / ALTERACAO EM MONTAGEM ]----------------
       01 W-EVINI         PIC 9(08) VALUE ZEROS.
       01 W-EVFIM         PIC 9(08) VALUE ZEROS.
       01 W-EVMOT         PIC X(01) VALUE SPACES.
       01 W-EVCID         PIC X(05) VALUE SPACES.
       01 W-GRPCOD        PIC 9(06) VALUE ZEROS.
       01 W-GRPDATA       PIC 9(08) VALUE ZEROS.
       01 W-GRPDEPANT     PIC 9(03) VALUE ZEROS.
       01 W-GRPCARANT     PIC 9(03) VALUE ZEROS.
       01 W-GRPNVLANT     PIC 9(02) VALUE ZEROS.
       01 W-GRPDEPNOV     PIC 9(03) VALUE ZEROS.
       01 W-GRPCARNOV     PIC 9(03) VALUE ZEROS.
       01 W-GRPNVLNOV     PIC 9(02) VALUE ZEROS.
      * INICIOS EM ABERTO DA CHAPA CORRENTE (LIDOS ANTES DE GRAVAR OS
      * FINS, PARA NAO INCLUIR REGISTROS NO MEIO DA LEITURA).
       01 W-ABQTD         PIC 9(02) VALUE ZEROS.
       01 W-ABIX          PIC 9(02) VALUE ZEROS.
       01 W-ABTAB.
          03 W-ABDATA     PIC 9(08) OCCURS 20 TIMES.
       01 W-DIASADD       PIC 9(03) VALUE ZEROS.
       01 W-DTCALC        PIC 9(08) VALUE ZEROS.
       01 W-DIAC          PIC 9(02) VALUE ZEROS.
       01 W-MESC          PIC 9(02) VALUE ZEROS.
       01 W-ANOC          PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADENPRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *----------[ EVENTOS EM LAYOUT TIPO ESOCIAL (DELIMITADO) ]--------
      * L30-IND: "I"=INICIO DO AFASTAMENTO  "F"=TERMINO.
       01 LIN2230.
                03 FILLER         PIC X(06) VALUE "S2230;".
                03 L30-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-IND        PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-DATAINI    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-DATAFIM    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-MOTIVO     PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-CID        PIC X(05).
                03 FILLER         PIC X(01) VALUE ";".
                03 L30-NOME       PIC X(30).
       01 LIN2206.
                03 FILLER         PIC X(06) VALUE "S2206;".
                03 L26-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-DATAALT    PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-DEP        PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-CARGO      PIC 9(03).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-NVL        PIC 9(02).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-SALBASE    PIC 9(06)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-REGIME     PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L26-NOME       PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EVENTOS DE AFASTAMENTO/ALTERACAO (ESO".
           05  LINE 02  COLUMN 44
               VALUE  "CIAL S-2230/S-2206) ***".
           05  LINE 09  COLUMN 01
               VALUE  " ACAO (G=GERAR EVENTOS PENDENTES  T=MARCAR".
           05  LINE 09  COLUMN 43
               VALUE  " TRANSMITIDOS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ACAO
               LINE 09  COLUMN 60  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-ACAO
                MOVE ZEROS TO W-TOTINI W-TOTFIM W-TOTALT W-TOTTRANS
                MOVE ZEROS TO W-TOTREENV
                DISPLAY TELAPRINCIPAL.
       INC-ACAO.
                ACCEPT TW-ACAO
                IF W-ACAO NOT = "G" AND W-ACAO NOT = "T"
                   MOVE "*** DIGITE G=GERAR ou T=TRANSMITIDOS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ACAO.
       INC-OP0.
           OPEN I-O CADESONP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESONP
                 CLOSE CADESONP
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESONP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           IF W-ACAO = "T"
              GO TO MARCA-TRANS.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESONP
              GO TO ROT-FIM2.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CAR NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESONP CADFUNC
              GO TO ROT-FIM2.
      * ATESTADOS (FPP089) E HISTORICO DE MOVIMENTACAO SAO
      * OPCIONAIS: SEM ELES A RESPECTIVA FONTE NAO GERA EVENTOS.
           MOVE ZEROS TO W-ATEARQ
           OPEN INPUT CADATEST
           IF ST-ERRO = "00"
              MOVE 1 TO W-ATEARQ.
           MOVE ZEROS TO W-MHARQ
           OPEN INPUT CADMOVH
           IF ST-ERRO = "00"
              MOVE 1 TO W-MHARQ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADENPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADENPTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * 1A PASSADA - HISTORICO DE MOVIMENTACAO: OS REGISTROS DA MESMA
      * CHAPA E MESMA DATA EFETIVA (CORRECAO NO MESMO DIA) SAO
      * AGRUPADOS NUM UNICO S-2206, DO "ANTES" DO PRIMEIRO AO "DEPOIS"
      * DO ULTIMO; SE A CORRECAO DESFEZ A MUDANCA, NAO HA EVENTO.
      *----------------------------------------------------------------
       LER-MOVH.
           MOVE ZEROS TO W-GRPCOD W-GRPDATA
           IF W-MHARQ NOT = 1
              GO TO LER-FUNC.
           MOVE LOW-VALUES TO MHKEY
           START CADMOVH KEY IS NOT LESS MHKEY
           IF ST-ERRO NOT = "00"
              GO TO LER-FUNC.
       LER-MOVH01.
           READ CADMOVH NEXT
           IF ST-ERRO NOT = "00"
              PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
              GO TO LER-FUNC.
           IF MHCODFUNC = W-GRPCOD AND MHDATAEF = W-GRPDATA
              MOVE MHDEPNOV TO W-GRPDEPNOV
              MOVE MHCARNOV TO W-GRPCARNOV
              MOVE MHNVLNOV TO W-GRPNVLNOV
              GO TO LER-MOVH01.
           PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
           MOVE MHCODFUNC TO W-GRPCOD
           MOVE MHDATAEF TO W-GRPDATA
           MOVE MHDEPANT TO W-GRPDEPANT
           MOVE MHCARANT TO W-GRPCARANT
           MOVE MHNVLANT TO W-GRPNVLANT
           MOVE MHDEPNOV TO W-GRPDEPNOV
           MOVE MHCARNOV TO W-GRPCARNOV
           MOVE MHNVLNOV TO W-GRPNVLNOV
           GO TO LER-MOVH01.
      *
       FECHA-GRUPO.
           IF W-GRPCOD = ZEROS
              GO TO FECHA-GRUPO-FIM.
           IF W-GRPDEPANT = W-GRPDEPNOV AND W-GRPCARANT = W-GRPCARNOV
              AND W-GRPNVLANT = W-GRPNVLNOV
              GO TO FECHA-GRUPO-FIM.
           MOVE W-GRPCOD TO ENP-CODFUNC
           MOVE "C" TO ENP-TIPO
           MOVE W-GRPDATA TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              GO TO FECHA-GRUPO-FIM.
           MOVE W-GRPCOD TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO FECHA-GRUPO-FIM.
           IF W-GRPDATA < DATAADM
              GO TO FECHA-GRUPO-FIM.
           PERFORM GERA-S2206 THRU GERA-S2206-FIM.
       FECHA-GRUPO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 2A PASSADA - CADASTRO: AFASTAMENTO ATIVO SEM INICIO GERADO
      * GERA O S-2230 DE INICIO; INICIO EM ABERTO CUJO AFASTAMENTO
      * NAO ESTA MAIS NO CADASTRO GERA O S-2230 DE TERMINO; REGIME
      * DIFERENTE DO ULTIMO INFORMADO GERA O S-2206.
      *----------------------------------------------------------------
       LER-FUNC.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-ATEST.
       LER-FUNC01.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-ATEST.
           PERFORM FECHA-AFAST THRU FECHA-AFAST-FIM
           IF FUNCSTAT = "S" AND TIPOAFAST NOT = SPACES
              AND DATAINIAFAST NOT = ZEROS
              PERFORM ABRE-AFAST THRU ABRE-AFAST-FIM.
           IF FUNCSTAT NOT = "D"
              PERFORM VERIF-REGIME THRU VERIF-REGIME-FIM.
           GO TO LER-FUNC01.
      *
       ABRE-AFAST.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE DATAINIAFAST TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              IF ENP-MOTIVO NOT = "A" AND ENP-FECHADO NOT = "S"
                 MOVE DATAPREVRET TO ENP-DATAFIM
                 REWRITE REGESONP
              END-IF
              GO TO ABRE-AFAST-FIM.
           MOVE DATAINIAFAST TO W-EVINI
           MOVE DATAPREVRET TO W-EVFIM
           MOVE TIPOAFAST TO W-EVMOT
           MOVE SPACES TO W-EVCID
           PERFORM GERA-INICIO THRU GERA-INICIO-FIM.
       ABRE-AFAST-FIM.
           EXIT.
      *
       FECHA-AFAST.
           MOVE ZEROS TO W-ABQTD
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE ZEROS TO ENP-DATA
           START CADESONP KEY IS NOT LESS ENP-KEY
           IF ST-ERRO NOT = "00"
              GO TO FECHA-AFAST-FIM.
       FECHA-AFAST-RD.
           READ CADESONP NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-AFAST-PROC.
           IF ENP-CODFUNC NOT = CODFUNC OR ENP-TIPO NOT = "I"
              GO TO FECHA-AFAST-PROC.
           IF ENP-FECHADO = "S" OR ENP-MOTIVO = "A"
              GO TO FECHA-AFAST-RD.
           IF FUNCSTAT = "S" AND TIPOAFAST NOT = SPACES
              AND DATAINIAFAST = ENP-DATA
              GO TO FECHA-AFAST-RD.
           IF W-ABQTD < 20
              ADD 1 TO W-ABQTD
              MOVE ENP-DATA TO W-ABDATA(W-ABQTD).
           GO TO FECHA-AFAST-RD.
       FECHA-AFAST-PROC.
           MOVE ZEROS TO W-ABIX.
       FECHA-AFAST-LP.
           ADD 1 TO W-ABIX
           IF W-ABIX > W-ABQTD
              GO TO FECHA-AFAST-FIM.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE W-ABDATA(W-ABIX) TO ENP-DATA
           READ CADESONP
           IF ST-ERRO NOT = "00"
              GO TO FECHA-AFAST-LP.
      * O TERMINO E O DESLIGAMENTO, OU O RETORNO PREVISTO JA VENCIDO,
      * OU, NA FALTA DELES, A DATA EM QUE O CADASTRO FOI BAIXADO.
           MOVE W-HOJE TO W-EVFIM
           IF ENP-DATAFIM NOT = ZEROS AND ENP-DATAFIM < W-HOJE
              MOVE ENP-DATAFIM TO W-EVFIM.
           IF FUNCSTAT = "D" AND DATADEM NOT = ZEROS
              MOVE DATADEM TO W-EVFIM.
           MOVE ENP-DATA TO W-EVINI
           MOVE ENP-MOTIVO TO W-EVMOT
           MOVE SPACES TO W-EVCID
           PERFORM GERA-TERMINO THRU GERA-TERMINO-FIM
           GO TO FECHA-AFAST-LP.
       FECHA-AFAST-FIM.
           EXIT.
      *
       VERIF-REGIME.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "R" TO ENP-TIPO
           MOVE ZEROS TO ENP-DATA
           READ CADESONP
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO ENP-STAT ENP-MOTIVO ENP-FECHADO
              MOVE ZEROS TO ENP-DATAFIM
              MOVE W-HOJE TO ENP-GERDATA
              MOVE TIPOREGIME TO ENP-REGIME
              WRITE REGESONP
              GO TO VERIF-REGIME-FIM.
           IF ENP-REGIME = TIPOREGIME
              GO TO VERIF-REGIME-FIM.
           MOVE TIPOREGIME TO ENP-REGIME
           MOVE W-HOJE TO ENP-GERDATA
           REWRITE REGESONP
      * SE JA HOUVE S-2206 COM DATA DE HOJE ELE SAIU COM O REGIME
      * ATUAL; NAO GERA UM SEGUNDO EVENTO NO MESMO DIA.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "C" TO ENP-TIPO
           MOVE W-HOJE TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              GO TO VERIF-REGIME-FIM.
           MOVE W-HOJE TO W-GRPDATA
           MOVE FUNCDEP TO W-GRPDEPNOV
           MOVE FUNCCAR TO W-GRPCARNOV
           MOVE NVLSAL TO W-GRPNVLNOV
           PERFORM GERA-S2206 THRU GERA-S2206-FIM.
       VERIF-REGIME-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 3A PASSADA - ATESTADOS ACEITOS COM MAIS DE 15 DIAS: INICIO NA
      * DATA DO ATESTADO E TERMINO QUANDO O ULTIMO DIA JA PASSOU.
      *----------------------------------------------------------------
       LER-ATEST.
           IF W-ATEARQ NOT = 1
              GO TO LER-REENV.
           MOVE LOW-VALUES TO ATE-KEY
           START CADATEST KEY IS NOT LESS ATE-KEY
           IF ST-ERRO NOT = "00"
              GO TO LER-REENV.
       LER-ATEST01.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-REENV.
           IF ATE-STAT = "R" OR ATE-DATAINI = ZEROS
              GO TO LER-ATEST01.
           MOVE ATE-DATAINI TO W-DTCALC
           MOVE 15 TO W-DIASADD
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           IF ATE-DATAFIM < W-DTCALC
              GO TO LER-ATEST01.
           MOVE ATE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-ATEST01.
           MOVE ATE-DATAINI TO W-EVINI
           MOVE ATE-DATAFIM TO W-EVFIM
           MOVE "A" TO W-EVMOT
           MOVE ATE-CID TO W-EVCID
           MOVE ATE-CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE ATE-DATAINI TO ENP-DATA
           READ CADESONP
           IF ST-ERRO NOT = "00"
              PERFORM GERA-INICIO THRU GERA-INICIO-FIM
           ELSE
              IF ENP-MOTIVO NOT = "A" OR ENP-FECHADO = "S"
                 GO TO LER-ATEST01.
           IF ATE-DATAFIM < W-HOJE
              PERFORM GERA-TERMINO THRU GERA-TERMINO-FIM.
           GO TO LER-ATEST01.
      *----------------------------------------------------------------
      * 4A PASSADA - RETRANSMISSAO: EVENTO REJEITADO E CORRIGIDO NA
      * LISTA DE REJEICOES (FPP131) VOLTA COMO "X" E SAI DE NOVO COM
      * OS DADOS ATUAIS DO CADASTRO.
      *----------------------------------------------------------------
       LER-REENV.
           MOVE LOW-VALUES TO ENP-KEY
           START CADESONP KEY IS NOT LESS ENP-KEY
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
       LER-REENV01.
           READ CADESONP NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF ENP-STAT NOT = "X"
              GO TO LER-REENV01.
           MOVE ENP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-REENV01.
           IF ENP-TIPO = "C"
              GO TO LER-REENV-ALT.
           MOVE ENP-MOTIVO TO W-EVMOT
           MOVE SPACES TO W-EVCID
           IF ENP-TIPO = "I"
              MOVE ENP-DATA TO W-EVINI
              MOVE ZEROS TO W-EVFIM
           ELSE
              MOVE ENP-DATAFIM TO W-EVINI
              MOVE ENP-DATA TO W-EVFIM.
           IF W-EVMOT = "A"
              PERFORM BUSCA-CID THRU BUSCA-CID-FIM.
           MOVE CPF TO L30-CPF
           MOVE ENP-TIPO TO L30-IND
           MOVE W-EVINI TO L30-DATAINI
           MOVE W-EVFIM TO L30-DATAFIM
           MOVE W-EVMOT TO L30-MOTIVO
           MOVE W-EVCID TO L30-CID
           MOVE NOME TO L30-NOME
           WRITE REGENPTX FROM LIN2230
           GO TO LER-REENV-GRV.
       LER-REENV-ALT.
           MOVE CPF TO L26-CPF
           MOVE ENP-DATA TO L26-DATAALT
           MOVE FUNCDEP TO L26-DEP
           MOVE FUNCCAR TO L26-CARGO
           MOVE NVLSAL TO L26-NVL
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO = "00"
              MOVE SALBASE TO L26-SALBASE
           ELSE
              MOVE ZEROS TO L26-SALBASE.
           MOVE TIPOREGIME TO L26-REGIME
           MOVE NOME TO L26-NOME
           WRITE REGENPTX FROM LIN2206
           MOVE TIPOREGIME TO ENP-REGIME.
       LER-REENV-GRV.
           MOVE "G" TO ENP-STAT
           MOVE W-HOJE TO ENP-GERDATA
           REWRITE REGESONP
           ADD 1 TO W-TOTREENV
           GO TO LER-REENV01.
      *
      * CID DO ATESTADO QUE ORIGINOU O AFASTAMENTO (MESMA DATA DE
      * INICIO), PARA O REENVIO DO S-2230.
       BUSCA-CID.
           IF W-ATEARQ NOT = 1
              GO TO BUSCA-CID-FIM.
           MOVE CODFUNC TO ATE-CODFUNC
           MOVE ZEROS TO ATE-SEQ
           START CADATEST KEY IS NOT LESS ATE-KEY
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CID-FIM.
       BUSCA-CID-RD.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CID-FIM.
           IF ATE-CODFUNC NOT = CODFUNC
              GO TO BUSCA-CID-FIM.
           IF ATE-DATAINI NOT = W-EVINI
              GO TO BUSCA-CID-RD.
           MOVE ATE-CID TO W-EVCID.
       BUSCA-CID-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVACAO DOS EVENTOS E DO CONTROLE
      *----------------------------------------------------------------
       GERA-INICIO.
           MOVE CPF TO L30-CPF
           MOVE "I" TO L30-IND
           MOVE W-EVINI TO L30-DATAINI
           MOVE ZEROS TO L30-DATAFIM
           MOVE W-EVMOT TO L30-MOTIVO
           MOVE W-EVCID TO L30-CID
           MOVE NOME TO L30-NOME
           WRITE REGENPTX FROM LIN2230
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE W-EVINI TO ENP-DATA
           MOVE "G" TO ENP-STAT
           MOVE W-HOJE TO ENP-GERDATA
           MOVE W-EVFIM TO ENP-DATAFIM
           MOVE W-EVMOT TO ENP-MOTIVO
           MOVE "N" TO ENP-FECHADO
           MOVE SPACES TO ENP-REGIME
           WRITE REGESONP
           ADD 1 TO W-TOTINI.
       GERA-INICIO-FIM.
           EXIT.
      *
       GERA-TERMINO.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "F" TO ENP-TIPO
           MOVE W-EVFIM TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              GO TO GERA-TERMINO-FECHA.
           MOVE CPF TO L30-CPF
           MOVE "F" TO L30-IND
           MOVE W-EVINI TO L30-DATAINI
           MOVE W-EVFIM TO L30-DATAFIM
           MOVE W-EVMOT TO L30-MOTIVO
           MOVE W-EVCID TO L30-CID
           MOVE NOME TO L30-NOME
           WRITE REGENPTX FROM LIN2230
           MOVE "G" TO ENP-STAT
           MOVE W-HOJE TO ENP-GERDATA
           MOVE W-EVINI TO ENP-DATAFIM
           MOVE W-EVMOT TO ENP-MOTIVO
           MOVE SPACES TO ENP-FECHADO ENP-REGIME
           WRITE REGESONP
           ADD 1 TO W-TOTFIM.
       GERA-TERMINO-FECHA.
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "I" TO ENP-TIPO
           MOVE W-EVINI TO ENP-DATA
           READ CADESONP
           IF ST-ERRO = "00"
              MOVE "S" TO ENP-FECHADO
              MOVE W-EVFIM TO ENP-DATAFIM
              REWRITE REGESONP.
       GERA-TERMINO-FIM.
           EXIT.
      *
       GERA-S2206.
           MOVE CPF TO L26-CPF
           MOVE W-GRPDATA TO L26-DATAALT
           MOVE W-GRPDEPNOV TO L26-DEP
           MOVE W-GRPCARNOV TO L26-CARGO
           MOVE W-GRPNVLNOV TO L26-NVL
           MOVE W-GRPCARNOV TO CODCAR
           READ CADCAR
           IF ST-ERRO = "00"
              MOVE SALBASE TO L26-SALBASE
           ELSE
              MOVE ZEROS TO L26-SALBASE.
           MOVE TIPOREGIME TO L26-REGIME
           MOVE NOME TO L26-NOME
           WRITE REGENPTX FROM LIN2206
           MOVE CODFUNC TO ENP-CODFUNC
           MOVE "C" TO ENP-TIPO
           MOVE W-GRPDATA TO ENP-DATA
           MOVE "G" TO ENP-STAT
           MOVE W-HOJE TO ENP-GERDATA
           MOVE ZEROS TO ENP-DATAFIM
           MOVE SPACES TO ENP-MOTIVO ENP-FECHADO
           MOVE TIPOREGIME TO ENP-REGIME
           WRITE REGESONP
           ADD 1 TO W-TOTALT.
       GERA-S2206-FIM.
           EXIT.
      *----------------------------------------------------------------
      * SOMA W-DIASADD DIAS CORRIDOS A DATA W-DTCALC (AAAAMMDD),
      * RESPEITANDO A VIRADA DE MES E ANO.
      *----------------------------------------------------------------
       SOMA-DIAS.
           MOVE W-DTCALC(1:4) TO W-ANOC
           MOVE W-DTCALC(5:2) TO W-MESC
           MOVE W-DTCALC(7:2) TO W-DIAC.
       SOMA-DIAS-LP.
           IF W-DIASADD = ZEROS
              COMPUTE W-DTCALC = W-ANOC * 10000 + W-MESC * 100
                    + W-DIAC
              GO TO SOMA-DIAS-FIM.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           ADD 1 TO W-DIAC
           IF W-DIAC > W-ULTDIA
              MOVE 1 TO W-DIAC
              ADD 1 TO W-MESC
              IF W-MESC > 12
                 MOVE 1 TO W-MESC
                 ADD 1 TO W-ANOC.
           SUBTRACT 1 FROM W-DIASADD
           GO TO SOMA-DIAS-LP.
       SOMA-DIAS-FIM.
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
      * MARCA COMO TRANSMITIDOS TODOS OS EVENTOS AINDA "G" (APOS O
      * ENVIO MANUAL DO ARQUIVO AO PORTAL).
      *----------------------------------------------------------------
       MARCA-TRANS.
           MOVE LOW-VALUES TO ENP-KEY
           START CADESONP KEY IS NOT LESS ENP-KEY
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
       MARCA-TRANS-RD.
           READ CADESONP NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
           IF ENP-STAT = "G"
              MOVE "T" TO ENP-STAT
              REWRITE REGESONP
              ADD 1 TO W-TOTTRANS.
           GO TO MARCA-TRANS-RD.
       MARCA-TRANS-FIM.
           CLOSE CADESONP
           DISPLAY (20, 10) "EVENTOS MARCADOS: "
           DISPLAY (20, 29) W-TOTTRANS
           MOVE "*** EVENTOS MARCADOS COMO TRANSMITIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           DISPLAY (18, 10) "INICIOS DE AFASTAMENTO : "
           DISPLAY (18, 36) W-TOTINI
           DISPLAY (19, 10) "TERMINOS DE AFASTAMENTO: "
           DISPLAY (19, 36) W-TOTFIM
           DISPLAY (20, 10) "ALTERACOES CONTRATUAIS : "
           DISPLAY (20, 36) W-TOTALT
           DISPLAY (21, 10) "RETRANSMISSOES         : "
           DISPLAY (21, 36) W-TOTREENV
           MOVE "*** EVENTOS GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADCAR CADESONP CADENPTX.
                IF W-ATEARQ = 1
                   CLOSE CADATEST.
                IF W-MHARQ = 1
                   CLOSE CADMOVH.
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
