       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP148.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      *******************************************************
      * GERACAO DOS EVENTOS DE PROCESSO TRABALHISTA          *
      * (S-2500 PROCESSO E S-2501 TRIBUTOS) EM LAYOUT TIPO   *
      * ESOCIAL PARA OS ACORDOS/CONDENACOES JA PAGOS DO      *
      * CADASTRO DE PROCESSOS (FPP147), COM CONTROLE DE      *
      * EVENTO GERADO E FLAG DE TRANSMISSAO NO PROPRIO       *
      * REGISTRO DO PROCESSO                                 *
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
           SELECT CADPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRC-NUMPROC
                      ALTERNATE RECORD KEY IS PRC-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPRCTX ASSIGN TO DISK
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
      * PROCESSO TRABALHISTA (LAYOUT DO FPP147)
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
       FD CADPRCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGPRCTX    PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACAO          PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-TOTGER        PIC 9(06) VALUE ZEROS.
       01 W-TOTRETIF      PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMCAD     PIC 9(06) VALUE ZEROS.
       01 W-TOTTRANS      PIC 9(06) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADPRCEV".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
      *----------[ EVENTOS EM LAYOUT TIPO ESOCIAL (DELIMITADO) ]--------
      * INDRETIF: "1"=ORIGINAL  "2"=RETIFICADOR (DADOS ALTERADOS NO
      * FPP147 DEPOIS DA TRANSMISSAO).
       01 LIN2500.
                03 FILLER         PIC X(06) VALUE "S2500;".
                03 L25-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-NUMPROC    PIC 9(20).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-DATAAJUIZ  PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-DATAPGTO   PIC 9(08).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-PERINI     PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-PERFIM     PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-VALOR      PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-BASEINSS   PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-VALFGTS    PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-RETIF      PIC X(01).
                03 FILLER         PIC X(01) VALUE ";".
                03 L25-NOME       PIC X(30).
       01 LIN2501.
                03 FILLER         PIC X(06) VALUE "S2501;".
                03 L21-CPF        PIC 9(11).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-NUMPROC    PIC 9(20).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-PERAPUR    PIC 9(06).
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-BASEINSS   PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-VALINSS    PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-VALIRRF    PIC 9(09)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 L21-RETIF      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EVENTOS DE PROCESSO TRABALHISTA (ESOC".
           05  LINE 02  COLUMN 44
               VALUE  "IAL S-2500/S-2501) ***".
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
                MOVE ZEROS TO W-TOTGER W-TOTRETIF W-TOTSEMCAD
                MOVE ZEROS TO W-TOTTRANS
                DISPLAY TELAPRINCIPAL.
       INC-ACAO.
                ACCEPT TW-ACAO
                IF W-ACAO NOT = "G" AND W-ACAO NOT = "T"
                   MOVE "*** DIGITE G=GERAR ou T=TRANSMITIDOS ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ACAO.
       INC-OP0.
           OPEN I-O CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PROCESSOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-ACAO = "T"
              GO TO MARCA-TRANS.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROC
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADPRCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPRCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * ACORDO/CONDENACAO COM DATA DE PAGAMENTO E SEM EVENTO GERADO
      * (OU COM O EVENTO DEVOLVIDO A PENDENTE PELA ALTERACAO DOS
      * VALORES NO FPP147) SAI NO ARQUIVO DO DIA.
      *----------------------------------------------------------------
       LER-PROC.
           MOVE LOW-VALUES TO PRC-NUMPROC
           START CADPROC KEY IS NOT LESS PRC-NUMPROC
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
       LER-PROC01.
           READ CADPROC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOTAIS.
           IF PRC-STAT NOT = "C" OR PRC-DATAPGTO = ZEROS
              GO TO LER-PROC01.
           IF PRC-ESOCIAL NOT = SPACES
              GO TO LER-PROC01.
      * O CPF VEM DO CADASTRO; CHAPA JA EXPURGADA FICA PENDENTE.
           MOVE PRC-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTSEMCAD
              GO TO LER-PROC01.
           PERFORM GERA-S2500 THRU GERA-S2500-FIM
           GO TO LER-PROC01.
      *----------------------------------------------------------------
      * GRAVACAO DOS EVENTOS E DO CONTROLE
      *----------------------------------------------------------------
       GERA-S2500.
           MOVE CPF TO L25-CPF L21-CPF
           MOVE PRC-NUMPROC TO L25-NUMPROC L21-NUMPROC
           MOVE PRC-DATAAJUIZ TO L25-DATAAJUIZ
           MOVE PRC-DATAPGTO TO L25-DATAPGTO
           MOVE PRC-PERINI TO L25-PERINI
           MOVE PRC-PERFIM TO L25-PERFIM
           MOVE PRC-VALACORDO TO L25-VALOR
           MOVE PRC-BASEINSS TO L25-BASEINSS L21-BASEINSS
           MOVE PRC-VALFGTS TO L25-VALFGTS
           MOVE NOME TO L25-NOME
           MOVE PRC-VALINSS TO L21-VALINSS
           MOVE PRC-VALIRRF TO L21-VALIRRF
      * O PERIODO DE APURACAO DO S-2501 E O MES DO PAGAMENTO.
           MOVE PRC-DATAPGTO(1:6) TO L21-PERAPUR
           MOVE "1" TO L25-RETIF
           IF PRC-RETIF = "S"
              MOVE "2" TO L25-RETIF
              ADD 1 TO W-TOTRETIF.
           MOVE L25-RETIF TO L21-RETIF
           WRITE REGPRCTX FROM LIN2500
           WRITE REGPRCTX FROM LIN2501
           MOVE "G" TO PRC-ESOCIAL
           MOVE W-HOJE TO PRC-GERDATA
           REWRITE REGPROC
           ADD 1 TO W-TOTGER.
       GERA-S2500-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MARCA COMO TRANSMITIDOS TODOS OS EVENTOS AINDA "G" (APOS O
      * ENVIO MANUAL DO ARQUIVO AO PORTAL).
      *----------------------------------------------------------------
       MARCA-TRANS.
           MOVE LOW-VALUES TO PRC-NUMPROC
           START CADPROC KEY IS NOT LESS PRC-NUMPROC
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
       MARCA-TRANS-RD.
           READ CADPROC NEXT
           IF ST-ERRO NOT = "00"
              GO TO MARCA-TRANS-FIM.
           IF PRC-ESOCIAL = "G"
              MOVE "T" TO PRC-ESOCIAL
              REWRITE REGPROC
              ADD 1 TO W-TOTTRANS.
           GO TO MARCA-TRANS-RD.
       MARCA-TRANS-FIM.
           CLOSE CADPROC
           DISPLAY (20, 10) "PROCESSOS MARCADOS: "
           DISPLAY (20, 30) W-TOTTRANS
           MOVE "*** EVENTOS MARCADOS COMO TRANSMITIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           DISPLAY (18, 10) "PROCESSOS GERADOS      : "
           DISPLAY (18, 36) W-TOTGER
           DISPLAY (19, 10) "  DOS QUAIS RETIFICADOS: "
           DISPLAY (19, 36) W-TOTRETIF
           DISPLAY (20, 10) "CHAPA FORA DO CADASTRO : "
           DISPLAY (20, 36) W-TOTSEMCAD
           MOVE "*** EVENTOS GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADPROC CADPRCTX.
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
