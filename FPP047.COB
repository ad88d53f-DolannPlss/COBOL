                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGRAITX    PIC X(250).
      *-----------------------------------------------------------------
      * VINCULO DE READMISSAO GRAVADO PELO FPP004.
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
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-FIL           PIC 9(02) VALUE ZEROS.
       01 W-COD9          PIC 9(06) VALUE ZEROS.
       01 W-NOMEDEC       PIC X(20) VALUE SPACES.
       01 W-RDMARQ        PIC 9(01) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEDEC1.
          03 FILLER       PIC X(08) VALUE "CADDECRL".
                03 RAI-DEC13      PIC 9(06)V99.
                03 FILLER         PIC X(01) VALUE ";".
                03 RAI-NOME       PIC X(30).
                03 FILLER         PIC X(01) VALUE ";".
                03 RAI-CHAPAANT   PIC 9(06).
       01 LINCHEIA.
                03 FILLER         PIC X(50) VALUE
                   "*** TABELA CHEIA - DECLARACAO INCOMPLETA ***".
                 "*** TABELA CHEIA - DECLARACAO INCOMPLETA ***".
       AVISA-TABCHEIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CHAPA COM REMUNERACAO NO ANO QUE JA FOI EXPURGADA (FPP024):
      * OS DADOS CADASTRAIS VEM DO HISTORICO DO EXPURGO.
      *----------------------------------------------------------------
       LE-ARQFUNC.
           OPEN INPUT CADARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO LE-ARQFUNC-NAO.
       LE-ARQFUNC-RD.
           READ CADARQFUNC
              AT END
                 CLOSE CADARQFUNC
                 GO TO LE-ARQFUNC-NAO.
           IF REGARQFUNC(1:6) NOT = W-TE-COD(IND)
              GO TO LE-ARQFUNC-RD.
           CLOSE CADARQFUNC
           MOVE REGARQFUNC TO REGFUNC
           GO TO LE-ARQFUNC-FIM.
       LE-ARQFUNC-NAO.
           MOVE ZEROS TO CPF PIS DATAADM DATADEM FUNCCAR
           MOVE SPACES TO CTPS NOME.
       LE-ARQFUNC-FIM.
           EXIT.
      *
       ZERA-MESES.
           IF IND2 > 12
      * RESUMO POR FILIAL.
      *----------------------------------------------------------------
       GERA-DECL.
      * VINCULOS DE READMISSAO (FPP004) SAO OPCIONAIS.
           MOVE ZEROS TO W-RDMARQ
           OPEN INPUT CADREADM
           IF ST-ERRO = "00"
              MOVE 1 TO W-RDMARQ.
           MOVE 1 TO IND.
       GERA-DECL-LP.
           IF IND > W-QTDEMP
           MOVE W-TE-COD(IND) TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              PERFORM LE-ARQFUNC THRU LE-ARQFUNC-FIM.
      * EX-FUNCIONARIO READMITIDO: A CHAPA DO VINCULO ANTERIOR VAI NA
      * DECLARACAO PARA LIGAR OS DOIS PERIODOS DO MESMO CPF.
           MOVE ZEROS TO RAI-CHAPAANT
           IF W-RDMARQ = 1
              MOVE W-TE-COD(IND) TO RDM-CODFUNC
              READ CADREADM
              IF ST-ERRO = "00"
                 MOVE RDM-CODANT TO RAI-CHAPAANT.
           MOVE CPF TO RAI-CPF
           MOVE PIS TO RAI-PIS
           MOVE CTPS TO RAI-CTPS
           GO TO GERA-DECL-LP.
      *
       GERA-RESUMO.
           IF W-RDMARQ = 1
              CLOSE CADREADM.
           IF W-TABCHEIA = 1
              WRITE REGRAITX FROM LINCHEIA.
           MOVE ZEROS TO W-FIL.
