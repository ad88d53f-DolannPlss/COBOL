             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUNCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUNKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      ALTERNATE RECORD KEY IS RPA-AUTCOD
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADGPSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
              05 RPA-AUTCOD           PIC 9(04).
              05 RPA-MES              PIC 9(02).
              05 RPA-ANO              PIC 9(04).
      *-----------------------------------------------------------------
      * TRANSFERENCIAS ENTRE FILIAIS (FPP171): DIAS DO MES NA FILIAL
      * DE ORIGEM, PARA O RATEIO DA FOLHA ENTRE AS DUAS GUIAS.
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
          03 TRF-DATAEF               PIC 9(08).
          03 TRF-FILANT               PIC 9(02).
          03 TRF-FILNOV               PIC 9(02).
          03 TRF-DEPANT               PIC 9(03).
          03 TRF-DEPNOV               PIC 9(03).
          03 TRF-DIASANT              PIC 9(02).
          03 TRF-ESOEVT               PIC X(01).
          03 TRF-OPER                 PIC X(08).
          03 TRF-DATAREG              PIC 9(08).
          03 TRF-KEY.
              05 TRF-CODFUNC          PIC 9(06).
              05 TRF-ANO              PIC 9(04).
              05 TRF-MES              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADGPSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGGPSTX    PIC X(100).
      *-----------------------------------------------------------------
      * LIVRO DE CONTROLE DO FECHAMENTO (FPP041), TAMBEM CONSULTADO
      * PELA AGENDA DE OBRIGACOES (FPP155).
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUNCTL.DAT".
       01 REGRUNCTL.
          03 RUNINI                   PIC X(14).
          03 RUNFIM                   PIC X(14).
          03 RUNSTAT                  PIC X(01).
          03 RUNTOT                   PIC 9(09)V99.
          03 RUNKEY.
              05 RUNMES               PIC 9(02).
              05 RUNANO               PIC 9(04).
              05 RUNFIL               PIC 9(02).
              05 RUNSTEP              PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA      PIC X(14) VALUE SPACES.
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(37).
       01 W-VAL-X.
          03 W-VAL        PIC 9(06)V99.
      *----------[ CHAPA TRANSFERIDA NA COMPETENCIA (FPP171) ]----------
       01 W-TRFARQ        PIC 9(01) VALUE ZEROS.
       01 W-TRFDIAS       PIC 9(02) VALUE ZEROS.
       01 W-TRFOUTRA      PIC 9(02) VALUE ZEROS.
       01 W-TRFCOD        PIC 9(06) VALUE ZEROS.
      *----------[ ACUMULADORES DA GUIA ]--------------------------------
       01 W-FAP           PIC 9(01)V9999 VALUE 1,0000.
       01 W-GBRUTO        PIC 9(10)V99 VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-TRFARQ
           OPEN INPUT CADTRANSF
           IF ST-ERRO = "00"
              MOVE 1 TO W-TRFARQ.
      * DADOS E FAP DA FILIAL.
           MOVE SPACES TO GPS-RAZAO
           MOVE ZEROS TO GPS-CNPJ
           READ CADPAGFIL INTO W-LINA
              AT END
                 CLOSE CADPAGFIL
                 GO TO PROC-TRF.
           IF LA-COD NOT NUMERIC
              GO TO LE-FOLHA.
           IF LA-NOME(1:9) = "DIFERENCA"
              GO TO LE-FOLHA.
           PERFORM VERIF-TRANSF THRU VERIF-TRANSF-FIM
           PERFORM SOMA-FOLHA THRU SOMA-FOLHA-FIM
           GO TO LE-FOLHA.
      *----------------------------------------------------------------
      * 1B) TRANSFERIDOS ENTRE FILIAIS NA COMPETENCIA (FPP171): A
      * FOLHA DA CHAPA SAI TODA NA FILIAL EM QUE O FPPREL A PROCESSOU;
      * A PARTE DOS DIAS DESTA FILIAL E BUSCADA NA FOLHA DA OUTRA.
      *----------------------------------------------------------------
       PROC-TRF.
           IF W-TRFARQ NOT = 1
              GO TO PROC-13.
           MOVE LOW-VALUES TO TRF-KEY
           START CADTRANSF KEY IS NOT LESS TRF-KEY
           IF ST-ERRO NOT = "00"
              GO TO PROC-13.
       PROC-TRF-RD.
           READ CADTRANSF NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-13.
           IF TRF-ANO NOT = W-ANOCOMPET OR TRF-MES NOT = W-MESCOMPET
              GO TO PROC-TRF-RD.
           IF TRF-FILANT = W-FILIALSEL
              MOVE TRF-FILNOV TO W-TRFOUTRA
              MOVE TRF-DIASANT TO W-TRFDIAS
           ELSE
              IF TRF-FILNOV = W-FILIALSEL
                 MOVE TRF-FILANT TO W-TRFOUTRA
                 COMPUTE W-TRFDIAS = 30 - TRF-DIASANT
              ELSE
                 GO TO PROC-TRF-RD.
           IF W-TRFDIAS = ZEROS
              GO TO PROC-TRF-RD.
           MOVE TRF-CODFUNC TO W-TRFCOD
           MOVE W-TRFOUTRA TO W-NOMEPAG-FIL
           MOVE W-NOMEPAG1 TO W-NOMEPAGF
           OPEN INPUT CADPAGFIL
           IF ST-ERRO NOT = "00"
              GO TO PROC-TRF-RD.
       PROC-TRF-LN.
           READ CADPAGFIL INTO W-LINA
              AT END
                 CLOSE CADPAGFIL
                 GO TO PROC-TRF-RD.
           IF LA-COD NOT NUMERIC
              GO TO PROC-TRF-LN.
           IF LA-NOME(1:9) = "DIFERENCA"
              GO TO PROC-TRF-LN.
           IF LA-COD NOT = W-TRFCOD
              GO TO PROC-TRF-LN.
           PERFORM SOMA-FOLHA THRU SOMA-FOLHA-FIM
           GO TO PROC-TRF-LN.
      *
      * DIAS (DE 30) DA CHAPA DA LINHA NESTA FILIAL: 30 SE NAO HOUVE
      * TRANSFERENCIA NA COMPETENCIA.
       VERIF-TRANSF.
           MOVE 30 TO W-TRFDIAS
           IF W-TRFARQ NOT = 1
              GO TO VERIF-TRANSF-FIM.
           MOVE LA-COD TO TRF-CODFUNC
           MOVE W-ANOCOMPET TO TRF-ANO
           MOVE W-MESCOMPET TO TRF-MES
           READ CADTRANSF
           IF ST-ERRO NOT = "00"
              GO TO VERIF-TRANSF-FIM.
           IF TRF-FILANT = W-FILIALSEL
              MOVE TRF-DIASANT TO W-TRFDIAS
           ELSE
              IF TRF-FILNOV = W-FILIALSEL
                 COMPUTE W-TRFDIAS = 30 - TRF-DIASANT.
       VERIF-TRANSF-FIM.
           EXIT.
      *
      * BRUTO, INSS E RAT DA LINHA NA PROPORCAO DE W-TRFDIAS.
       SOMA-FOLHA.
           MOVE LA-BRUTO TO W-VAL-X
           IF W-TRFDIAS NOT = 30
              COMPUTE W-VAL ROUNDED = W-VAL * W-TRFDIAS / 30.
           ADD W-VAL TO W-GBRUTO
           MOVE LA-INSS TO W-VAL-X
           IF W-TRFDIAS NOT = 30
              COMPUTE W-VAL ROUNDED = W-VAL * W-TRFDIAS / 30.
           ADD W-VAL TO W-GINSS
           MOVE LA-RAT TO W-VAL-X
           IF W-TRFDIAS NOT = 30
              COMPUTE W-VAL ROUNDED = W-VAL * W-TRFDIAS / 30.
           ADD W-VAL TO W-GRAT.
       SOMA-FOLHA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * 2) 13o PAGO NO MES: O CALCULO ANUAL DO FPP006 (CADDECRL)
      * ENTRA NA GPS DA COMPETENCIA DE DEZEMBRO.
           MOVE W-FERBRUTO TO GPS-VAL
           WRITE REGGPSTX FROM GPS-LIN
           DISPLAY (16, 05) GPS-TOT
           PERFORM MARCA-RUNCTL THRU MARCA-RUNCTL-FIM
           MOVE "*** GPS GERADA COM CONFERENCIA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       CALC-NDIAS-FIM.
           EXIT.
      *
      *----------------------------------------------------------------
      * REGISTRA NO LIVRO DE CONTROLE (ARQRUNCTL) A ETAPA GPS DA
      * COMPETENCIA COMO CONCLUIDA, PARA A AGENDA DE OBRIGACOES.
      *----------------------------------------------------------------
       MARCA-RUNCTL.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRUNCTL
                 CLOSE CADRUNCTL
                 GO TO MARCA-RUNCTL
              ELSE
                 GO TO MARCA-RUNCTL-FIM.
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO W-DATAHORA
           MOVE W-MESCOMPET TO RUNMES
           MOVE W-ANOCOMPET TO RUNANO
           MOVE W-FILIALSEL TO RUNFIL
           MOVE "GPS" TO RUNSTEP
           READ CADRUNCTL
           MOVE W-DATAHORA TO RUNINI RUNFIM
           MOVE "C" TO RUNSTAT
           MOVE W-TOTGPS TO RUNTOT
           IF ST-ERRO = "00"
              REWRITE REGRUNCTL
           ELSE
              WRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       MARCA-RUNCTL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-TRFARQ = 1
              CLOSE CADTRANSF.
           CLOSE CADFUNC CADCAR CADGPSTX.
       ROT-FIM2.
           EXIT PROGRAM.
