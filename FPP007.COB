                      ALTERNATE RECORD KEY IS RUBDESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TRF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 FILUF                    PIC X(02).
          03 FILSTAT                  PIC X(01).
          03 FILFAP                   PIC 9(01)V9999.
      *-----------------------------------------------------------------
      * TRANSFERENCIAS ENTRE FILIAIS (FPP171): DIAS DO MES NA FILIAL
      * DE ORIGEM, PARA O RATEIO DO DEPOSITO ENTRE OS CNPJ.
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
       FD CADLANC
               LABEL RECORD IS STANDARD
       01 W-TOTFUNC       PIC 9(06) VALUE ZEROS.
       01 W-TOTBRUTO      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTFGTS       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTSEF        PIC 9(06) VALUE ZEROS.
      *----------[ DEPOSITO POR FILIAL/CNPJ ]---------------------------
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-TRFARQ        PIC 9(01) VALUE ZEROS.
       01 W-PARTEFIL      PIC 9(02) VALUE ZEROS.
       01 W-PARTESAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-PARTEFGTS     PIC 9(06)V99 VALUE ZEROS.
      *----------[ ADICIONAL DE INSALUBR/PERICULOS POR GRAU DE RISCO ]--
       01 TAB-INSAL.
          03 FILLER PIC 9(01)V9999 VALUE 0,1000.
                03 SEF-DATAADM    PIC 9(08).
                03 SEF-REMUN      PIC 9(06)V99.
                03 SEF-DEPOSITO   PIC 9(06)V99.
                03 SEF-CNPJ       PIC 9(14).
       01 SEF-TRAILER.
                03 FILLER         PIC X(02) VALUE "99".
                03 SEF-TRL-QTD    PIC 9(06).
                03 SALBRUTOTX          PIC 9(06)V99.
                03 FILLER            PIC X(01) VALUE " ".
                03 FGTSTX          PIC 9(06)V99.
                03 FILLER            PIC X(01) VALUE " ".
                03 FILTX             PIC 9(02).
       01 CAB0.
                03 CAB-EMPRESA PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(30) VALUE
                03 CAB-SALBRUTOTX    PIC X(07) VALUE "SAL.BRU".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-FGTSTX        PIC X(07) VALUE "FGTS 8%".
                03 FILLER            PIC X(03) VALUE " FL".
       01 CAB2.
                03 CAB-CODFUNCTX     PIC X(06) VALUE "------".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-SALBRUTOTX    PIC X(07) VALUE "-------".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-FGTSTX        PIC X(07) VALUE "-------".
                03 FILLER            PIC X(01) VALUE " ".
                03 FILLER            PIC X(02) VALUE "--".
       01 CABTOT.
                03 FILLER            PIC X(05) VALUE "FUNC:".
                03 CABTOT-TOTFUNC    PIC ZZZ.ZZ9.
                MOVE ZEROS TO SALBASE SALBRUTO W-FGTS
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET
                MOVE ZEROS TO W-TOTFUNC W-TOTBRUTO W-TOTFGTS
                MOVE ZEROS TO W-TOTSEF
                MOVE "E" TO LK-AUTORC
                MOVE ZEROS TO LK-AUTOTOT
                IF LK-AUTOMODO = "A"
                 MOVE 1 TO W-LANCARQ
              ELSE
                 CLOSE CADLANC.
      * TRANSFERENCIAS ENTRE FILIAIS SAO OPCIONAIS (FPP171).
           MOVE ZEROS TO W-TRFARQ
           OPEN INPUT CADTRANSF
           IF ST-ERRO = "00"
              MOVE 1 TO W-TRFARQ.
      *
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           WRITE REGSEFTX FROM SEF-HEADER.
       ROT-CABEC.
      * RAZAO SOCIAL DA MATRIZ (FILIAL 01) NO CABECALHO QUANDO HA
      * CADASTRO DE FILIAIS; O CADASTRO FICA ABERTO PARA O CNPJ DE
      * CADA DEPOSITO NO DETALHE TIPO SEFIP.
           MOVE ZEROS TO W-FILARQ
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ
              MOVE 01 TO FILCOD
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILRAZAO TO CAB-EMPRESA.
           WRITE REGFGTTX FROM CAB0.
           MOVE W-MESCOMPET TO CAB-MESCOMPET
           MOVE W-ANOCOMPET TO CAB-ANOCOMPET
           MOVE SALBRUTO TO SALBRUTOTX.
           COMPUTE W-FGTS = SALBRUTO * W-ALIQFGTS.
           MOVE W-FGTS TO FGTSTX.
           MOVE FILIAL TO FILTX
           MOVE FILIAL TO W-PARTEFIL
           PERFORM BUSCA-CNPJ THRU BUSCA-CNPJ-FIM.
      *----------------------------------------------------------------
      * TRANSFERIDO ENTRE FILIAIS NA COMPETENCIA (FPP171): O DEPOSITO
      * SAI EM DUAS LINHAS, CADA UMA NO CNPJ DA FILIAL E NA PROPORCAO
      * DOS DIAS (DE 30) QUE A CHAPA FICOU NELA.
      *----------------------------------------------------------------
           IF W-TRFARQ NOT = 1
              GO TO INC-WR1.
           MOVE CODFUNC TO TRF-CODFUNC
           MOVE W-ANOCOMPET TO TRF-ANO
           MOVE W-MESCOMPET TO TRF-MES
           READ CADTRANSF
           IF ST-ERRO NOT = "00" OR TRF-DIASANT = ZEROS
              GO TO INC-WR1.
           COMPUTE W-PARTESAL ROUNDED = SALBRUTO * TRF-DIASANT / 30
           COMPUTE W-PARTEFGTS = W-PARTESAL * W-ALIQFGTS
           MOVE TRF-FILANT TO W-PARTEFIL
           PERFORM GRAVA-PARTE THRU GRAVA-PARTE-FIM
           COMPUTE W-PARTESAL = SALBRUTO - W-PARTESAL
           COMPUTE W-PARTEFGTS = W-FGTS - W-PARTEFGTS
           MOVE TRF-FILNOV TO W-PARTEFIL
           PERFORM GRAVA-PARTE THRU GRAVA-PARTE-FIM
           ADD 1 TO W-TOTFUNC
           DISPLAY (20, 50) CODFUNCTX
           MOVE "*** DADOS IMPRESSOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LER-FUNC01.

       INC-WR1.
                WRITE REGFGTTX FROM FGTTX
                      MOVE SALBRUTO TO SEF-REMUN
                      MOVE W-FGTS TO SEF-DEPOSITO
                      WRITE REGSEFTX FROM SEF-DETALHE
                      ADD 1 TO W-TOTSEF
                      ADD 1 TO W-TOTFUNC
                      ADD SALBRUTO TO W-TOTBRUTO
                      ADD W-FGTS TO W-TOTFGTS
       ROT-TOTAIS.
                MOVE "S" TO LK-AUTORC
                MOVE W-TOTFGTS TO LK-AUTOTOT
                MOVE W-TOTSEF TO SEF-TRL-QTD
                MOVE W-TOTBRUTO TO SEF-TRL-REMUN
                MOVE W-TOTFGTS TO SEF-TRL-DEP
                WRITE REGSEFTX FROM SEF-TRAILER
                MOVE W-TOTFGTS TO CABTOT-TOTFGTS
                WRITE REGFGTTX FROM CABTOT.
      *----------------------------------------------------------------
      * UMA LINHA DO RELATORIO E UM DETALHE SEFIP PARA A PARTE DA
      * CHAPA NA FILIAL W-PARTEFIL.
      *----------------------------------------------------------------
       GRAVA-PARTE.
                MOVE W-PARTESAL TO SALBRUTOTX
                MOVE W-PARTEFGTS TO FGTSTX
                MOVE W-PARTEFIL TO FILTX
                PERFORM BUSCA-CNPJ THRU BUSCA-CNPJ-FIM
                WRITE REGFGTTX FROM FGTTX
                MOVE PIS TO SEF-PIS
                MOVE CPF TO SEF-CPF
                MOVE DATAADM TO SEF-DATAADM
                MOVE W-PARTESAL TO SEF-REMUN
                MOVE W-PARTEFGTS TO SEF-DEPOSITO
                WRITE REGSEFTX FROM SEF-DETALHE
                ADD 1 TO W-TOTSEF
                ADD W-PARTESAL TO W-TOTBRUTO
                ADD W-PARTEFGTS TO W-TOTFGTS.
       GRAVA-PARTE-FIM.
                EXIT.
      *
       BUSCA-CNPJ.
                MOVE ZEROS TO SEF-CNPJ
                IF W-FILARQ NOT = 1
                   GO TO BUSCA-CNPJ-FIM.
                MOVE W-PARTEFIL TO FILCOD
                READ CADFILIAL
                IF ST-ERRO = "00"
                   MOVE FILCNPJ TO SEF-CNPJ.
       BUSCA-CNPJ-FIM.
                EXIT.
      *----------------------------------------------------------------
      * SOMA OS LANCAMENTOS DA COMPETENCIA COM INCIDENCIA DE FGTS
      * (RUBFGTS = "S"): PROVENTO ENTRA NA BASE, DESCONTO SAI, DO
      * MESMO MODO QUE O FPPREL TRATA AS BASES DE INSS E IRRF.
                DISPLAY (01, 01) ERASE
                IF W-LANCARQ = 1
                   CLOSE CADLANC CADRUBR.
                IF W-TRFARQ = 1
                   CLOSE CADTRANSF.
                IF W-FILARQ = 1
                   CLOSE CADFILIAL.
                CLOSE CADFUNC CADCAR CADFGTTX CADSEFTX.
       ROT-FIMP.
                EXIT PROGRAM.
