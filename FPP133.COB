       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP133.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * CONCILIACAO PREVIA DA DCTFWEB POR FILIAL E           *
      * COMPETENCIA: INSS DA GPS (FPP079), IRRF DO DARF      *
      * (FPP080), TOTAIS DO S-1200 (FPP093) E HISTORICO DA   *
      * FOLHA (ARQHISTF), COM AS DIFERENCAS ABERTAS POR      *
      * CHAPA. CHAMADO PELO FPP041 (MODO "A") PARA PARAR O   *
      * FECHAMENTO QUANDO A DIFERENCA PASSA DA TOLERANCIA     *
      ********************************************************
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
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCONC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CC-CODFUNC
                      ALTERNATE RECORD KEY IS CC-CPF
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGFIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADGUIA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADESOCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADCONCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
      * ARQUIVO DE TRABALHO, REFEITO A CADA EXECUCAO: UM REGISTRO
      * POR CHAPA COM O VALOR DE CADA ORIGEM.
      *-----------------------------------------------------------------
       FD CADCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONC.DAT".
       01 REGCONC.
          03 CC-NOME                  PIC X(20).
      * INSS E IRRF DA FOLHA (CADPAGRL), BASE DA GPS E DO DARF.
          03 CC-FOLINSS               PIC 9(07)V99.
          03 CC-FOLIRRF               PIC 9(07)V99.
      * RUBRICAS 921/952 E 922/953 DO S-1200.
          03 CC-ESOINSS               PIC 9(07)V99.
          03 CC-ESOIRRF               PIC 9(07)V99.
      * HISTORICO CONSOLIDADO DA FOLHA (ARQHISTF).
          03 CC-HFINSS                PIC 9(07)V99.
          03 CC-HFIRRF                PIC 9(07)V99.
          03 CC-CPF                   PIC 9(11).
          03 CC-CODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
       FD CADPAGFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEPAGF.
       01 REGPAGFIL   PIC X(110).
      *-----------------------------------------------------------------
       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEGUIA.
       01 REGGUIA     PIC X(100).
      *-----------------------------------------------------------------
       FD CADESOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEESO.
       01 REGESOCTX   PIC X(100).
      *-----------------------------------------------------------------
       FD CADCONCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGCONCTX   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-MESCOMPET     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMPET     PIC 9(04) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
       01 W-TOLER         PIC 9(05)V99 VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-NOVO          PIC 9(01) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CPFBUSCA      PIC 9(11) VALUE ZEROS.
      * ORIGENS PRESENTES (1=SIM): ORIGEM AUSENTE FICA FORA DA
      * CONFERENCIA E SAI ANOTADA NO RELATORIO.
       01 W-TEMGPS        PIC 9(01) VALUE ZEROS.
       01 W-TEMDARF       PIC 9(01) VALUE ZEROS.
       01 W-TEMESO        PIC 9(01) VALUE ZEROS.
       01 W-TEMHIST       PIC 9(01) VALUE ZEROS.
       01 W-NOMEPAGF      PIC X(20) VALUE SPACES.
       01 W-NOMEPAG1.
          03 FILLER       PIC X(08) VALUE "CADPAGRL".
          03 W-NOMEPAG-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEPAG-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEPAG-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-NOMEGUIA      PIC X(20) VALUE SPACES.
       01 W-NOMEGUIA1.
          03 W-NOMEGUIA-PRE PIC X(08) VALUE "CADGPSRL".
          03 W-NOMEGUIA-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEGUIA-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEGUIA-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-NOMEESO       PIC X(20) VALUE SPACES.
       01 W-NOMEESO1.
          03 FILLER       PIC X(08) VALUE "CADESC12".
          03 W-NOMEESO-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEESO-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEESO-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADCONRL".
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 W-NOMEARQ-FIL PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ DESMONTE DA LINHA DE DETALHE DO CADPAGRL ]-----------
       01 W-LINA          PIC X(110) VALUE SPACES.
       01 W-LINAX REDEFINES W-LINA.
          03 LA-COD       PIC X(06).
          03 FILLER       PIC X(01).
          03 LA-NOME      PIC X(25).
          03 FILLER       PIC X(05).
          03 LA-BRUTO     PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-INSS      PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-IRRF      PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-LIQ       PIC X(08).
          03 FILLER       PIC X(01).
          03 LA-RAT       PIC X(08).
          03 FILLER       PIC X(29).
       01 W-VAL-X.
          03 W-VAL        PIC 9(06)V99.
      *----------[ DESMONTE DA LINHA DO S-1200 (FPP093) ]---------------
       01 W-LINE          PIC X(100) VALUE SPACES.
       01 W-LINEX REDEFINES W-LINE.
          03 LE-EVENTO    PIC X(05).
          03 LE-CPF       PIC 9(11).
          03 LE-COMPET    PIC 9(06).
          03 LE-RUB       PIC 9(03).
          03 LE-TIPO      PIC X(01).
          03 LE-VERBA     PIC X(10).
          03 LE-VALOR     PIC 9(09)V99.
          03 FILLER       PIC X(53).
      *----------[ LINHAS DA GPS E DO DARF ]----------------------------
       01 W-LING          PIC X(100) VALUE SPACES.
       01 W-LINGX REDEFINES W-LING.
          03 LG-DESC      PIC X(32).
          03 LG-VAL       PIC X(14).
          03 FILLER       PIC X(54).
       01 W-LIND          PIC X(100) VALUE SPACES.
       01 W-LINDX REDEFINES W-LIND.
          03 LD-COD       PIC X(05).
          03 FILLER       PIC X(01).
          03 LD-DESC      PIC X(32).
          03 LD-VAL       PIC X(14).
          03 FILLER       PIC X(48).
      *----------[ CONVERSAO DO VALOR EDITADO DAS GUIAS ]---------------
       01 W-EDIT          PIC X(14) VALUE SPACES.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-DIG           PIC 9(01) VALUE ZEROS.
       01 W-NUMV          PIC 9(12) VALUE ZEROS.
       01 W-VALDOC        PIC 9(10)V99 VALUE ZEROS.
      *----------[ ACUMULADORES ]---------------------------------------
       01 W-GPSINSS       PIC 9(10)V99 VALUE ZEROS.
       01 W-DARFIRRF      PIC 9(10)V99 VALUE ZEROS.
       01 W-SFOLINSS      PIC 9(10)V99 VALUE ZEROS.
       01 W-SFOLIRRF      PIC 9(10)V99 VALUE ZEROS.
       01 W-SESOINSS      PIC 9(10)V99 VALUE ZEROS.
       01 W-SESOIRRF      PIC 9(10)V99 VALUE ZEROS.
       01 W-SHFINSS       PIC 9(10)V99 VALUE ZEROS.
       01 W-SHFIRRF       PIC 9(10)V99 VALUE ZEROS.
       01 W-SEMCAD        PIC 9(10)V99 VALUE ZEROS.
       01 W-DIF           PIC S9(10)V99 VALUE ZEROS.
       01 W-DIFCHAPA      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTDIF        PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDIV        PIC 9(06) VALUE ZEROS.
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 CAB1.
                03 FILLER      PIC X(45) VALUE
                   "*** CONCILIACAO DCTFWEB - GPS/DARF/S-1200 ***".
       01 CAB2.
                03 FILLER      PIC X(08) VALUE "FILIAL: ".
                03 CB-FIL      PIC 99.
                03 FILLER      PIC X(16) VALUE "  COMPETENCIA: ".
                03 CB-MES      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 CB-ANO      PIC 9999.
                03 FILLER      PIC X(15) VALUE "  TOLERANCIA: ".
                03 CB-TOLER    PIC ZZ.ZZ9,99.
       01 CAB3.
                03 FILLER      PIC X(28) VALUE
                   "CHAPA  NOME                 ".
                03 FILLER      PIC X(30) VALUE
                   " INSS-FOLH INSS-1200 INSS-HIST".
                03 FILLER      PIC X(30) VALUE
                   " IRRF-FOLH IRRF-1200 IRRF-HIST".
                03 FILLER      PIC X(10) VALUE " DIFERENCA".
       01 SEP1.
                03 FILLER      PIC X(98) VALUE ALL "-".
       01 LINDET.
                03 LD-CHAPA    PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-NOME     PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-FINSS    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-EINSS    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-HINSS    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-FIRRF    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-EIRRF    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-HIRRF    PIC ZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE " ".
                03 LD-DIF      PIC ZZZZZ9,99.
       01 LINSEMCAD.
                03 FILLER      PIC X(33) VALUE
                   "S-1200 DE CPF SEM CHAPA NA FOLHA:".
                03 LS-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE " ".
                03 LS-RUB      PIC 9(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 LS-VALOR    PIC ZZZZZ9,99.
       01 LINTOT.
                03 LT-DESC     PIC X(40).
                03 LT-VAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINQTD.
                03 FILLER      PIC X(40) VALUE
                   "CHAPAS COM DIFERENCA                 : ".
                03 LQ-QTD      PIC ZZZZZ9.
       01 LINAUS.
                03 LA2-DESC    PIC X(60).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-AUTOPARM.
          03 LK-AUTOMODO       PIC X(01).
          03 LK-AUTOMES        PIC 9(02).
          03 LK-AUTOANO        PIC 9(04).
          03 LK-AUTOFILIAL     PIC 9(02).
          03 LK-AUTORC         PIC X(01).
          03 LK-AUTOTOT        PIC 9(09)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONCILIACAO PREVIA DA DCTFWEB ***".
           05  LINE 05  COLUMN 01
               VALUE  " GPS (FPP079) X DARF (FPP080) X S-1200 (FP".
           05  LINE 05  COLUMN 43
               VALUE  "P093) X HISTORICO (ARQHISTF)".
           05  LINE 09  COLUMN 01
               VALUE  "                         COMPETENCIA (MM/A".
           05  LINE 09  COLUMN 44
               VALUE  "AAA) :".
           05  LINE 11  COLUMN 01
               VALUE  "                         FILIAL (MATRIZ=01)".
           05  LINE 11  COLUMN 44
               VALUE  " :".
           05  LINE 13  COLUMN 01
               VALUE  "                         TOLERANCIA (R$)".
           05  LINE 13  COLUMN 44
               VALUE  " :".
           05  LINE 15  COLUMN 01
               VALUE  "                         CONFIRMA CONCILIA".
           05  LINE 15  COLUMN 42
               VALUE  "CAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESCOMPET
               LINE 09  COLUMN 51  PIC 99
               USING  W-MESCOMPET
               HIGHLIGHT.
           05  LINE 09  COLUMN 53
               VALUE  "/".
           05  TW-ANOCOMPET
               LINE 09  COLUMN 54  PIC 9999
               USING  W-ANOCOMPET
               HIGHLIGHT.
           05  TW-FILIALSEL
               LINE 11  COLUMN 46  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-TOLER
               LINE 13  COLUMN 46  PIC 99999,99
               USING  W-TOLER
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-AUTOPARM.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-FILIALSEL
                MOVE ZEROS TO W-TOLER W-TOTDIF W-QTDDIV W-SEMCAD
                MOVE ZEROS TO W-GPSINSS W-DARFIRRF
                MOVE ZEROS TO W-SFOLINSS W-SFOLIRRF
                MOVE ZEROS TO W-SESOINSS W-SESOIRRF
                MOVE ZEROS TO W-SHFINSS W-SHFIRRF
                MOVE ZEROS TO W-TEMGPS W-TEMDARF W-TEMESO W-TEMHIST
      * NO MODO AUTOMATICO A TOLERANCIA VEM NO CAMPO DO TOTAL E
      * VOLTA SUBSTITUIDA PELA DIFERENCA ENCONTRADA.
                IF LK-AUTOMODO = "A"
                   MOVE LK-AUTOMES TO W-MESCOMPET
                   MOVE LK-AUTOANO TO W-ANOCOMPET
                   MOVE LK-AUTOFILIAL TO W-FILIALSEL
                   MOVE LK-AUTOTOT TO W-TOLER
                   MOVE "E" TO LK-AUTORC
                   MOVE ZEROS TO LK-AUTOTOT
                   GO TO INC-OP0.
                DISPLAY TELAPRINCIPAL.
       INC-COMPET.
                ACCEPT TW-MESCOMPET
                IF W-MESCOMPET < 1 OR W-MESCOMPET > 12
                   MOVE "*** MES DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
                ACCEPT TW-ANOCOMPET
                IF W-ANOCOMPET < 1900
                   MOVE "*** ANO DE COMPETENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMPET.
       INC-FILIAL.
                ACCEPT TW-FILIALSEL
                IF W-FILIALSEL < 1
                   MOVE "*** FILIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
       INC-TOLER.
                ACCEPT TW-TOLER.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT CADCONC
           CLOSE CADCONC
           OPEN I-O CADCONC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           MOVE W-MESCOMPET TO W-NOMEPAG-MM W-NOMEGUIA-MM
                               W-NOMEESO-MM W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEPAG-AA W-NOMEGUIA-AA
                               W-NOMEESO-AA W-NOMEARQ-AA
           MOVE W-FILIALSEL TO W-NOMEPAG-FIL W-NOMEGUIA-FIL
                               W-NOMEESO-FIL W-NOMEARQ-FIL
           MOVE W-NOMEPAG1 TO W-NOMEPAGF
           MOVE W-NOMEESO1 TO W-NOMEESO
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN INPUT CADPAGFIL
           IF ST-ERRO NOT = "00"
              MOVE "*** FOLHA DA COMPETENCIA NAO EXISTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADCONC
              GO TO ROT-FIM2.
           OPEN OUTPUT CADCONCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCONCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADCONC CADPAGFIL
              GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * 1) FOLHA DA FILIAL (CADPAGRL): E A MESMA BASE QUE O FPP079 E
      * O FPP080 LEVAM PARA A GPS E PARA O DARF.
      *----------------------------------------------------------------
       LE-FOLHA.
           READ CADPAGFIL INTO W-LINA
              AT END
                 CLOSE CADPAGFIL
                 GO TO PROC-HIST.
           IF LA-COD NOT NUMERIC
              GO TO LE-FOLHA.
           IF LA-NOME(1:9) = "DIFERENCA"
              GO TO LE-FOLHA.
           MOVE LA-COD TO W-CHAPA
           PERFORM LE-CONC THRU LE-CONC-FIM
           MOVE LA-INSS TO W-VAL-X
           ADD W-VAL TO CC-FOLINSS W-SFOLINSS
           MOVE LA-IRRF TO W-VAL-X
           ADD W-VAL TO CC-FOLIRRF W-SFOLIRRF
           PERFORM GRAVA-CONC THRU GRAVA-CONC-FIM
           GO TO LE-FOLHA.
      *----------------------------------------------------------------
      * 2) HISTORICO DA FOLHA (ARQHISTF, CARREGADO NO FECHAMENTO DA
      * COMPETENCIA PELO FPP038).
      *----------------------------------------------------------------
       PROC-HIST.
           OPEN INPUT CADHISTF
           IF ST-ERRO NOT = "00"
              GO TO PROC-ESO.
           MOVE LOW-VALUES TO HF-KEY
           START CADHISTF KEY IS NOT LESS HF-KEY
           IF ST-ERRO NOT = "00"
              CLOSE CADHISTF
              GO TO PROC-ESO.
       PROC-HIST-RD.
           READ CADHISTF NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADHISTF
              GO TO PROC-ESO.
           IF HF-ANO NOT = W-ANOCOMPET OR HF-MES NOT = W-MESCOMPET
              OR HF-FIL NOT = W-FILIALSEL
              GO TO PROC-HIST-RD.
           MOVE 1 TO W-TEMHIST
           MOVE HF-CODFUNC TO W-CHAPA
           PERFORM LE-CONC THRU LE-CONC-FIM
           ADD HF-INSS TO CC-HFINSS W-SHFINSS
           ADD HF-IRRF TO CC-HFIRRF W-SHFIRRF
           PERFORM GRAVA-CONC THRU GRAVA-CONC-FIM
           GO TO PROC-HIST-RD.
      *----------------------------------------------------------------
      * 3) LOTE DO S-1200 DA COMPETENCIA/FILIAL: O EVENTO VEM POR
      * CPF; INSS = RUBRICAS 921 E 952, IRRF = 922 E 953.
      *----------------------------------------------------------------
       PROC-ESO.
           OPEN INPUT CADESOCTX
           IF ST-ERRO NOT = "00"
              GO TO PROC-GPS.
           MOVE 1 TO W-TEMESO.
       PROC-ESO-RD.
           READ CADESOCTX INTO W-LINE
              AT END
                 CLOSE CADESOCTX
                 GO TO PROC-GPS.
           IF LE-EVENTO NOT = "S1200"
              GO TO PROC-ESO-RD.
           IF LE-RUB NOT = 921 AND LE-RUB NOT = 952
              AND LE-RUB NOT = 922 AND LE-RUB NOT = 953
              GO TO PROC-ESO-RD.
           MOVE LE-CPF TO W-CPFBUSCA
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ACHOU = 0
              ADD LE-VALOR TO W-SEMCAD
              MOVE LE-CPF TO LS-CPF
              MOVE LE-RUB TO LS-RUB
              MOVE LE-VALOR TO LS-VALOR
              WRITE REGCONCTX FROM LINSEMCAD
              GO TO PROC-ESO-RD.
           PERFORM LE-CONC THRU LE-CONC-FIM
           IF LE-RUB = 921 OR LE-RUB = 952
              ADD LE-VALOR TO CC-ESOINSS W-SESOINSS
           ELSE
              ADD LE-VALOR TO CC-ESOIRRF W-SESOIRRF.
           PERFORM GRAVA-CONC THRU GRAVA-CONC-FIM
           GO TO PROC-ESO-RD.
      *----------------------------------------------------------------
      * 4) GPS E DARF GERADOS: LINHA DO INSS DOS SEGURADOS DA FOLHA
      * NA GPS E LINHA DO IRRF DA FOLHA MENSAL NO DARF.
      *----------------------------------------------------------------
       PROC-GPS.
           MOVE "CADGPSRL" TO W-NOMEGUIA-PRE
           MOVE W-NOMEGUIA1 TO W-NOMEGUIA
           OPEN INPUT CADGUIA
           IF ST-ERRO NOT = "00"
              GO TO PROC-DARF.
       PROC-GPS-RD.
           READ CADGUIA INTO W-LING
              AT END
                 CLOSE CADGUIA
                 GO TO PROC-DARF.
           IF LG-DESC(1:22) NOT = "INSS SEGURADOS (FOLHA)"
              GO TO PROC-GPS-RD.
           MOVE LG-VAL TO W-EDIT
           PERFORM CONV-VAL THRU CONV-VAL-FIM
           MOVE W-VALDOC TO W-GPSINSS
           MOVE 1 TO W-TEMGPS
           GO TO PROC-GPS-RD.
       PROC-DARF.
           MOVE "CADDARFR" TO W-NOMEGUIA-PRE
           MOVE W-NOMEGUIA1 TO W-NOMEGUIA
           OPEN INPUT CADGUIA
           IF ST-ERRO NOT = "00"
              GO TO GERA-REL.
       PROC-DARF-RD.
           READ CADGUIA INTO W-LIND
              AT END
                 CLOSE CADGUIA
                 GO TO GERA-REL.
           IF LD-DESC(1:17) NOT = "IRRF FOLHA MENSAL"
              GO TO PROC-DARF-RD.
           MOVE LD-VAL TO W-EDIT
           PERFORM CONV-VAL THRU CONV-VAL-FIM
           MOVE W-VALDOC TO W-DARFIRRF
           MOVE 1 TO W-TEMDARF
           GO TO PROC-DARF-RD.
      *----------------------------------------------------------------
      * 5) RELATORIO: SO SAEM AS CHAPAS COM DIFERENCA ENTRE A FOLHA
      * E AS ORIGENS PRESENTES; NO FIM OS TOTAIS DE CADA ORIGEM E O
      * CONFRONTO DAS GUIAS COM A FOLHA.
      *----------------------------------------------------------------
       GERA-REL.
           WRITE REGCONCTX FROM CAB1
           MOVE W-FILIALSEL TO CB-FIL
           MOVE W-MESCOMPET TO CB-MES
           MOVE W-ANOCOMPET TO CB-ANO
           MOVE W-TOLER TO CB-TOLER
           WRITE REGCONCTX FROM CAB2
           WRITE REGCONCTX FROM SEP1
           WRITE REGCONCTX FROM CAB3
           WRITE REGCONCTX FROM SEP1
           MOVE W-SEMCAD TO W-TOTDIF
           MOVE LOW-VALUES TO CC-CODFUNC
           START CADCONC KEY IS NOT LESS CC-CODFUNC
           IF ST-ERRO NOT = "00"
              GO TO GERA-TOT.
       GERA-REL-RD.
           READ CADCONC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-TOT.
           MOVE ZEROS TO W-DIFCHAPA
           IF W-TEMESO = 1
              COMPUTE W-DIF = CC-FOLINSS - CC-ESOINSS
              PERFORM SOMA-DIF THRU SOMA-DIF-FIM
              COMPUTE W-DIF = CC-FOLIRRF - CC-ESOIRRF
              PERFORM SOMA-DIF THRU SOMA-DIF-FIM.
           IF W-TEMHIST = 1
              COMPUTE W-DIF = CC-FOLINSS - CC-HFINSS
              PERFORM SOMA-DIF THRU SOMA-DIF-FIM
              COMPUTE W-DIF = CC-FOLIRRF - CC-HFIRRF
              PERFORM SOMA-DIF THRU SOMA-DIF-FIM.
           IF W-DIFCHAPA = ZEROS
              GO TO GERA-REL-RD.
           ADD 1 TO W-QTDDIV
           ADD W-DIFCHAPA TO W-TOTDIF
           MOVE CC-CODFUNC TO LD-CHAPA
           MOVE CC-NOME TO LD-NOME
           MOVE CC-FOLINSS TO LD-FINSS
           MOVE CC-ESOINSS TO LD-EINSS
           MOVE CC-HFINSS TO LD-HINSS
           MOVE CC-FOLIRRF TO LD-FIRRF
           MOVE CC-ESOIRRF TO LD-EIRRF
           MOVE CC-HFIRRF TO LD-HIRRF
           MOVE W-DIFCHAPA TO LD-DIF
           WRITE REGCONCTX FROM LINDET
           GO TO GERA-REL-RD.
       GERA-TOT.
           WRITE REGCONCTX FROM SEP1
           MOVE "INSS DA FOLHA (CADPAGRL)             : " TO LT-DESC
           MOVE W-SFOLINSS TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "INSS SEGURADOS NA GPS (FPP079)       : " TO LT-DESC
           MOVE W-GPSINSS TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "INSS NO S-1200 (FPP093)              : " TO LT-DESC
           MOVE W-SESOINSS TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "INSS NO HISTORICO (ARQHISTF)         : " TO LT-DESC
           MOVE W-SHFINSS TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "IRRF DA FOLHA (CADPAGRL)             : " TO LT-DESC
           MOVE W-SFOLIRRF TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "IRRF DA FOLHA NO DARF (FPP080)       : " TO LT-DESC
           MOVE W-DARFIRRF TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "IRRF NO S-1200 (FPP093)              : " TO LT-DESC
           MOVE W-SESOIRRF TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           MOVE "IRRF NO HISTORICO (ARQHISTF)         : " TO LT-DESC
           MOVE W-SHFIRRF TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           WRITE REGCONCTX FROM SEP1
      * AS GUIAS SAO CONFRONTADAS COM A SOMA DA FOLHA DA FILIAL.
           IF W-TEMGPS = 1
              COMPUTE W-DIF = W-GPSINSS - W-SFOLINSS
              PERFORM SOMA-GUIA THRU SOMA-GUIA-FIM
              MOVE "DIFERENCA GPS X FOLHA                : "
                                                         TO LT-DESC
              MOVE W-DIFCHAPA TO LT-VAL
              WRITE REGCONCTX FROM LINTOT
           ELSE
              MOVE "GPS NAO GERADA (FPP079) - FORA DA CONFERENCIA"
                                                         TO LA2-DESC
              WRITE REGCONCTX FROM LINAUS.
           IF W-TEMDARF = 1
              COMPUTE W-DIF = W-DARFIRRF - W-SFOLIRRF
              PERFORM SOMA-GUIA THRU SOMA-GUIA-FIM
              MOVE "DIFERENCA DARF X FOLHA               : "
                                                         TO LT-DESC
              MOVE W-DIFCHAPA TO LT-VAL
              WRITE REGCONCTX FROM LINTOT
           ELSE
              MOVE "DARF NAO GERADO (FPP080) - FORA DA CONFERENCIA"
                                                         TO LA2-DESC
              WRITE REGCONCTX FROM LINAUS.
           IF W-TEMESO NOT = 1
              MOVE "S-1200 NAO GERADO (FPP093) - FORA DA CONFERENCIA"
                                                         TO LA2-DESC
              WRITE REGCONCTX FROM LINAUS.
           IF W-TEMHIST NOT = 1
              MOVE "HISTORICO NAO CARREGADO (FPP038) - FORA DA CONF."
                                                         TO LA2-DESC
              WRITE REGCONCTX FROM LINAUS.
           IF W-TEMGPS = 0 AND W-TEMDARF = 0 AND W-TEMESO = 0
              AND W-TEMHIST = 0
              MOVE "*** NENHUMA FONTE PARA CONFRONTO ***" TO LA2-DESC
              WRITE REGCONCTX FROM LINAUS.
           IF W-SEMCAD NOT = ZEROS
              MOVE "S-1200 SEM CHAPA NA FOLHA            : "
                                                         TO LT-DESC
              MOVE W-SEMCAD TO LT-VAL
              WRITE REGCONCTX FROM LINTOT.
           MOVE W-QTDDIV TO LQ-QTD
           WRITE REGCONCTX FROM LINQTD
           MOVE "DIFERENCA TOTAL APURADA              : " TO LT-DESC
           MOVE W-TOTDIF TO LT-VAL
           WRITE REGCONCTX FROM LINTOT
           IF W-TOTDIF > W-TOLER
              MOVE "*** DIFERENCA ACIMA DA TOLERANCIA ***" TO LA2-DESC
           ELSE
              MOVE "*** CONCILIADO DENTRO DA TOLERANCIA ***"
                                                         TO LA2-DESC.
           WRITE REGCONCTX FROM LINAUS
           CLOSE CADCONCTX.
      *
       ROT-TOTAIS.
      * NO MODO AUTOMATICO, SEM NENHUMA FONTE PARA CONFRONTAR COM A
      * FOLHA NAO HA O QUE CONCILIAR: A ETAPA FALHA E A CADEIA PARA.
           IF LK-AUTOMODO = "A"
              MOVE W-TOTDIF TO LK-AUTOTOT
              IF W-TEMGPS = 0 AND W-TEMDARF = 0 AND W-TEMESO = 0
                 AND W-TEMHIST = 0
                 MOVE "*** NENHUMA FONTE PARA CONFRONTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
              IF W-TOTDIF NOT > W-TOLER
                 MOVE "S" TO LK-AUTORC.
           IF LK-AUTOMODO NOT = "A"
              MOVE W-SFOLINSS TO LT-VAL
              DISPLAY (17, 10) "INSS FOLHA: "
              DISPLAY (17, 22) LT-VAL
              MOVE W-SFOLIRRF TO LT-VAL
              DISPLAY (17, 40) "IRRF FOLHA: "
              DISPLAY (17, 52) LT-VAL
              MOVE W-TOTDIF TO LT-VAL
              DISPLAY (19, 10) "DIFERENCA : "
              DISPLAY (19, 22) LT-VAL
              MOVE W-QTDDIV TO LQ-QTD
              DISPLAY (19, 40) "CHAPAS    : "
              DISPLAY (19, 52) LQ-QTD.
           IF W-TOTDIF > W-TOLER
              MOVE "*** DIFERENCA ACIMA DA TOLERANCIA (CADCONRL) ***"
                                                             TO MENS
           ELSE
              MOVE "*** CONCILIACAO DENTRO DA TOLERANCIA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * REGISTRO DE TRABALHO DA CHAPA: LE O EXISTENTE OU PREPARA UM
      * NOVO COM NOME E CPF DO CADASTRO.
      *----------------------------------------------------------------
       LE-CONC.
           MOVE ZEROS TO W-NOVO
           MOVE W-CHAPA TO CC-CODFUNC
           READ CADCONC
           IF ST-ERRO = "00"
              GO TO LE-CONC-FIM.
           MOVE 1 TO W-NOVO
           MOVE ZEROS TO CC-FOLINSS CC-FOLIRRF CC-ESOINSS CC-ESOIRRF
           MOVE ZEROS TO CC-HFINSS CC-HFIRRF CC-CPF
           MOVE SPACES TO CC-NOME
           MOVE W-CHAPA TO CC-CODFUNC CODFUNC
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO CC-NOME
              MOVE CPF TO CC-CPF.
       LE-CONC-FIM.
           EXIT.
      *
       GRAVA-CONC.
           IF W-NOVO = 1
              WRITE REGCONC
           ELSE
              REWRITE REGCONC.
       GRAVA-CONC-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CHAPA DO CPF DO S-1200: PRIMEIRO NO ARQUIVO DE TRABALHO (CHAVE
      * ALTERNATIVA); NA FALTA, BUSCA SEQUENCIAL NO CADFUNC RESTRITA
      * A FILIAL.
      *----------------------------------------------------------------
       BUSCA-CPF.
           MOVE ZEROS TO W-ACHOU
           MOVE W-CPFBUSCA TO CC-CPF
           START CADCONC KEY IS NOT LESS CC-CPF
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CPF-FUNC.
           READ CADCONC NEXT
           IF ST-ERRO = "00" AND CC-CPF = W-CPFBUSCA
              MOVE 1 TO W-ACHOU
              MOVE CC-CODFUNC TO W-CHAPA
              GO TO BUSCA-CPF-FIM.
       BUSCA-CPF-FUNC.
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO BUSCA-CPF-FIM.
       BUSCA-CPF-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO BUSCA-CPF-FIM.
           IF CPF NOT = W-CPFBUSCA OR FILIAL NOT = W-FILIALSEL
              GO TO BUSCA-CPF-LP.
           MOVE 1 TO W-ACHOU
           MOVE CODFUNC TO W-CHAPA
           GO TO BUSCA-CPF-LP.
       BUSCA-CPF-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VALOR EDITADO DA GUIA (ZZZ.ZZZ.ZZ9,99) PARA NUMERICO: JUNTA
      * OS DIGITOS E DIVIDE POR 100.
      *----------------------------------------------------------------
       CONV-VAL.
           MOVE ZEROS TO W-NUMV
           MOVE 1 TO W-IX.
       CONV-VAL-LP.
           IF W-IX > 14
              COMPUTE W-VALDOC = W-NUMV / 100
              GO TO CONV-VAL-FIM.
           IF W-EDIT(W-IX:1) NUMERIC
              MOVE W-EDIT(W-IX:1) TO W-DIG
              COMPUTE W-NUMV = W-NUMV * 10 + W-DIG.
           ADD 1 TO W-IX
           GO TO CONV-VAL-LP.
       CONV-VAL-FIM.
           EXIT.
      *
       SOMA-DIF.
           IF W-DIF < ZEROS
              COMPUTE W-DIF = W-DIF * -1.
           ADD W-DIF TO W-DIFCHAPA.
       SOMA-DIF-FIM.
           EXIT.
      *
       SOMA-GUIA.
           IF W-DIF < ZEROS
              COMPUTE W-DIF = W-DIF * -1.
           MOVE W-DIF TO W-DIFCHAPA
           ADD W-DIF TO W-TOTDIF.
       SOMA-GUIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADCONC.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
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
