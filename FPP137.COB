       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP137.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * RELATORIO DE TRANSPARENCIA SALARIAL (IGUALDADE       *
      * SALARIAL ENTRE MULHERES E HOMENS): POR FILIAL COM    *
      * 100 OU MAIS ATIVOS E POR CARGO (FUNCCAR), QUANTIDADE,*
      * MEDIA E MEDIANA DO SALARIO BASE E MEDIA DA REMUNE-   *
      * RACAO TOTAL (ARQHISTF/ARQPAGVB) DO PERIODO POR SEXO, *
      * COM A DIFERENCA PERCENTUAL. GRUPO PEQUENO DEMAIS E   *
      * SUPRIMIDO. SAI NO SPOOL E EM CSV PARA O JURIDICO     *
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
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      FILE STATUS  IS ST-ERRO.
           SELECT CADGRADE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GRD-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FILCOD
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRANSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TR-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADTRSREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADTRSCSV ASSIGN TO DISK
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
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-TIPO                 PIC X(01).
          03 GRD-VALOR                PIC 9(06)V99.
          03 GRD-STAT                 PIC X(01).
          03 GRD-KEY.
              05 GRD-CARGO            PIC 9(03).
              05 GRD-NIVEL            PIC 9(02).
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
      * RESULTADO ANALITICO DA FOLHA; USADO PARA A COMPETENCIA AINDA
      * NAO FECHADA NO ARQHISTF (PROVENTOS, SEM O SALARIO-FAMILIA).
       FD CADPAGVB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGVB.DAT".
       01 REGPAGVB.
          03 VB-VALOR                 PIC 9(07)V99.
          03 VB-TIPO                  PIC X(01).
          03 VB-FILIAL                PIC 9(02).
          03 VB-KEY.
              05 VB-CODFUNC           PIC 9(06).
              05 VB-ANO               PIC 9(04).
              05 VB-MES               PIC 9(02).
              05 VB-RUB               PIC 9(03).
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
      * ARQUIVO DE TRABALHO, REFEITO A CADA EMISSAO: A CHAVE TRAZ O
      * SALARIO BASE PARA QUE CADA GRUPO FILIAL/CARGO/SEXO SEJA LIDO
      * EM ORDEM CRESCENTE (MEDIANA).
       FD CADTRANSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSP.DAT".
       01 REGTRANSP.
          03 TR-REMUN                 PIC 9(07)V99.
          03 TR-KEY.
              05 TR-FIL               PIC 9(02).
              05 TR-CARGO             PIC 9(03).
              05 TR-SEXO              PIC X(01).
              05 TR-SALBASE           PIC 9(07)V99.
              05 TR-CODFUNC           PIC 9(06).
      *-----------------------------------------------------------------
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPLSEQ                   PIC 9(06).
          03 SPLTIPO                  PIC X(08).
          03 SPLMES                   PIC 9(02).
          03 SPLANO                   PIC 9(04).
          03 SPLOPER                  PIC X(08).
          03 SPLDATAHORA              PIC X(14).
          03 SPLGER                   PIC 9(04).
          03 SPLARQ                   PIC X(20).
      *-----------------------------------------------------------------
       FD CADTRSREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGTRSREL    PIC X(100).
      *-----------------------------------------------------------------
       FD CADTRSCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMECSV.
       01 REGTRSCSV    PIC X(160).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
      *----------[ FILIAIS PERMITIDAS DO OPERADOR (FPP187) ]------------
       01 W-FILPARM.
          03 W-FILFUNC         PIC X(01) VALUE "V".
          03 W-FILOPER         PIC X(08) VALUE SPACES.
          03 W-FILCOD          PIC 9(02) VALUE ZEROS.
          03 W-FILCHAPA        PIC 9(06) VALUE ZEROS.
          03 W-FILPROG         PIC X(08) VALUE "FPP137".
          03 W-FILRC           PIC X(01) VALUE SPACES.
          03 W-FILREST         PIC X(01) VALUE SPACES.
       01 W-MESINI        PIC 9(02) VALUE ZEROS.
       01 W-ANOINI        PIC 9(04) VALUE ZEROS.
       01 W-MESFIM        PIC 9(02) VALUE ZEROS.
       01 W-ANOFIM        PIC 9(04) VALUE ZEROS.
       01 W-COMPINI       PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM       PIC 9(06) VALUE ZEROS.
       01 W-FILIALSEL     PIC 9(02) VALUE ZEROS.
      * PISO DE ATIVOS DA FILIAL E MENOR GRUPO DIVULGADO.
       01 W-MINATIVOS     PIC 9(05) VALUE 100.
       01 W-MINGRUPO      PIC 9(05) VALUE 3.
       01 W-GRADEARQ      PIC 9(01) VALUE ZEROS.
       01 W-HFARQ         PIC 9(01) VALUE ZEROS.
       01 W-VBARQ         PIC 9(01) VALUE ZEROS.
       01 W-FILARQ        PIC 9(01) VALUE ZEROS.
       01 W-TRARQ         PIC 9(01) VALUE ZEROS.
       01 W-FX            PIC 9(03) VALUE ZEROS.
       01 W-SX            PIC 9(01) VALUE ZEROS.
       01 W-IX            PIC 9(05) VALUE ZEROS.
       01 W-ANOX          PIC 9(04) VALUE ZEROS.
       01 W-MESX          PIC 9(02) VALUE ZEROS.
       01 W-COMPX         PIC 9(06) VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-REMMES        PIC 9(08)V99 VALUE ZEROS.
       01 W-REMTOT        PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDMESES      PIC 9(03) VALUE ZEROS.
       01 W-QTDTRAB       PIC 9(06) VALUE ZEROS.
       01 W-QTDFIL        PIC 9(03) VALUE ZEROS.
       01 W-FILANT        PIC 9(02) VALUE ZEROS.
       01 W-CARANT        PIC 9(03) VALUE ZEROS.
       01 W-SEXANT        PIC X(01) VALUE SPACES.
       01 W-TEMGRUPO      PIC 9(01) VALUE ZEROS.
       01 W-SOMASAL       PIC 9(10)V99 VALUE ZEROS.
       01 W-SOMAREM       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDGRP        PIC 9(05) VALUE ZEROS.
       01 W-GAP           PIC S9(03)V99 VALUE ZEROS.
       01 W-GAPED         PIC -ZZ9,99.
       01 W-VALED         PIC ZZZZZZ9,99.
       01 W-DENCAR        PIC X(25) VALUE SPACES.
      *----------[ ATIVOS POR FILIAL (INDICE = FILIAL + 1) ]-----------
       01 W-TBATIVOS.
          03 W-ATV        PIC 9(05) OCCURS 100 TIMES.
       01 W-TBSEXO.
          03 W-ATVSEXO    OCCURS 100 TIMES.
             05 W-ATVM    PIC 9(05).
             05 W-ATVF    PIC 9(05).
      *----------[ SALARIOS DO GRUPO, JA EM ORDEM CRESCENTE ]-----------
       01 W-TBSAL.
          03 W-SAL        PIC 9(07)V99 OCCURS 3000 TIMES.
      *----------[ RESULTADO DO CARGO: 1=MASCULINO 2=FEMININO ]---------
       01 W-TBRES.
          03 W-RES        OCCURS 2 TIMES.
             05 W-RQTD    PIC 9(05).
             05 W-RMEDIA  PIC 9(07)V99.
             05 W-RMEDIANA PIC 9(07)V99.
             05 W-RREMUN  PIC 9(07)V99.
      *----------[ SPOOL DE RELATORIOS ]--------------------------------
       01 W-SPLTIPO       PIC X(08) VALUE SPACES.
       01 W-SPLMES        PIC 9(02) VALUE ZEROS.
       01 W-SPLANO        PIC 9(04) VALUE ZEROS.
       01 W-SPLMAX        PIC 9(06) VALUE ZEROS.
       01 W-SPLGER        PIC 9(04) VALUE ZEROS.
       01 W-SPLDH         PIC X(14) VALUE SPACES.
       01 W-SPLHOJE       PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA       PIC 9(08) VALUE ZEROS.
       01 W-SPLNOME       PIC X(20) VALUE SPACES.
       01 W-SPLNOME1.
          03 FILLER       PIC X(03) VALUE "SPL".
          03 W-SPLNOME-SEQ PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-NOMECSV       PIC X(20) VALUE SPACES.
       01 W-NOMECSV1.
          03 FILLER       PIC X(06) VALUE "TRANSP".
          03 W-NOMECSV-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMECSV-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".CSV".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 TRS-SEP.
                03 FILLER      PIC X(100) VALUE ALL "-".
       01 TRS-TIT.
                03 FILLER      PIC X(45) VALUE
                   "RELATORIO DE TRANSPARENCIA SALARIAL - PERIODO".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TRS-TMESI   PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 TRS-TANOI   PIC 9999.
                03 FILLER      PIC X(03) VALUE " A ".
                03 TRS-TMESF   PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 TRS-TANOF   PIC 9999.
       01 TRS-FIL.
                03 FILLER      PIC X(08) VALUE "FILIAL: ".
                03 TRS-FCOD    PIC 99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TRS-FRAZAO  PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CNPJ ".
                03 TRS-FCNPJ   PIC 9(14).
       01 TRS-FATV.
                03 FILLER      PIC X(18) VALUE "ATIVOS NA FILIAL: ".
                03 TRS-FQTD    PIC ZZZZ9.
                03 FILLER      PIC X(12) VALUE "   HOMENS: ".
                03 TRS-FQTDM   PIC ZZZZ9.
                03 FILLER      PIC X(14) VALUE "   MULHERES: ".
                03 TRS-FQTDF   PIC ZZZZ9.
       01 TRS-CAB.
                03 FILLER      PIC X(31) VALUE
                   "CARGO".
                03 FILLER      PIC X(10) VALUE "SEXO  QTD".
                03 FILLER      PIC X(14) VALUE "   MEDIA BASE".
                03 FILLER      PIC X(14) VALUE "  MEDIANA BASE".
                03 FILLER      PIC X(14) VALUE "  MEDIA REMUN.".
       01 TRS-DET.
                03 TRS-DCOD    PIC ZZZ.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 TRS-DDEN    PIC X(25).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 TRS-DSEXO   PIC X(04).
                03 TRS-DQTD    PIC ZZZZ9.
                03 TRS-DVALS.
                   05 FILLER      PIC X(03) VALUE SPACES.
                   05 TRS-DMEDIA  PIC ZZZ.ZZ9,99.
                   05 FILLER      PIC X(04) VALUE SPACES.
                   05 TRS-DMEDIANA PIC ZZZ.ZZ9,99.
                   05 FILLER      PIC X(04) VALUE SPACES.
                   05 TRS-DREMUN  PIC ZZZ.ZZ9,99.
                03 TRS-DSUPR REDEFINES TRS-DVALS.
                   05 FILLER      PIC X(03).
                   05 TRS-DSUPTXT PIC X(38).
       01 TRS-GAP.
                03 FILLER      PIC X(31) VALUE SPACES.
                03 FILLER      PIC X(09) VALUE "DIF. % ".
                03 TRS-GVALS.
                   05 FILLER      PIC X(07) VALUE SPACES.
                   05 TRS-GMEDIA  PIC X(07).
                   05 FILLER      PIC X(07) VALUE SPACES.
                   05 TRS-GMEDIANA PIC X(07).
                   05 FILLER      PIC X(07) VALUE SPACES.
                   05 TRS-GREMUN  PIC X(07).
       01 TRS-NOTA1.
                03 FILLER      PIC X(50) VALUE
                   "DIF. % = (MEDIA HOMENS - MEDIA MULHERES) / MEDIA H".
                03 FILLER      PIC X(50) VALUE
                   "OMENS X 100; POSITIVA SE AS MULHERES RECEBEM MENOS".
       01 TRS-NOTA2.
                03 FILLER      PIC X(50) VALUE
                   "GRUPO COM MENOS PESSOAS QUE O MINIMO DE DIVULGACAO".
                03 FILLER      PIC X(02) VALUE " (".
                03 TRS-NMIN    PIC ZZ9.
                03 FILLER      PIC X(30) VALUE
                   ") TEM OS VALORES SUPRIMIDOS".
       01 TRS-NOTA3.
                03 FILLER      PIC X(50) VALUE
                   "REMUNERACAO = MEDIA MENSAL DOS PROVENTOS DO PERIOD".
                03 FILLER      PIC X(50) VALUE
                   "O (HISTORICO FECHADO OU RESULTADO DA FOLHA)".
       01 TRS-RODAPE.
                03 FILLER      PIC X(30) VALUE
                   "FILIAIS DEMONSTRADAS ........:".
                03 TRS-RFIL    PIC ZZ9.
                03 FILLER      PIC X(23) VALUE
                   "   TRABALHADORES .....:".
                03 TRS-RTRAB   PIC ZZZZZ9.
      *----------[ LINHAS DO CSV ]--------------------------------------
       01 CSV-CAB.
                03 FILLER      PIC X(49) VALUE
                   "FILIAL;CARGO;DENOMINACAO;QTD_HOMENS;QTD_MULHERES;".
                03 FILLER      PIC X(28) VALUE
                   "MEDIA_BASE_H;MEDIA_BASE_M;".
                03 FILLER      PIC X(32) VALUE
                   "MEDIANA_BASE_H;MEDIANA_BASE_M;".
                03 FILLER      PIC X(28) VALUE
                   "MEDIA_REMUN_H;MEDIA_REMUN_M;".
                03 FILLER      PIC X(31) VALUE
                   "DIF_MEDIA;DIF_MEDIANA;DIF_REMUN".
       01 CSV-DET.
                03 CSV-FIL     PIC 99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-CARGO   PIC 999.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DEN     PIC X(25).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-QTDH    PIC ZZZZ9.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-QTDM    PIC ZZZZ9.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MEDH    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MEDM    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MDNH    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MDNM    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-REMH    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-REMM    PIC X(10).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-GMED    PIC X(07).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-GMDN    PIC X(07).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-GREM    PIC X(07).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** RELATORIO DE TRANSPARENCIA SALARIAL".
           05  LINE 02  COLUMN 42
               VALUE  " ***".
           05  LINE 05  COLUMN 01
               VALUE  " FILIAIS COM 100 OU MAIS ATIVOS; REMUNERA".
           05  LINE 05  COLUMN 42
               VALUE  "CAO MEDIA DO PERIODO INFORMADO.".
           05  LINE 09  COLUMN 01
               VALUE  "                         MES/ANO INICIAL".
           05  LINE 09  COLUMN 43
               VALUE  "     :".
           05  LINE 11  COLUMN 01
               VALUE  "                         MES/ANO FINAL".
           05  LINE 11  COLUMN 43
               VALUE  "     :".
           05  LINE 13  COLUMN 01
               VALUE  "                         FILIAL (0=TODAS)".
           05  LINE 13  COLUMN 43
               VALUE  "     :".
           05  LINE 17  COLUMN 01
               VALUE  "                         CONFIRMA EMISSAO".
           05  LINE 17  COLUMN 43
               VALUE  "(S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESINI
               LINE 09  COLUMN 51  PIC 99
               USING  W-MESINI
               HIGHLIGHT.
           05  LINE 09  COLUMN 53  VALUE "/".
           05  TW-ANOINI
               LINE 09  COLUMN 54  PIC 9999
               USING  W-ANOINI
               HIGHLIGHT.
           05  TW-MESFIM
               LINE 11  COLUMN 51  PIC 99
               USING  W-MESFIM
               HIGHLIGHT.
           05  LINE 11  COLUMN 53  VALUE "/".
           05  TW-ANOFIM
               LINE 11  COLUMN 54  PIC 9999
               USING  W-ANOFIM
               HIGHLIGHT.
           05  TW-FILIALSEL
               LINE 13  COLUMN 51  PIC 99
               USING  W-FILIALSEL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 17  COLUMN 51  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID
           MOVE "C" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           CALL "FPP187.COB" USING W-FILPARM.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-MESINI W-ANOINI W-MESFIM W-ANOFIM
                MOVE ZEROS TO W-FILIALSEL W-QTDTRAB W-QTDFIL
                DISPLAY TELAPRINCIPAL.
       INC-MESINI.
                ACCEPT TW-MESINI
                IF W-MESINI < 1 OR W-MESINI > 12
                   MOVE "*** MES INICIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MESINI.
       INC-ANOINI.
                ACCEPT TW-ANOINI
                IF W-ANOINI < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANOINI.
       INC-MESFIM.
                ACCEPT TW-MESFIM
                IF W-MESFIM < 1 OR W-MESFIM > 12
                   MOVE "*** MES FINAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MESFIM.
       INC-ANOFIM.
                ACCEPT TW-ANOFIM
                IF W-ANOFIM < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANOFIM.
                COMPUTE W-COMPINI = W-ANOINI * 100 + W-MESINI
                COMPUTE W-COMPFIM = W-ANOFIM * 100 + W-MESFIM
                IF W-COMPFIM < W-COMPINI
                   MOVE "*** PERIODO FINAL ANTERIOR AO INICIAL ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MESFIM.
       INC-FILIAL.
                ACCEPT TW-FILIALSEL
                IF W-FILIALSEL = ZEROS
                   GO TO INC-OPC.
                PERFORM VERIF-FILSEL THRU VERIF-FILSEL-FIM
                IF W-FILRC = "N"
                   MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILIAL.
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
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CARGOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
      * A GRADE SALARIAL, O HISTORICO FECHADO, O ANALITICO E AS
      * FILIAIS SAO OPCIONAIS; SEM HISTORICO E SEM ANALITICO NAO HA
      * REMUNERACAO A DEMONSTRAR.
           MOVE ZEROS TO W-GRADEARQ W-HFARQ W-VBARQ W-FILARQ W-TRARQ
           OPEN INPUT CADGRADE
           IF ST-ERRO = "00"
              MOVE 1 TO W-GRADEARQ.
           OPEN INPUT CADHISTF
           IF ST-ERRO = "00"
              MOVE 1 TO W-HFARQ.
           OPEN INPUT CADPAGVB
           IF ST-ERRO = "00"
              MOVE 1 TO W-VBARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
              MOVE 1 TO W-FILARQ.
           IF W-HFARQ = 0 AND W-VBARQ = 0
              MOVE "*** SEM HISTORICO NEM RESULTADO DA FOLHA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT CADTRANSP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRANSP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE CADTRANSP
           OPEN I-O CADTRANSP
           MOVE 1 TO W-TRARQ.
      *----------------------------------------------------------------
      * 1a LEITURA: ATIVOS POR FILIAL E POR SEXO.
      *----------------------------------------------------------------
           MOVE ZEROS TO W-TBATIVOS W-TBSEXO
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO SEM-DADOS.
       CONTA-ATIVOS.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO MONTA-TRAB.
           IF FUNCSTAT = "D"
              GO TO CONTA-ATIVOS.
           COMPUTE W-FX = FILIAL + 1
           ADD 1 TO W-ATV(W-FX)
           IF SEXO = "M"
              ADD 1 TO W-ATVM(W-FX).
           IF SEXO = "F"
              ADD 1 TO W-ATVF(W-FX).
           GO TO CONTA-ATIVOS.
      *----------------------------------------------------------------
      * 2a LEITURA: UM REGISTRO DE TRABALHO POR ATIVO DE FILIAL
      * ALCANCADA, COM O SALARIO BASE MENSAL E A REMUNERACAO MEDIA.
      *----------------------------------------------------------------
       MONTA-TRAB.
           MOVE ZEROS TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO SEM-DADOS.
       MONTA-TRAB-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO EMITE.
           IF FUNCSTAT = "D"
              GO TO MONTA-TRAB-LP.
           IF SEXO NOT = "M" AND "F"
              GO TO MONTA-TRAB-LP.
           IF W-FILIALSEL NOT = ZEROS AND FILIAL NOT = W-FILIALSEL
              GO TO MONTA-TRAB-LP.
           PERFORM VERIF-FILOPER THRU VERIF-FILOPER-FIM
           IF W-FILRC = "N"
              GO TO MONTA-TRAB-LP.
           COMPUTE W-FX = FILIAL + 1
           IF W-ATV(W-FX) < W-MINATIVOS
              GO TO MONTA-TRAB-LP.
           PERFORM CALC-BASE THRU CALC-BASE-FIM
           PERFORM CALC-REMUN THRU CALC-REMUN-FIM
           MOVE FILIAL TO TR-FIL
           MOVE FUNCCAR TO TR-CARGO
           MOVE SEXO TO TR-SEXO
           MOVE W-SALMENSAL TO TR-SALBASE
           MOVE CODFUNC TO TR-CODFUNC
           WRITE REGTRANSP
           ADD 1 TO W-QTDTRAB
           GO TO MONTA-TRAB-LP.
       SEM-DADOS.
           MOVE "*** NENHUM FUNCIONARIO CADASTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * SALARIO BASE MENSAL DO CARGO, AJUSTADO PELA GRADE (NVLSAL)
      * COMO NO FPPREL; HORISTA X 220, DIARISTA X 30.
      *----------------------------------------------------------------
       CALC-BASE.
           MOVE ZEROS TO W-SALMENSAL
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              GO TO CALC-BASE-FIM.
           IF W-GRADEARQ = 1 AND NVLSAL NOT = ZEROS
              MOVE FUNCCAR TO GRD-CARGO
              MOVE NVLSAL TO GRD-NIVEL
              READ CADGRADE
              IF ST-ERRO = "00" AND GRD-STAT = "A"
                 IF GRD-TIPO = "P"
                    COMPUTE SALBASE ROUNDED = SALBASE
                          * (1 + GRD-VALOR / 100)
                 ELSE
                    MOVE GRD-VALOR TO SALBASE.
           IF TIPOSAL = "H"
              COMPUTE W-SALMENSAL = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-SALMENSAL = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-SALMENSAL.
       CALC-BASE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REMUNERACAO TOTAL: MEDIA MENSAL DAS COMPETENCIAS COM
      * PAGAMENTO NO PERIODO. COMPETENCIA FECHADA VEM DO BRUTO DO
      * ARQHISTF; A AINDA ABERTA, DOS PROVENTOS DO ARQPAGVB.
      *----------------------------------------------------------------
       CALC-REMUN.
           MOVE ZEROS TO W-REMTOT W-QTDMESES TR-REMUN
           MOVE W-ANOINI TO W-ANOX
           MOVE W-MESINI TO W-MESX.
       CALC-REMUN-LP.
           COMPUTE W-COMPX = W-ANOX * 100 + W-MESX
           IF W-COMPX > W-COMPFIM
              GO TO CALC-REMUN-MEDIA.
           MOVE ZEROS TO W-REMMES
           IF W-HFARQ = 1
              MOVE CODFUNC TO HF-CODFUNC
              MOVE W-ANOX TO HF-ANO
              MOVE W-MESX TO HF-MES
              MOVE FILIAL TO HF-FIL
              READ CADHISTF
              IF ST-ERRO = "00"
                 MOVE HF-BRUTO TO W-REMMES.
           IF W-REMMES = ZEROS AND W-VBARQ = 1
              PERFORM SOMA-VB THRU SOMA-VB-FIM.
           IF W-REMMES NOT = ZEROS
              ADD W-REMMES TO W-REMTOT
              ADD 1 TO W-QTDMESES.
           ADD 1 TO W-MESX
           IF W-MESX > 12
              MOVE 1 TO W-MESX
              ADD 1 TO W-ANOX.
           GO TO CALC-REMUN-LP.
       CALC-REMUN-MEDIA.
           IF W-QTDMESES NOT = ZEROS
              COMPUTE TR-REMUN ROUNDED = W-REMTOT / W-QTDMESES.
       CALC-REMUN-FIM.
           EXIT.
      *
       SOMA-VB.
           MOVE CODFUNC TO VB-CODFUNC
           MOVE W-ANOX TO VB-ANO
           MOVE W-MESX TO VB-MES
           MOVE ZEROS TO VB-RUB
           START CADPAGVB KEY IS NOT LESS VB-KEY INVALID KEY
                 GO TO SOMA-VB-FIM.
       SOMA-VB-LP.
           READ CADPAGVB NEXT RECORD
              AT END
                 GO TO SOMA-VB-FIM.
           IF VB-CODFUNC NOT = CODFUNC OR VB-ANO NOT = W-ANOX
              OR VB-MES NOT = W-MESX
              GO TO SOMA-VB-FIM.
           IF VB-TIPO = "P" AND VB-RUB NOT = 912 AND VB-RUB NOT = 913
              ADD VB-VALOR TO W-REMMES.
           GO TO SOMA-VB-LP.
       SOMA-VB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EMISSAO: O ARQUIVO DE TRABALHO SAI NA ORDEM FILIAL / CARGO /
      * SEXO / SALARIO; QUEBRAS POR SEXO (MEDIAS E MEDIANA), POR
      * CARGO (LINHAS E DIFERENCA) E POR FILIAL (CABECALHO).
      *----------------------------------------------------------------
       EMITE.
           IF W-QTDTRAB = ZEROS
              MOVE "*** NENHUMA FILIAL COM O MINIMO DE ATIVOS ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "TRANSPAR" TO W-SPLTIPO
           MOVE W-MESFIM TO W-SPLMES
           MOVE W-ANOFIM TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADTRSREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRSREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-MESFIM TO W-NOMECSV-MM
           MOVE W-ANOFIM TO W-NOMECSV-AA
           MOVE W-NOMECSV1 TO W-NOMECSV
           OPEN OUTPUT CADTRSCSV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRSREL
              GO TO ROT-FIM.
           WRITE REGTRSCSV FROM CSV-CAB
           MOVE W-MESINI TO TRS-TMESI
           MOVE W-ANOINI TO TRS-TANOI
           MOVE W-MESFIM TO TRS-TMESF
           MOVE W-ANOFIM TO TRS-TANOF
           WRITE REGTRSREL FROM TRS-TIT
           MOVE ZEROS TO W-TEMGRUPO W-TBRES
           MOVE LOW-VALUES TO TR-KEY
           START CADTRANSP KEY IS NOT LESS TR-KEY INVALID KEY
                 GO TO FIM-EMITE.
       LE-TRAB.
           READ CADTRANSP NEXT RECORD
              AT END
                 GO TO FIM-EMITE.
           IF W-TEMGRUPO = 0
              PERFORM CAB-FILIAL THRU CAB-FILIAL-FIM
              GO TO LE-TRAB-ACUM.
           IF TR-FIL = W-FILANT AND TR-CARGO = W-CARANT
              AND TR-SEXO = W-SEXANT
              GO TO LE-TRAB-ACUM.
           PERFORM FECHA-SEXO THRU FECHA-SEXO-FIM
           IF TR-FIL = W-FILANT AND TR-CARGO = W-CARANT
              GO TO LE-TRAB-ACUM.
           PERFORM FECHA-CARGO THRU FECHA-CARGO-FIM
           IF TR-FIL NOT = W-FILANT
              PERFORM CAB-FILIAL THRU CAB-FILIAL-FIM.
       LE-TRAB-ACUM.
           IF W-TEMGRUPO = 0 OR TR-FIL NOT = W-FILANT
              OR TR-CARGO NOT = W-CARANT OR TR-SEXO NOT = W-SEXANT
              MOVE ZEROS TO W-QTDGRP W-SOMASAL W-SOMAREM.
           MOVE 1 TO W-TEMGRUPO
           MOVE TR-FIL TO W-FILANT
           MOVE TR-CARGO TO W-CARANT
           MOVE TR-SEXO TO W-SEXANT
           ADD 1 TO W-QTDGRP
           ADD TR-SALBASE TO W-SOMASAL
           ADD TR-REMUN TO W-SOMAREM
           IF W-QTDGRP NOT > 3000
              MOVE TR-SALBASE TO W-SAL(W-QTDGRP).
           GO TO LE-TRAB.
       FIM-EMITE.
           IF W-TEMGRUPO = 1
              PERFORM FECHA-SEXO THRU FECHA-SEXO-FIM
              PERFORM FECHA-CARGO THRU FECHA-CARGO-FIM.
           WRITE REGTRSREL FROM TRS-SEP
           WRITE REGTRSREL FROM TRS-NOTA1
           MOVE W-MINGRUPO TO TRS-NMIN
           WRITE REGTRSREL FROM TRS-NOTA2
           WRITE REGTRSREL FROM TRS-NOTA3
           MOVE W-QTDFIL TO TRS-RFIL
           MOVE W-QTDTRAB TO TRS-RTRAB
           WRITE REGTRSREL FROM TRS-RODAPE
           CLOSE CADTRSREL CADTRSCSV
           MOVE "*** RELATORIO NO SPOOL E CSV GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CABECALHO DA FILIAL COM A CONTAGEM DE ATIVOS QUE A HABILITOU.
      *----------------------------------------------------------------
       CAB-FILIAL.
           ADD 1 TO W-QTDFIL
           MOVE TR-FIL TO FILCOD TRS-FCOD
           MOVE SPACES TO TRS-FRAZAO
           MOVE ZEROS TO TRS-FCNPJ
           IF W-FILARQ = 1
              READ CADFILIAL
              IF ST-ERRO = "00"
                 MOVE FILRAZAO TO TRS-FRAZAO
                 MOVE FILCNPJ TO TRS-FCNPJ.
           COMPUTE W-FX = TR-FIL + 1
           MOVE W-ATV(W-FX) TO TRS-FQTD
           MOVE W-ATVM(W-FX) TO TRS-FQTDM
           MOVE W-ATVF(W-FX) TO TRS-FQTDF
           WRITE REGTRSREL FROM TRS-SEP
           WRITE REGTRSREL FROM TRS-FIL
           WRITE REGTRSREL FROM TRS-FATV
           WRITE REGTRSREL FROM TRS-SEP
           WRITE REGTRSREL FROM TRS-CAB.
       CAB-FILIAL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FIM DE UM GRUPO FILIAL/CARGO/SEXO: MEDIAS E MEDIANA (OS
      * SALARIOS JA ESTAO EM ORDEM CRESCENTE NA TABELA).
      *----------------------------------------------------------------
       FECHA-SEXO.
           IF W-SEXANT = "M"
              MOVE 1 TO W-SX
           ELSE
              MOVE 2 TO W-SX.
           MOVE W-QTDGRP TO W-RQTD(W-SX)
           COMPUTE W-RMEDIA(W-SX) ROUNDED = W-SOMASAL / W-QTDGRP
           COMPUTE W-RREMUN(W-SX) ROUNDED = W-SOMAREM / W-QTDGRP
           IF W-QTDGRP > 3000
              MOVE W-RMEDIA(W-SX) TO W-RMEDIANA(W-SX)
              GO TO FECHA-SEXO-FIM.
           DIVIDE W-QTDGRP BY 2 GIVING W-IX REMAINDER W-CONT
           IF W-CONT = 1
              ADD 1 TO W-IX
              MOVE W-SAL(W-IX) TO W-RMEDIANA(W-SX)
           ELSE
              COMPUTE W-RMEDIANA(W-SX) ROUNDED =
                      (W-SAL(W-IX) + W-SAL(W-IX + 1)) / 2.
       FECHA-SEXO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FIM DO CARGO: UMA LINHA POR SEXO E A LINHA DE DIFERENCA, QUE
      * SO SAI QUANDO OS DOIS GRUPOS PODEM SER DIVULGADOS.
      *----------------------------------------------------------------
       FECHA-CARGO.
           MOVE W-CARANT TO CODCAR
           READ CADCAR
           IF ST-ERRO = "00"
              MOVE DENCAR TO W-DENCAR
           ELSE
              MOVE "CARGO NAO CADASTRADO" TO W-DENCAR.
           MOVE SPACES TO TRS-DET
           MOVE W-CARANT TO TRS-DCOD
           MOVE W-DENCAR TO TRS-DDEN
           MOVE "M" TO TRS-DSEXO
           MOVE 1 TO W-SX
           PERFORM LINHA-SEXO THRU LINHA-SEXO-FIM
           MOVE SPACES TO TRS-DET
           MOVE "F" TO TRS-DSEXO
           MOVE 2 TO W-SX
           PERFORM LINHA-SEXO THRU LINHA-SEXO-FIM
      *
           MOVE SPACES TO TRS-GVALS
           MOVE SPACES TO CSV-GMED CSV-GMDN CSV-GREM
           IF W-RQTD(1) < W-MINGRUPO OR W-RQTD(2) < W-MINGRUPO
              GO TO FECHA-CARGO-CSV.
           IF W-RMEDIA(1) NOT = ZEROS
              COMPUTE W-GAP ROUNDED = (W-RMEDIA(1) - W-RMEDIA(2))
                                    * 100 / W-RMEDIA(1)
              MOVE W-GAP TO W-GAPED
              MOVE W-GAPED TO TRS-GMEDIA CSV-GMED.
           IF W-RMEDIANA(1) NOT = ZEROS
              COMPUTE W-GAP ROUNDED = (W-RMEDIANA(1) - W-RMEDIANA(2))
                                    * 100 / W-RMEDIANA(1)
              MOVE W-GAP TO W-GAPED
              MOVE W-GAPED TO TRS-GMEDIANA CSV-GMDN.
           IF W-RREMUN(1) NOT = ZEROS
              COMPUTE W-GAP ROUNDED = (W-RREMUN(1) - W-RREMUN(2))
                                    * 100 / W-RREMUN(1)
              MOVE W-GAP TO W-GAPED
              MOVE W-GAPED TO TRS-GREMUN CSV-GREM.
           WRITE REGTRSREL FROM TRS-GAP.
       FECHA-CARGO-CSV.
           MOVE W-FILANT TO CSV-FIL
           MOVE W-CARANT TO CSV-CARGO
           MOVE W-DENCAR TO CSV-DEN
           MOVE W-RQTD(1) TO CSV-QTDH
           MOVE W-RQTD(2) TO CSV-QTDM
           WRITE REGTRSCSV FROM CSV-DET
           MOVE ZEROS TO W-TBRES.
       FECHA-CARGO-FIM.
           EXIT.
      *
       LINHA-SEXO.
           MOVE W-RQTD(W-SX) TO TRS-DQTD
           IF W-RQTD(W-SX) = ZEROS
              MOVE "SEM OCUPANTES" TO TRS-DSUPTXT
              GO TO LINHA-SEXO-CSV.
           IF W-RQTD(W-SX) < W-MINGRUPO
              MOVE "SUPRIMIDO (GRUPO ABAIXO DO MINIMO)" TO TRS-DSUPTXT
              GO TO LINHA-SEXO-CSV.
           MOVE W-RMEDIA(W-SX) TO TRS-DMEDIA
           MOVE W-RMEDIANA(W-SX) TO TRS-DMEDIANA
           MOVE W-RREMUN(W-SX) TO TRS-DREMUN.
       LINHA-SEXO-CSV.
           WRITE REGTRSREL FROM TRS-DET
           IF W-SX = 1
              MOVE SPACES TO CSV-MEDH CSV-MDNH CSV-REMH
           ELSE
              MOVE SPACES TO CSV-MEDM CSV-MDNM CSV-REMM.
           IF W-RQTD(W-SX) < W-MINGRUPO
              GO TO LINHA-SEXO-FIM.
           IF W-SX = 1
              MOVE W-RMEDIA(1) TO W-VALED
              MOVE W-VALED TO CSV-MEDH
              MOVE W-RMEDIANA(1) TO W-VALED
              MOVE W-VALED TO CSV-MDNH
              MOVE W-RREMUN(1) TO W-VALED
              MOVE W-VALED TO CSV-REMH
           ELSE
              MOVE W-RMEDIA(2) TO W-VALED
              MOVE W-VALED TO CSV-MEDM
              MOVE W-RMEDIANA(2) TO W-VALED
              MOVE W-VALED TO CSV-MDNM
              MOVE W-RREMUN(2) TO W-VALED
              MOVE W-VALED TO CSV-REMM.
       LINHA-SEXO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL DO FUNCIONARIO PERMITIDA AO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILOPER.
           MOVE "R" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE FILIAL TO W-FILCOD
           MOVE CODFUNC TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILOPER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FILIAL PEDIDA NA TELA CONTRA AS FILIAIS DO OPERADOR (FPP187).
      *----------------------------------------------------------------
       VERIF-FILSEL.
           MOVE "V" TO W-FILFUNC
           MOVE W-OPERID TO W-FILOPER
           MOVE W-FILIALSEL TO W-FILCOD
           MOVE ZEROS TO W-FILCHAPA
           CALL "FPP187.COB" USING W-FILPARM.
       VERIF-FILSEL-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REGISTRA O DOCUMENTO NO SPOOL (ARQSPOOL) E MONTA O NOME DO
      * ARQUIVO SPLnnnnnn.DOC.
      *----------------------------------------------------------------
       SPOOL-REGISTRA.
           OPEN I-O CADSPOOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 GO TO SPOOL-REGISTRA
              ELSE
                 MOVE "SPOOL000000.DOC" TO W-SPLNOME
                 GO TO SPOOL-REGISTRA-FIM.
           MOVE ZEROS TO W-SPLMAX W-SPLGER
           MOVE LOW-VALUES TO SPLSEQ
           START CADSPOOL KEY IS NOT LESS SPLSEQ
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
       SPOOL-REGISTRA-RD.
           READ CADSPOOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO SPOOL-REGISTRA-GRAVA.
           MOVE SPLSEQ TO W-SPLMAX
           IF SPLTIPO = W-SPLTIPO
              MOVE SPLGER TO W-SPLGER.
           GO TO SPOOL-REGISTRA-RD.
       SPOOL-REGISTRA-GRAVA.
           COMPUTE SPLSEQ = W-SPLMAX + 1
           MOVE W-SPLTIPO TO SPLTIPO
           MOVE W-SPLMES TO SPLMES
           MOVE W-SPLANO TO SPLANO
           MOVE W-OPERID TO SPLOPER
           ACCEPT W-SPLHOJE FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           STRING W-SPLHOJE W-SPLHORA(1:6) DELIMITED BY SIZE
                  INTO W-SPLDH
           MOVE W-SPLDH TO SPLDATAHORA
           COMPUTE SPLGER = W-SPLGER + 1
           MOVE SPLSEQ TO W-SPLNOME-SEQ
           MOVE W-SPLNOME1 TO W-SPLNOME
           MOVE W-SPLNOME TO SPLARQ
           WRITE REGSPOOL
           CLOSE CADSPOOL.
       SPOOL-REGISTRA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-GRADEARQ = 1
                   CLOSE CADGRADE.
                IF W-HFARQ = 1
                   CLOSE CADHISTF.
                IF W-VBARQ = 1
                   CLOSE CADPAGVB.
                IF W-FILARQ = 1
                   CLOSE CADFILIAL.
                IF W-TRARQ = 1
                   CLOSE CADTRANSP.
                CLOSE CADFUNC CADCAR.
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
