       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP141.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * TERMINAL DE CONSULTA DO COLABORADOR (AUTOATENDIMENTO)*
      * PROGRAMA PROPRIO, FORA DO MENU DOS OPERADORES: O     *
      * FUNCIONARIO ENTRA COM CPF + PIN (ARQPIN, EMITIDO     *
      * PELO FPP142) E SO ENXERGA OS PROPRIOS DADOS:         *
      * HOLERITE E FICHA FINANCEIRA (ARQPAGVB, SO COMPETENCIA*
      * FECHADA), FERIAS (ARQFERIAS), INFORME DE RENDIMENTOS *
      * (ARQHISTF, COMO NO FPP009) E CIENCIA DOS DOCUMENTOS  *
      * PUBLICADOS (ARQCIENC, ORIGEM "T"). MUDANCA DE        *
      * ENDERECO OU DE CONTA BANCARIA NAO GRAVA NO CADFUNC:  *
      * VIRA PENDENCIA NO ARQPEND PARA APROVACAO NO FPP054.  *
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
           SELECT CADPIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIN-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPAGVB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VB-KEY
                      ALTERNATE RECORD KEY IS VB-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRUBR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RUBCOD
                      ALTERNATE RECORD KEY IS RUBDESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCOMPET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPTKEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFERIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERKEY
                      ALTERNATE RECORD KEY IS FERCODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHISTF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HF-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRV-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODCAR
                      ALTERNATE RECORD KEY IS DENCAR
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCIENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CI-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
           SELECT CADPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PNDSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSEQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEQID
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
      * PIN DO TERMINAL: SO O HASH FICA GRAVADO (MESMO CALCULO DA
      * SENHA DO OPERADOR NO FPPMAIN). DATATROCA ZERADA = PIN
      * PROVISORIO, TROCA OBRIGATORIA NO PRIMEIRO ACESSO.
       FD CADPIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIN.DAT".
       01 REGPIN.
          03 PIN-HASH                 PIC X(08).
          03 PIN-STAT                 PIC X(01).
          03 PIN-TENTFALHA            PIC 9(01).
          03 PIN-DATATROCA            PIC 9(08).
          03 PIN-ULTACESSO            PIC 9(08).
          03 PIN-OPER                 PIC X(08).
          03 PIN-CODFUNC              PIC 9(06).
      *-----------------------------------------------------------------
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
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUBR.DAT".
       01 REGRUBR.
          03 RUBCOD                   PIC 9(03).
          03 RUBDESC                  PIC X(25).
          03 RUBTIPO                  PIC X(01).
          03 RUBINSS                  PIC X(01).
          03 RUBIRRF                  PIC X(01).
          03 RUBFGTS                  PIC X(01).
          03 RUBSTAT                  PIC X(01).
      *-----------------------------------------------------------------
       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
          03 CPTSTAT                  PIC X(01).
          03 CPTKEY.
              05 CPTMES               PIC 9(02).
              05 CPTANO               PIC 9(04).
              05 CPTFIL               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
          03 FERDATAADM               PIC 9(08).
          03 FERDIASADQ               PIC 9(02).
          03 FERDIASGOZ               PIC 9(02).
          03 FERDATAINIGOZ            PIC 9(08).
          03 FERSTAT                  PIC X(01).
          03 FERKEY.
              05 FERCODFUNC           PIC 9(06).
              05 FERSEQ               PIC 9(01).
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
       FD CADPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREV.
          03 PRV-PERC                 PIC 9(02)V99.
          03 PRV-MATCHPERC            PIC 9(02)V99.
          03 PRV-PLANO                PIC 9(03).
          03 PRV-STAT                 PIC X(01).
          03 PRV-CODFUNC              PIC 9(06).
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
       FD CADCIENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCIENC.DAT".
       01 REGCIENC.
          03 CI-ARQ                   PIC X(20).
          03 CI-DATAPUB               PIC 9(08).
          03 CI-HORAPUB               PIC 9(06).
          03 CI-DATACIE               PIC 9(08).
          03 CI-HORACIE               PIC 9(06).
          03 CI-ORIGEM                PIC X(01).
          03 CI-KEY.
              05 CI-CODFUNC           PIC 9(06).
              05 CI-TIPO              PIC X(01).
              05 CI-ANO               PIC 9(04).
              05 CI-MES               PIC 9(02).
      *-----------------------------------------------------------------
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CEP-NUMCEP        PIC 9(08).
                03 CEP-LOGRA         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PNDSEQ                   PIC 9(06).
          03 PNDTIPO                  PIC X(01).
          03 PNDOPER                  PIC X(08).
          03 PNDAPROV                 PIC X(08).
          03 PNDDATA                  PIC 9(08).
          03 PNDSTAT                  PIC X(01).
          03 PNDCHAVE                 PIC 9(06).
          03 PNDANTES                 PIC X(182).
          03 PNDDEPOIS                PIC X(182).
      *-----------------------------------------------------------------
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQID                    PIC X(08).
          03 SEQPROX                  PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-LIMPALIN      PIC X(79) VALUE SPACES.
      *----------[ SESSAO DO COLABORADOR ]------------------------------
       01 W-CPFIN         PIC 9(11) VALUE ZEROS.
       01 W-PININ         PIC X(06) VALUE SPACES.
       01 W-PINNOVO       PIC X(06) VALUE SPACES.
       01 W-PINNOVO2      PIC X(06) VALUE SPACES.
       01 W-PINOK         PIC 9(01) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-OPERT.
          03 FILLER       PIC X(01) VALUE "T".
          03 W-OPERT-COD  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
       01 W-EVT           PIC X(01) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      * INATIVIDADE MAXIMA NO MENU DO TERMINAL (SEGUNDOS): O
      * COLABORADOR PODE SAIR SEM ENCERRAR A SESSAO.
       01 W-TIMEOUTSEG    PIC 9(05) VALUE 180.
       01 W-HORAX         PIC 9(08) VALUE ZEROS.
       01 W-SEGANTES      PIC 9(06) VALUE ZEROS.
       01 W-SEGAGORA      PIC 9(06) VALUE ZEROS.
       01 W-DIFSEG        PIC S9(06) VALUE ZEROS.
       01 W-HHX           PIC 9(02) VALUE ZEROS.
       01 W-MMX           PIC 9(02) VALUE ZEROS.
       01 W-SSX           PIC 9(02) VALUE ZEROS.
      *----------[ HASH DO PIN (IGUAL AO DA SENHA DO FPPMAIN) ]---------
       01 W-SENHACLARA    PIC X(08) VALUE SPACES.
       01 W-SENHAHASH     PIC X(08) VALUE SPACES.
       01 W-HASHNUM       PIC 9(08) VALUE ZEROS.
       01 W-HASHDIG       PIC 9(08) VALUE ZEROS.
       01 W-HASHIX        PIC 9(02) VALUE ZEROS.
       01 W-HASHPOS       PIC 9(02) VALUE ZEROS.
       01 W-HASHCHR       PIC 9(02) VALUE ZEROS.
       01 W-HASHWRK       PIC X(01) VALUE SPACES.
       01 W-HASHTAB       PIC X(44) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-_@#$%&".
      *----------[ CONSULTAS ]------------------------------------------
       01 W-MESSEL        PIC 9(02) VALUE ZEROS.
       01 W-ANOSEL        PIC 9(04) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-RUBRARQ       PIC 9(01) VALUE ZEROS.
       01 W-CPTARQ        PIC 9(01) VALUE ZEROS.
       01 W-FECHADA       PIC 9(01) VALUE ZEROS.
       01 W-DESCVB        PIC X(25) VALUE SPACES.
       01 W-TOTPROV       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESC       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIQ        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTINSS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF       PIC 9(09)V99 VALUE ZEROS.
       01 W-MESESANO      PIC 9(02) VALUE ZEROS.
       01 W-PREVBASE      PIC 9(07)V99 VALUE ZEROS.
       01 W-PREVFUNANO    PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDOFER      PIC S9(03) VALUE ZEROS.
      * FICHA FINANCEIRA: TOTAIS DO ANO POR MES.
       01 W-TBFICHA.
          03 W-FMES OCCURS 12 TIMES.
             05 W-FPROV   PIC 9(08)V99.
             05 W-FDESC   PIC 9(08)V99.
             05 W-FLIQ    PIC 9(08)V99.
             05 W-FFIL    PIC 9(02).
             05 W-FTEM    PIC 9(01).
      * CIENCIA: DOCUMENTOS PENDENTES MOSTRADOS NA TELA.
       01 W-QTDCIE        PIC 9(02) VALUE ZEROS.
       01 W-TBCIE.
          03 W-CIEKEY OCCURS 12 TIMES PIC X(13).
      *----------[ PEDIDOS DE ALTERACAO CADASTRAL ]---------------------
       01 W-REGANTES      PIC X(182) VALUE SPACES.
       01 W-PENDTIPO      PIC X(01) VALUE SPACES.
       01 W-PENDARQ       PIC 9(01) VALUE ZEROS.
       01 W-TEMPEND       PIC 9(01) VALUE ZEROS.
       01 W-CEPARQ        PIC 9(01) VALUE ZEROS.
       01 W-NOVOCEP       PIC 9(08) VALUE ZEROS.
       01 W-NOVONUM       PIC 9(04) VALUE ZEROS.
       01 W-NOVOCOMP      PIC X(12) VALUE SPACES.
       01 W-NOVOBCO       PIC 9(03) VALUE ZEROS.
       01 W-NOVOAG        PIC 9(04) VALUE ZEROS.
       01 W-NOVACTA       PIC 9(08) VALUE ZEROS.
       01 W-NOVODV        PIC X(01) VALUE SPACES.
      *----------[ LINHAS DE TELA ]-------------------------------------
       01 TLV-DET.
          03 TLV-RUB      PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 TLV-DESC     PIC X(25).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLV-PROV     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLV-DESCV    PIC ZZ.ZZZ.ZZ9,99.
       01 TLV-TOT.
          03 FILLER       PIC X(10) VALUE "PROVENTOS ".
          03 TLV-TPROV    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(11) VALUE " DESCONTOS ".
          03 TLV-TDESC    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(09) VALUE " LIQUIDO ".
          03 TLV-TLIQ     PIC ZZZ.ZZZ.ZZ9,99.
       01 TLF-DET.
          03 TLF-MES      PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 TLF-ANO      PIC 9999.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 TLF-PROV     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 TLF-DESC     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 TLF-LIQ      PIC ZZ.ZZZ.ZZ9,99.
       01 TLE-DET.
          03 TLE-SEQ      PIC 9.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 TLE-INIPER   PIC 99/99/9999.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 TLE-ADQ      PIC ZZ9.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 TLE-GOZ      PIC ZZ9.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 TLE-SALDO    PIC ZZ9.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 TLE-INIGOZ   PIC X(10).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 TLE-STAT     PIC X(12).
       01 TLI-DET.
          03 TLI-MES      PIC 99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLI-FIL      PIC 99.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 TLI-BRUTO    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLI-INSS     PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLI-IRRF     PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLI-LIQ      PIC ZZ.ZZZ.ZZ9,99.
       01 TLI-PREV.
          03 FILLER       PIC X(35) VALUE
             "PREVID. COMPLEMENTAR (SUA PARTE) : ".
          03 TLI-PREVF    PIC ZZZ.ZZZ,99.
       01 TLC-DET.
          03 TLC-IX       PIC Z9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLC-DOC      PIC X(12).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TLC-MES      PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 TLC-ANO      PIC 9999.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 TLC-PUB      PIC 99/99/9999.
       01 W-DATAED.
          03 W-DATAED-DD  PIC 99.
          03 W-DATAED-MM  PIC 99.
          03 W-DATAED-AA  PIC 9999.
       01 W-DATAEDN REDEFINES W-DATAED PIC 9(08).
       01 W-VALED         PIC ZZZ.ZZZ.ZZ9,99.
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
       SCREEN SECTION.
       01  TELALOGIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** TERMINAL DE CONSULTA DO COLABOR".
           05  LINE 02  COLUMN 42
               VALUE  "ADOR ***".
           05  LINE 10  COLUMN 01
               VALUE  "            CPF (SO NUMEROS) : ".
           05  LINE 12  COLUMN 01
               VALUE  "            PIN              : ".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPFIN
               LINE 10  COLUMN 32  PIC 9(11)
               USING  W-CPFIN
               HIGHLIGHT.
           05  TPININ
               LINE 12  COLUMN 32  PIC X(06)
               USING  W-PININ
               HIGHLIGHT
               NO ECHO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* TERMINAL INDISPONIVEL - PROCURE O RH *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           OPEN I-O CADPIN
           IF ST-ERRO NOT = "00"
              CLOSE CADFUNC
              MOVE "* TERMINAL NAO HABILITADO (ARQPIN) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
      *----------------------------------------------------------------
      * LOGIN POR CPF + PIN. TRES ERROS SEGUIDOS BLOQUEIAM O PIN
      * (SO O RH DESBLOQUEIA, NO FPP142). ESC NA TELA ENCERRA O
      * TERMINAL.
      *----------------------------------------------------------------
       LOGIN.
           MOVE ZEROS TO W-CPFIN W-CHAPA
           MOVE SPACES TO W-PININ
           DISPLAY TELALOGIN
           ACCEPT TCPFIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPFIN = ZEROS
              GO TO LOGIN.
           ACCEPT TPININ.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ACHOU = 0
              MOVE "*** CPF OU PIN INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
           MOVE CODFUNC TO PIN-CODFUNC
           READ CADPIN
           IF ST-ERRO NOT = "00" OR PIN-STAT = "C"
              MOVE "*** SEM PIN CADASTRADO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
           IF PIN-STAT = "B"
              MOVE "*** PIN BLOQUEADO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
           MOVE W-PININ TO W-SENHACLARA
           PERFORM CALC-HASH THRU CALC-HASH-FIM
           IF PIN-HASH NOT = W-SENHAHASH
              GO TO LOGIN-FALHA.
           MOVE CODFUNC TO W-CHAPA W-OPERT-COD
           MOVE ZEROS TO PIN-TENTFALHA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO PIN-ULTACESSO
           REWRITE REGPIN
           MOVE "L" TO W-EVT
           PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
           IF PIN-DATATROCA = ZEROS
              MOVE "* PIN PROVISORIO - CADASTRE O SEU PIN *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM TROCA-PIN THRU TROCA-PIN-FIM
              IF W-PINOK NOT = 1
                 GO TO SAIR.
           GO TO MENU-TERM.
       LOGIN-FALHA.
           ADD 1 TO PIN-TENTFALHA
           IF PIN-TENTFALHA > 2
              MOVE "B" TO PIN-STAT.
           REWRITE REGPIN
           IF PIN-STAT = "B"
              MOVE CODFUNC TO W-OPERT-COD
              MOVE "B" TO W-EVT
              PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
              MOVE "*** PIN BLOQUEADO APOS 3 ERROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
           MOVE "*** CPF OU PIN INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LOGIN.
      *----------------------------------------------------------------
      * CPF NAO E CHAVE DO CADFUNC: VARRE O CADASTRO ATRAS DA CHAPA
      * ATIVA COM O CPF DIGITADO (DESLIGADO NAO ENTRA).
      *----------------------------------------------------------------
       BUSCA-CPF.
           MOVE ZEROS TO W-ACHOU
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO BUSCA-CPF-FIM.
       BUSCA-CPF-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO BUSCA-CPF-FIM.
           IF CPF NOT = W-CPFIN OR FUNCSTAT = "D"
              GO TO BUSCA-CPF-LP.
           MOVE 1 TO W-ACHOU.
       BUSCA-CPF-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MENU DO COLABORADOR
      *----------------------------------------------------------------
       MENU-TERM.
           MOVE W-CHAPA TO CODFUNC
           READ CADFUNC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL DO COLABORADOR"
           DISPLAY (02, 02) "CHAPA:"
           DISPLAY (02, 09) CODFUNC
           DISPLAY (02, 17) NOME
           DISPLAY (05, 10) "1 HOLERITE DO MES"
           DISPLAY (06, 10) "2 FICHA FINANCEIRA DO ANO"
           DISPLAY (07, 10) "3 PERIODOS DE FERIAS"
           DISPLAY (08, 10) "4 INFORME DE RENDIMENTOS"
           DISPLAY (09, 10) "5 CIENCIA DE DOCUMENTOS PUBLICADOS"
           DISPLAY (11, 10) "6 PEDIR MUDANCA DE ENDERECO"
           DISPLAY (12, 10) "7 PEDIR MUDANCA DE CONTA BANCARIA"
           DISPLAY (13, 10) "8 TROCAR O PIN"
           DISPLAY (15, 10) "0 SAIR"
           DISPLAY (17, 10) "OPCAO : "
           MOVE SPACES TO W-OPCAO
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           MOVE W-SEGAGORA TO W-SEGANTES
           ACCEPT (17, 18) W-OPCAO
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           COMPUTE W-DIFSEG = W-SEGAGORA - W-SEGANTES
           IF W-DIFSEG < ZEROS
              ADD 86400 TO W-DIFSEG.
           IF W-DIFSEG > W-TIMEOUTSEG
              MOVE "T" TO W-EVT
              PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
              MOVE "*** SESSAO EXPIRADA - ENTRE DE NOVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
           IF W-OPCAO = "0"
              GO TO SAIR.
           IF W-OPCAO = "1"
              PERFORM HOLERITE THRU HOLERITE-FIM.
           IF W-OPCAO = "2"
              PERFORM FICHA THRU FICHA-FIM.
           IF W-OPCAO = "3"
              PERFORM FERIAS THRU FERIAS-FIM.
           IF W-OPCAO = "4"
              PERFORM INFORME THRU INFORME-FIM.
           IF W-OPCAO = "5"
              PERFORM CIENCIA THRU CIENCIA-FIM.
           IF W-OPCAO = "6"
              PERFORM PED-ENDER THRU PED-ENDER-FIM.
           IF W-OPCAO = "7"
              PERFORM PED-BANCO THRU PED-BANCO-FIM.
           IF W-OPCAO = "8"
              PERFORM TROCA-PIN THRU TROCA-PIN-FIM.
           GO TO MENU-TERM.
       SAIR.
           MOVE "S" TO W-EVT
           PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
           GO TO LOGIN.
      *----------------------------------------------------------------
      * HOLERITE DE UMA COMPETENCIA (SO DEPOIS DE FECHADA NO FPP038)
      *----------------------------------------------------------------
       HOLERITE.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > HOLERITE"
           DISPLAY (03, 02) "MES:"
           DISPLAY (03, 12) "ANO:"
           MOVE ZEROS TO W-MESSEL W-ANOSEL
           ACCEPT (03, 07) W-MESSEL
           ACCEPT (03, 17) W-ANOSEL
           IF W-MESSEL < 1 OR W-MESSEL > 12 OR W-ANOSEL < 1900
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOLERITE-FIM.
           OPEN INPUT CADPAGVB
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM HOLERITE DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOLERITE-FIM.
           PERFORM ABRE-AUX THRU ABRE-AUX-FIM
           MOVE ZEROS TO W-TOTPROV W-TOTDESC W-TOTLIQ
           MOVE W-CHAPA TO VB-CODFUNC
           MOVE W-ANOSEL TO VB-ANO
           MOVE W-MESSEL TO VB-MES
           MOVE ZEROS TO VB-RUB
           START CADPAGVB KEY IS NOT LESS VB-KEY INVALID KEY
                 GO TO HOLERITE-NAO.
           READ CADPAGVB NEXT RECORD
              AT END
                 GO TO HOLERITE-NAO.
           IF VB-CODFUNC NOT = W-CHAPA OR VB-ANO NOT = W-ANOSEL
              OR VB-MES NOT = W-MESSEL
              GO TO HOLERITE-NAO.
           MOVE VB-MES TO CPTMES
           MOVE VB-ANO TO CPTANO
           MOVE VB-FILIAL TO CPTFIL
           PERFORM VERIF-FECHADA THRU VERIF-FECHADA-FIM
           IF W-FECHADA NOT = 1
              MOVE "* COMPETENCIA AINDA NAO FECHADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOLERITE-ENC.
           DISPLAY (05, 02)
              "VERBA DESCRICAO                      PROVENTO      DES"
           DISPLAY (05, 56) "CONTO"
           MOVE 6 TO W-LIN.
       HOLERITE-LP.
           IF VB-TIPO = "P" OR VB-TIPO = "D"
              PERFORM HOLERITE-LINHA THRU HOLERITE-LINHA-FIM.
           IF VB-TIPO = "L"
              ADD VB-VALOR TO W-TOTLIQ.
           READ CADPAGVB NEXT RECORD
              AT END
                 GO TO HOLERITE-TOT.
           IF VB-CODFUNC NOT = W-CHAPA OR VB-ANO NOT = W-ANOSEL
              OR VB-MES NOT = W-MESSEL
              GO TO HOLERITE-TOT.
           GO TO HOLERITE-LP.
       HOLERITE-TOT.
           MOVE W-TOTPROV TO TLV-TPROV
           MOVE W-TOTDESC TO TLV-TDESC
           MOVE W-TOTLIQ TO TLV-TLIQ
           DISPLAY (21, 02) TLV-TOT
           PERFORM PAUSA THRU PAUSA-FIM
           GO TO HOLERITE-ENC.
       HOLERITE-NAO.
           MOVE "*** HOLERITE NAO ENCONTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       HOLERITE-ENC.
           PERFORM FECHA-AUX THRU FECHA-AUX-FIM
           CLOSE CADPAGVB.
       HOLERITE-FIM.
           EXIT.
      *
       HOLERITE-LINHA.
           IF W-LIN > 19
              PERFORM PAUSA THRU PAUSA-FIM
              PERFORM LIMPA-CORPO THRU LIMPA-CORPO-FIM
              MOVE 6 TO W-LIN.
           PERFORM DECODE-VB THRU DECODE-VB-FIM
           MOVE VB-RUB TO TLV-RUB
           MOVE W-DESCVB TO TLV-DESC
           MOVE ZEROS TO TLV-PROV TLV-DESCV
           IF VB-TIPO = "P"
              MOVE VB-VALOR TO TLV-PROV
              ADD VB-VALOR TO W-TOTPROV
           ELSE
              MOVE VB-VALOR TO TLV-DESCV
              ADD VB-VALOR TO W-TOTDESC.
           DISPLAY (W-LIN, 02) TLV-DET
           ADD 1 TO W-LIN.
       HOLERITE-LINHA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FICHA FINANCEIRA: PROVENTOS, DESCONTOS E LIQUIDO DE CADA MES
      * FECHADO DO ANO.
      *----------------------------------------------------------------
       FICHA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > FICHA FINANCEIRA"
           DISPLAY (03, 02) "ANO:"
           MOVE ZEROS TO W-ANOSEL
           ACCEPT (03, 07) W-ANOSEL
           IF W-ANOSEL < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FICHA-FIM.
           OPEN INPUT CADPAGVB
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM HOLERITE DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FICHA-FIM.
           PERFORM ABRE-AUX THRU ABRE-AUX-FIM
           MOVE ZEROS TO W-TBFICHA W-TOTPROV W-TOTDESC W-TOTLIQ
           MOVE W-CHAPA TO VB-CODFUNC
           MOVE W-ANOSEL TO VB-ANO
           MOVE ZEROS TO VB-MES VB-RUB
           START CADPAGVB KEY IS NOT LESS VB-KEY INVALID KEY
                 GO TO FICHA-MOSTRA.
       FICHA-LP.
           READ CADPAGVB NEXT RECORD
              AT END
                 GO TO FICHA-MOSTRA.
           IF VB-CODFUNC NOT = W-CHAPA OR VB-ANO NOT = W-ANOSEL
              GO TO FICHA-MOSTRA.
           IF VB-MES < 1 OR VB-MES > 12
              GO TO FICHA-LP.
           MOVE 1 TO W-FTEM(VB-MES)
           MOVE VB-FILIAL TO W-FFIL(VB-MES)
           IF VB-TIPO = "P"
              ADD VB-VALOR TO W-FPROV(VB-MES).
           IF VB-TIPO = "D"
              ADD VB-VALOR TO W-FDESC(VB-MES).
           IF VB-TIPO = "L"
              ADD VB-VALOR TO W-FLIQ(VB-MES).
           GO TO FICHA-LP.
       FICHA-MOSTRA.
           DISPLAY (05, 02)
              "COMPET.          PROVENTOS        DESCONTOS          LI"
           DISPLAY (05, 57) "QUIDO"
           MOVE 6 TO W-LIN
           MOVE 1 TO W-IX.
       FICHA-MES.
           IF W-FTEM(W-IX) NOT = 1
              GO TO FICHA-PROX.
           MOVE W-IX TO CPTMES
           MOVE W-ANOSEL TO CPTANO
           MOVE W-FFIL(W-IX) TO CPTFIL
           PERFORM VERIF-FECHADA THRU VERIF-FECHADA-FIM
           IF W-FECHADA NOT = 1
              GO TO FICHA-PROX.
           MOVE W-IX TO TLF-MES
           MOVE W-ANOSEL TO TLF-ANO
           MOVE W-FPROV(W-IX) TO TLF-PROV
           MOVE W-FDESC(W-IX) TO TLF-DESC
           MOVE W-FLIQ(W-IX) TO TLF-LIQ
           DISPLAY (W-LIN, 02) TLF-DET
           ADD 1 TO W-LIN
           ADD W-FPROV(W-IX) TO W-TOTPROV
           ADD W-FDESC(W-IX) TO W-TOTDESC
           ADD W-FLIQ(W-IX) TO W-TOTLIQ.
       FICHA-PROX.
           ADD 1 TO W-IX
           IF W-IX < 13
              GO TO FICHA-MES.
           MOVE W-TOTPROV TO TLV-TPROV
           MOVE W-TOTDESC TO TLV-TDESC
           MOVE W-TOTLIQ TO TLV-TLIQ
           DISPLAY (20, 02) TLV-TOT
           IF W-LIN = 6
              DISPLAY (07, 02) "NENHUMA COMPETENCIA FECHADA NO ANO".
           PERFORM PAUSA THRU PAUSA-FIM
           PERFORM FECHA-AUX THRU FECHA-AUX-FIM
           CLOSE CADPAGVB.
       FICHA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PERIODOS AQUISITIVOS DE FERIAS E SALDO DE DIAS
      *----------------------------------------------------------------
       FERIAS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > PERIODOS DE FERIAS"
           OPEN INPUT CADFERIAS
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PERIODO DE FERIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FERIAS-FIM.
           DISPLAY (04, 02)
              "SEQ  INICIO PERIODO  DIREITO  GOZADOS  SALDO  INICIO"
           DISPLAY (04, 55) "GOZO     SITUACAO"
           MOVE 6 TO W-LIN
           MOVE W-CHAPA TO FERCODFUNC
           START CADFERIAS KEY IS NOT LESS FERCODFUNC INVALID KEY
                 GO TO FERIAS-TOT.
       FERIAS-LP.
           READ CADFERIAS NEXT RECORD
              AT END
                 GO TO FERIAS-TOT.
           IF FERCODFUNC NOT = W-CHAPA
              GO TO FERIAS-TOT.
           IF W-LIN > 19
              PERFORM PAUSA THRU PAUSA-FIM
              PERFORM LIMPA-CORPO THRU LIMPA-CORPO-FIM
              MOVE 6 TO W-LIN.
           MOVE FERSEQ TO TLE-SEQ
           MOVE FERDATAADM(7:2) TO W-DATAED-DD
           MOVE FERDATAADM(5:2) TO W-DATAED-MM
           MOVE FERDATAADM(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO TLE-INIPER
           MOVE FERDIASADQ TO TLE-ADQ
           MOVE FERDIASGOZ TO TLE-GOZ
           COMPUTE W-SALDOFER = FERDIASADQ - FERDIASGOZ
           IF W-SALDOFER < ZEROS
              MOVE ZEROS TO W-SALDOFER.
           MOVE W-SALDOFER TO TLE-SALDO
           MOVE SPACES TO TLE-INIGOZ
           IF FERDATAINIGOZ NOT = ZEROS
              STRING FERDATAINIGOZ(7:2) "/" FERDATAINIGOZ(5:2) "/"
                     FERDATAINIGOZ(1:4) DELIMITED BY SIZE
                     INTO TLE-INIGOZ.
           MOVE FERSTAT TO TLE-STAT
           IF FERSTAT = "A"
              MOVE "ABERTO" TO TLE-STAT.
           IF FERSTAT = "G"
              MOVE "GOZADO" TO TLE-STAT.
           IF FERSTAT = "V"
              MOVE "VENCIDO" TO TLE-STAT.
           DISPLAY (W-LIN, 02) TLE-DET
           ADD 1 TO W-LIN
           GO TO FERIAS-LP.
       FERIAS-TOT.
           IF W-LIN = 6
              DISPLAY (06, 02) "NENHUM PERIODO DE FERIAS CADASTRADO".
           PERFORM PAUSA THRU PAUSA-FIM
           CLOSE CADFERIAS.
       FERIAS-FIM.
           EXIT.
      *----------------------------------------------------------------
      * INFORME DE RENDIMENTOS: MESMA BASE DO FPP009 (ARQHISTF, UM
      * REGISTRO POR MES FECHADO E FILIAL) E MESMA CONTA DA
      * PREVIDENCIA COMPLEMENTAR.
      *----------------------------------------------------------------
       INFORME.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > INFORME DE RENDIMENTOS"
           DISPLAY (03, 02) "ANO CALENDARIO:"
           MOVE ZEROS TO W-ANOSEL
           ACCEPT (03, 18) W-ANOSEL
           IF W-ANOSEL < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INFORME-FIM.
           OPEN INPUT CADHISTF
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA COMPETENCIA FECHADA AINDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INFORME-FIM.
           MOVE ZEROS TO W-TOTPROV W-TOTINSS W-TOTIRRF W-TOTLIQ
           MOVE ZEROS TO W-MESESANO
           DISPLAY (05, 02)
              "MES FIL          BRUTO          INSS          IRRF"
           DISPLAY (05, 56) "LIQUIDO"
           MOVE 6 TO W-LIN
           MOVE W-CHAPA TO HF-CODFUNC
           MOVE W-ANOSEL TO HF-ANO
           MOVE ZEROS TO HF-MES HF-FIL
           START CADHISTF KEY IS NOT LESS HF-KEY INVALID KEY
                 GO TO INFORME-TOT.
       INFORME-LP.
           READ CADHISTF NEXT RECORD
              AT END
                 GO TO INFORME-TOT.
           IF HF-CODFUNC NOT = W-CHAPA OR HF-ANO NOT = W-ANOSEL
              GO TO INFORME-TOT.
           IF W-LIN > 19
              PERFORM PAUSA THRU PAUSA-FIM
              PERFORM LIMPA-CORPO THRU LIMPA-CORPO-FIM
              MOVE 6 TO W-LIN.
           MOVE HF-MES TO TLI-MES
           MOVE HF-FIL TO TLI-FIL
           MOVE HF-BRUTO TO TLI-BRUTO
           MOVE HF-INSS TO TLI-INSS
           MOVE HF-IRRF TO TLI-IRRF
           MOVE HF-LIQ TO TLI-LIQ
           DISPLAY (W-LIN, 02) TLI-DET
           ADD 1 TO W-LIN W-MESESANO
           ADD HF-BRUTO TO W-TOTPROV
           ADD HF-INSS TO W-TOTINSS
           ADD HF-IRRF TO W-TOTIRRF
           ADD HF-LIQ TO W-TOTLIQ
           GO TO INFORME-LP.
       INFORME-TOT.
           CLOSE CADHISTF
           MOVE ZEROS TO TLI-MES TLI-FIL
           MOVE W-TOTPROV TO TLI-BRUTO
           MOVE W-TOTINSS TO TLI-INSS
           MOVE W-TOTIRRF TO TLI-IRRF
           MOVE W-TOTLIQ TO TLI-LIQ
           DISPLAY (19, 02) "TOTAL"
           DISPLAY (20, 02) TLI-DET
           PERFORM CALC-PREVANO THRU CALC-PREVANO-FIM
           IF W-PREVFUNANO NOT = ZEROS
              MOVE W-PREVFUNANO TO TLI-PREVF
              DISPLAY (21, 02) TLI-PREV.
           PERFORM PAUSA THRU PAUSA-FIM.
       INFORME-FIM.
           EXIT.
      *
       CALC-PREVANO.
           MOVE ZEROS TO W-PREVFUNANO
           IF W-MESESANO = ZEROS
              GO TO CALC-PREVANO-FIM.
           OPEN INPUT CADPREV
           IF ST-ERRO NOT = "00"
              GO TO CALC-PREVANO-FIM.
           MOVE W-CHAPA TO PRV-CODFUNC
           READ CADPREV
           IF ST-ERRO NOT = "00" OR PRV-STAT NOT = "A"
              GO TO CALC-PREVANO-ENC.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              GO TO CALC-PREVANO-ENC.
           MOVE FUNCCAR TO CODCAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              CLOSE CADCAR
              GO TO CALC-PREVANO-ENC.
           IF TIPOSAL = "H"
              COMPUTE W-PREVBASE = SALBASE * 220
           ELSE
              IF TIPOSAL = "D"
                 COMPUTE W-PREVBASE = SALBASE * 30
              ELSE
                 MOVE SALBASE TO W-PREVBASE.
           COMPUTE W-PREVFUNANO = W-PREVBASE * PRV-PERC / 100
                 * W-MESESANO
           CLOSE CADCAR.
       CALC-PREVANO-ENC.
           CLOSE CADPREV.
       CALC-PREVANO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CIENCIA DOS DOCUMENTOS PUBLICADOS PELO FPP138 QUE AINDA NAO
      * FORAM CONFIRMADOS; A CONFIRMACAO NO TERMINAL GRAVA ORIGEM "T".
      *----------------------------------------------------------------
       CIENCIA.
           OPEN I-O CADCIENC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM DOCUMENTO PUBLICADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIENCIA-FIM.
       CIENCIA-TELA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > CIENCIA DE DOCUMENTOS"
           DISPLAY (04, 02)
              "    DOCUMENTO     COMPET.    PUBLICADO EM"
           MOVE ZEROS TO W-QTDCIE
           MOVE 5 TO W-LIN
           MOVE W-CHAPA TO CI-CODFUNC
           MOVE LOW-VALUES TO CI-TIPO
           MOVE ZEROS TO CI-ANO CI-MES
           START CADCIENC KEY IS NOT LESS CI-KEY INVALID KEY
                 GO TO CIENCIA-CONF.
       CIENCIA-LP.
           IF W-QTDCIE = 12
              GO TO CIENCIA-CONF.
           READ CADCIENC NEXT RECORD
              AT END
                 GO TO CIENCIA-CONF.
           IF CI-CODFUNC NOT = W-CHAPA
              GO TO CIENCIA-CONF.
           IF CI-DATACIE NOT = ZEROS
              GO TO CIENCIA-LP.
           ADD 1 TO W-QTDCIE
           MOVE CI-KEY TO W-CIEKEY(W-QTDCIE)
           MOVE W-QTDCIE TO TLC-IX
           MOVE CI-TIPO TO TLC-DOC
           IF CI-TIPO = "H"
              MOVE "HOLERITE" TO TLC-DOC.
           IF CI-TIPO = "F"
              MOVE "REC. FERIAS" TO TLC-DOC.
           IF CI-TIPO = "D"
              MOVE "13o SALARIO" TO TLC-DOC.
           IF CI-TIPO = "R"
              MOVE "REMUN. TOTAL" TO TLC-DOC.
           MOVE CI-MES TO TLC-MES
           MOVE CI-ANO TO TLC-ANO
           MOVE CI-DATAPUB(7:2) TO W-DATAED-DD
           MOVE CI-DATAPUB(5:2) TO W-DATAED-MM
           MOVE CI-DATAPUB(1:4) TO W-DATAED-AA
           MOVE W-DATAEDN TO TLC-PUB
           DISPLAY (W-LIN, 02) TLC-DET
           ADD 1 TO W-LIN
           GO TO CIENCIA-LP.
       CIENCIA-CONF.
           IF W-QTDCIE = ZEROS
              MOVE "*** NENHUM DOCUMENTO AGUARDANDO CIENCIA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIENCIA-ENC.
           DISPLAY (19, 02)
              "DECLARO QUE RECEBI OS DOCUMENTOS ACIMA  (S/N) : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (19, 51) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CIENCIA-ENC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE 1 TO W-IX.
       CIENCIA-GRAVA.
           MOVE W-CIEKEY(W-IX) TO CI-KEY
           READ CADCIENC
           IF ST-ERRO = "00" AND CI-DATACIE = ZEROS
              MOVE W-HOJE TO CI-DATACIE
              MOVE W-HORA(1:6) TO CI-HORACIE
              MOVE "T" TO CI-ORIGEM
              REWRITE REGCIENC.
           ADD 1 TO W-IX
           IF W-IX NOT > W-QTDCIE
              GO TO CIENCIA-GRAVA.
           MOVE "*** CIENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-QTDCIE = 12
              GO TO CIENCIA-TELA.
       CIENCIA-ENC.
           CLOSE CADCIENC.
       CIENCIA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PEDIDO DE MUDANCA DE ENDERECO (PENDENCIA TIPO "E")
      *----------------------------------------------------------------
       PED-ENDER.
           PERFORM ABRE-PEND THRU ABRE-PEND-FIM
           IF W-PENDARQ NOT = 1
              GO TO PED-ENDER-FIM.
           MOVE W-CHAPA TO CODFUNC
           READ CADFUNC
           MOVE REGFUNC TO W-REGANTES
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > MUDANCA DE ENDERECO"
           DISPLAY (04, 02) "ENDERECO ATUAL  CEP:"
           DISPLAY (04, 23) FUNCCEP
           DISPLAY (04, 33) "NUMERO:"
           DISPLAY (04, 41) NUMRES
           DISPLAY (04, 47) "COMPL.:"
           DISPLAY (04, 55) COMPRES
           DISPLAY (07, 02) "NOVO ENDERECO   CEP:"
           DISPLAY (08, 33) "NUMERO:"
           DISPLAY (09, 33) "COMPL.:"
           MOVE FUNCCEP TO W-NOVOCEP
           MOVE NUMRES TO W-NOVONUM
           MOVE COMPRES TO W-NOVOCOMP.
       PED-ENDER-CEP.
           ACCEPT (07, 23) W-NOVOCEP WITH UPDATE
           IF W-NOVOCEP = ZEROS
              MOVE "*** CEP NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ENDER-CEP.
           MOVE ZEROS TO W-CEPARQ
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
              MOVE 1 TO W-CEPARQ.
           IF W-CEPARQ = 1
              MOVE W-NOVOCEP TO CEP-NUMCEP
              READ CADCEP
              IF ST-ERRO NOT = "00"
                 CLOSE CADCEP
                 MOVE "*** CEP NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PED-ENDER-CEP
              ELSE
                 DISPLAY (07, 33) CEP-LOGRA
                 CLOSE CADCEP.
       PED-ENDER-NUM.
           ACCEPT (08, 41) W-NOVONUM WITH UPDATE
           IF W-NOVONUM < 1
              MOVE "*** NUMERO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ENDER-NUM.
           ACCEPT (09, 41) W-NOVOCOMP WITH UPDATE
           IF W-NOVOCEP = FUNCCEP AND W-NOVONUM = NUMRES
              AND W-NOVOCOMP = COMPRES
              MOVE "*** NADA FOI ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ENDER-ENC.
           DISPLAY (12, 02) "CONFIRMA O PEDIDO (S/N) : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (12, 28) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ENDER-ENC.
           MOVE W-NOVOCEP TO FUNCCEP
           MOVE W-NOVONUM TO NUMRES
           MOVE W-NOVOCOMP TO COMPRES
           MOVE "E" TO W-PENDTIPO
           PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
       PED-ENDER-ENC.
           PERFORM FECHA-PEND THRU FECHA-PEND-FIM.
       PED-ENDER-FIM.
           EXIT.
      *----------------------------------------------------------------
      * PEDIDO DE MUDANCA DE CONTA BANCARIA (PENDENCIA TIPO "B", A
      * MESMA QUE O FPP004 GERA NA ALTERACAO FEITA PELO OPERADOR)
      *----------------------------------------------------------------
       PED-BANCO.
           PERFORM ABRE-PEND THRU ABRE-PEND-FIM
           IF W-PENDARQ NOT = 1
              GO TO PED-BANCO-FIM.
           MOVE W-CHAPA TO CODFUNC
           READ CADFUNC
           MOVE REGFUNC TO W-REGANTES
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > MUDANCA DE CONTA BANCARIA"
           DISPLAY (04, 02) "CONTA ATUAL  BANCO:"
           DISPLAY (04, 22) BANCO
           DISPLAY (04, 27) "AGENCIA:"
           DISPLAY (04, 36) AGENCIA
           DISPLAY (04, 42) "CONTA:"
           DISPLAY (04, 49) CONTA
           DISPLAY (04, 58) "-"
           DISPLAY (04, 59) CONTADV
           DISPLAY (07, 02) "NOVA CONTA   BANCO:"
           DISPLAY (08, 27) "AGENCIA:"
           DISPLAY (09, 42) "CONTA:"
           DISPLAY (09, 58) "-"
           MOVE BANCO TO W-NOVOBCO
           MOVE AGENCIA TO W-NOVOAG
           MOVE CONTA TO W-NOVACTA
           MOVE CONTADV TO W-NOVODV.
       PED-BANCO-BCO.
           ACCEPT (07, 22) W-NOVOBCO WITH UPDATE
           IF W-NOVOBCO = ZEROS
              MOVE "*** BANCO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-BCO.
       PED-BANCO-AG.
           ACCEPT (08, 36) W-NOVOAG WITH UPDATE
           IF W-NOVOAG = ZEROS
              MOVE "*** AGENCIA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-AG.
       PED-BANCO-CTA.
           ACCEPT (09, 49) W-NOVACTA WITH UPDATE
           IF W-NOVACTA = ZEROS
              MOVE "*** CONTA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-CTA.
       PED-BANCO-DV.
           ACCEPT (09, 59) W-NOVODV WITH UPDATE
           IF W-NOVODV = SPACES
              MOVE "*** DIGITO DA CONTA NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-DV.
           IF W-NOVOBCO = BANCO AND W-NOVOAG = AGENCIA
              AND W-NOVACTA = CONTA AND W-NOVODV = CONTADV
              MOVE "*** NADA FOI ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-ENC.
           DISPLAY (12, 02) "CONFIRMA O PEDIDO (S/N) : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (12, 28) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BANCO-ENC.
           MOVE W-NOVOBCO TO BANCO
           MOVE W-NOVOAG TO AGENCIA
           MOVE W-NOVACTA TO CONTA
           MOVE W-NOVODV TO CONTADV
           MOVE "B" TO W-PENDTIPO
           PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
       PED-BANCO-ENC.
           PERFORM FECHA-PEND THRU FECHA-PEND-FIM.
       PED-BANCO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ABRE ARQPEND/ARQSEQ PARA O PEDIDO. SE JA HOUVER PENDENCIA
      * ABERTA PARA A CHAPA, NAO ACEITA OUTRA: O FPP054 REJEITARIA A
      * SEGUNDA POR OBSOLETA ASSIM QUE A PRIMEIRA FOSSE APLICADA.
      *----------------------------------------------------------------
       ABRE-PEND.
           MOVE ZEROS TO W-PENDARQ
           OPEN I-O CADPEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEND
                 CLOSE CADPEND
                 GO TO ABRE-PEND
              ELSE
                 MOVE "* SERVICO INDISPONIVEL - PROCURE O RH *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ABRE-PEND-FIM.
           OPEN I-O CADSEQ
           IF ST-ERRO NOT = "00"
              CLOSE CADPEND
              MOVE "* SERVICO INDISPONIVEL - PROCURE O RH *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-PEND-FIM.
           MOVE 1 TO W-PENDARQ
           PERFORM VERIF-PEND THRU VERIF-PEND-FIM
           IF W-TEMPEND = 1
              PERFORM FECHA-PEND THRU FECHA-PEND-FIM
              MOVE "* JA EXISTE PEDIDO SEU EM ANALISE NO RH *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ABRE-PEND-FIM.
           EXIT.
      *
       FECHA-PEND.
           IF W-PENDARQ = 1
              CLOSE CADPEND CADSEQ
              MOVE ZEROS TO W-PENDARQ.
       FECHA-PEND-FIM.
           EXIT.
      *
       VERIF-PEND.
           MOVE ZEROS TO W-TEMPEND
           MOVE LOW-VALUES TO PNDSEQ
           START CADPEND KEY IS NOT LESS PNDSEQ INVALID KEY
                 GO TO VERIF-PEND-FIM.
       VERIF-PEND-LP.
           READ CADPEND NEXT RECORD
              AT END
                 GO TO VERIF-PEND-FIM.
           IF PNDSTAT = "P" AND PNDCHAVE = W-CHAPA
              MOVE 1 TO W-TEMPEND
              GO TO VERIF-PEND-FIM.
           GO TO VERIF-PEND-LP.
       VERIF-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * GRAVA A PENDENCIA (IMAGENS ANTES/DEPOIS DO CADFUNC) COM O
      * SOLICITANTE "T" + CHAPA E REGISTRA O PEDIDO NO CADLOG.
      *----------------------------------------------------------------
       GRAVA-PEND.
           MOVE "PENDENTE" TO SEQID
           READ CADSEQ
           IF ST-ERRO NOT = "00"
              MOVE "PENDENTE" TO SEQID
              MOVE 1 TO SEQPROX
              WRITE REGSEQ.
           MOVE SEQPROX TO PNDSEQ
           ADD 1 TO SEQPROX
           MOVE "PENDENTE" TO SEQID
           REWRITE REGSEQ
           MOVE W-PENDTIPO TO PNDTIPO
           MOVE W-OPERT TO PNDOPER
           MOVE SPACES TO PNDAPROV
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           MOVE W-HOJELOG TO PNDDATA
           MOVE "P" TO PNDSTAT
           MOVE W-CHAPA TO PNDCHAVE
           MOVE W-REGANTES TO PNDANTES
           MOVE REGFUNC TO PNDDEPOIS
           WRITE REGPEND
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DO PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PEND-FIM.
           MOVE W-OPERT TO LOG-OPERID
           MOVE "CADPEND" TO LOG-ARQUIVO
           MOVE "P" TO LOG-ACAO
           MOVE PNDSEQ TO LOG-CHAVE
           MOVE W-REGANTES TO LOG-ANTES
           MOVE REGFUNC TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "* PEDIDO ENVIADO AO RH PARA APROVACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * TROCA DO PIN: 4 A 6 DIGITOS, DIGITADO DUAS VEZES E DIFERENTE
      * DO ATUAL. W-PINOK = 1 QUANDO A TROCA FOI GRAVADA.
      *----------------------------------------------------------------
       TROCA-PIN.
           MOVE ZEROS TO W-PINOK
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) "TERMINAL > TROCA DO PIN"
           DISPLAY (08, 10) "NOVO PIN (4 A 6 DIGITOS) : "
           DISPLAY (10, 10) "CONFIRME O NOVO PIN      : "
           MOVE SPACES TO W-PINNOVO W-PINNOVO2
           ACCEPT (08, 38) W-PINNOVO WITH NO ECHO
           IF W-PINNOVO(1:4) NOT NUMERIC
              GO TO TROCA-PIN-INV.
           IF W-PINNOVO(5:1) NOT = SPACE AND W-PINNOVO(5:1) NOT NUMERIC
              GO TO TROCA-PIN-INV.
           IF W-PINNOVO(6:1) NOT = SPACE AND W-PINNOVO(6:1) NOT NUMERIC
              GO TO TROCA-PIN-INV.
           IF W-PINNOVO(5:1) = SPACE AND W-PINNOVO(6:1) NOT = SPACE
              GO TO TROCA-PIN-INV.
           MOVE W-PINNOVO TO W-SENHACLARA
           PERFORM CALC-HASH THRU CALC-HASH-FIM
           IF W-SENHAHASH = PIN-HASH
              MOVE "*** O NOVO PIN TEM QUE SER DIFERENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-PIN-FIM.
           ACCEPT (10, 38) W-PINNOVO2 WITH NO ECHO
           IF W-PINNOVO2 NOT = W-PINNOVO
              MOVE "*** PINS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-PIN-FIM.
           MOVE W-CHAPA TO PIN-CODFUNC
           READ CADPIN
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA LEITURA DO ARQPIN ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-PIN-FIM.
           MOVE W-SENHAHASH TO PIN-HASH
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO PIN-DATATROCA
           REWRITE REGPIN
           MOVE 1 TO W-PINOK
           MOVE "*** PIN TROCADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TROCA-PIN-FIM.
       TROCA-PIN-INV.
           MOVE "*** PIN DEVE TER DE 4 A 6 DIGITOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TROCA-PIN-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ARQUIVOS AUXILIARES DAS CONSULTAS DE FOLHA (OPCIONAIS):
      * RUBRICAS PARA A DESCRICAO, COMPETENCIAS PARA SABER SE O MES
      * JA FOI FECHADO.
      *----------------------------------------------------------------
       ABRE-AUX.
           MOVE ZEROS TO W-RUBRARQ W-CPTARQ
           OPEN INPUT CADRUBR
           IF ST-ERRO = "00"
              MOVE 1 TO W-RUBRARQ.
           OPEN INPUT CADCOMPET
           IF ST-ERRO = "00"
              MOVE 1 TO W-CPTARQ.
       ABRE-AUX-FIM.
           EXIT.
      *
       FECHA-AUX.
           IF W-RUBRARQ = 1
              CLOSE CADRUBR.
           IF W-CPTARQ = 1
              CLOSE CADCOMPET.
       FECHA-AUX-FIM.
           EXIT.
      *
       VERIF-FECHADA.
           MOVE ZEROS TO W-FECHADA
           IF W-CPTARQ NOT = 1
              GO TO VERIF-FECHADA-FIM.
           READ CADCOMPET
           IF ST-ERRO = "00" AND CPTSTAT = "F"
              MOVE 1 TO W-FECHADA.
       VERIF-FECHADA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DESCRICAO DA VERBA (MESMA LEGENDA DA FICHA FINANCEIRA FPP113)
      *----------------------------------------------------------------
       DECODE-VB.
           MOVE SPACES TO W-DESCVB
           IF VB-RUB < 901
              IF W-RUBRARQ = 1
                 MOVE VB-RUB TO RUBCOD
                 READ CADRUBR
                 IF ST-ERRO = "00"
                    MOVE RUBDESC TO W-DESCVB
                 END-IF
              END-IF
              GO TO DECODE-VB-FIM.
           IF VB-RUB = 901
              MOVE "SALARIO BASE" TO W-DESCVB.
           IF VB-RUB = 902
              MOVE "COMISSOES" TO W-DESCVB.
           IF VB-RUB = 903
              MOVE "HORAS EXTRAS 50%" TO W-DESCVB.
           IF VB-RUB = 904
              MOVE "HORAS EXTRAS 100%" TO W-DESCVB.
           IF VB-RUB = 905
              MOVE "DSR SOBRE HORAS EXTRAS" TO W-DESCVB.
           IF VB-RUB = 906
              MOVE "ADICIONAL NOTURNO" TO W-DESCVB.
           IF VB-RUB = 907
              MOVE "BANCO DE HORAS PAGO" TO W-DESCVB.
           IF VB-RUB = 908
              MOVE "ADIC. TEMPO DE SERVICO" TO W-DESCVB.
           IF VB-RUB = 909
              MOVE "INSALUBR/PERICULOSIDADE" TO W-DESCVB.
           IF VB-RUB = 910
              MOVE "AUXILIO-DOENCA (15 DIAS)" TO W-DESCVB.
           IF VB-RUB = 911
              MOVE "SALARIO-MATERNIDADE" TO W-DESCVB.
           IF VB-RUB = 912
              MOVE "SALARIO-FAMILIA" TO W-DESCVB.
           IF VB-RUB = 913
              MOVE "AUXILIO-CRECHE" TO W-DESCVB.
           IF VB-RUB = 914
              MOVE "GRATIFICACAO DE FUNCAO" TO W-DESCVB.
           IF VB-RUB = 915
              MOVE "DIFERENCA SUBSTITUICAO" TO W-DESCVB.
           IF VB-RUB = 916
              MOVE "DSR DA FOLHA SEMANAL" TO W-DESCVB.
           IF VB-RUB = 921
              MOVE "INSS" TO W-DESCVB.
           IF VB-RUB = 922
              MOVE "IRRF" TO W-DESCVB.
           IF VB-RUB = 923
              MOVE "PENSAO/PENHORA JUDICIAL" TO W-DESCVB.
           IF VB-RUB = 924
              MOVE "ADIANTAMENTO QUINZENAL" TO W-DESCVB.
           IF VB-RUB = 925
              MOVE "VALE-TRANSPORTE" TO W-DESCVB.
           IF VB-RUB = 926
              MOVE "VALE-REFEICAO/ALIMENT." TO W-DESCVB.
           IF VB-RUB = 927
              MOVE "PLANO DE SAUDE" TO W-DESCVB.
           IF VB-RUB = 928
              MOVE "COPARTICIPACAO SAUDE" TO W-DESCVB.
           IF VB-RUB = 929
              MOVE "PREVIDENCIA COMPLEMENTAR" TO W-DESCVB.
           IF VB-RUB = 930
              MOVE "MENSALIDADE SINDICAL" TO W-DESCVB.
           IF VB-RUB = 931
              MOVE "EMPRESTIMO CONSIGNADO" TO W-DESCVB.
           IF VB-RUB = 932
              MOVE "SUSPENSAO DISCIPLINAR" TO W-DESCVB.
           IF VB-RUB = 933
              MOVE "DESCONTO MES ANTERIOR" TO W-DESCVB.
           IF VB-RUB = 934
              MOVE "SEGURO DE VIDA EM GRUPO" TO W-DESCVB.
           IF VB-RUB = 935
              MOVE "FOLHAS SEMANAIS PAGAS" TO W-DESCVB.
           IF VB-RUB = 951
              MOVE "DIFERENCA COMPLEMENTAR" TO W-DESCVB.
           IF VB-RUB = 952
              MOVE "INSS COMPLEMENTAR" TO W-DESCVB.
           IF VB-RUB = 953
              MOVE "IRRF COMPLEMENTAR" TO W-DESCVB.
           IF VB-RUB = 992
              MOVE "DIFERENCA RETROATIVA" TO W-DESCVB.
       DECODE-VB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * HASH DO PIN (MESMO ALGORITMO DA SENHA DO OPERADOR)
      *----------------------------------------------------------------
       CALC-HASH.
           INSPECT W-SENHACLARA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HASHIX.
       CALC-HASH-LP.
           IF W-HASHIX > 8
              MOVE W-HASHNUM TO W-HASHDIG
              MOVE W-HASHDIG TO W-SENHAHASH
              GO TO CALC-HASH-FIM.
           MOVE ZEROS TO W-HASHCHR
           MOVE W-SENHACLARA(W-HASHIX:1) TO W-HASHWRK
           PERFORM CALC-HASH-ORD THRU CALC-HASH-ORD-FIM
           COMPUTE W-HASHNUM = FUNCTION MOD(
                 W-HASHNUM * 31 + W-HASHCHR, 99999989)
           ADD 1 TO W-HASHIX
           GO TO CALC-HASH-LP.
       CALC-HASH-ORD.
           MOVE 1 TO W-HASHPOS.
       CALC-HASH-ORD-LP.
           IF W-HASHPOS > 44
              MOVE ZEROS TO W-HASHCHR
              GO TO CALC-HASH-ORD-FIM.
           IF W-HASHTAB(W-HASHPOS:1) = W-HASHWRK
              MOVE W-HASHPOS TO W-HASHCHR
              GO TO CALC-HASH-ORD-FIM.
           ADD 1 TO W-HASHPOS
           GO TO CALC-HASH-ORD-LP.
       CALC-HASH-ORD-FIM.
           EXIT.
       CALC-HASH-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EVENTOS DA SESSAO NO CADLOG: L=LOGIN S=SAIDA T=TIMEOUT
      * B=PIN BLOQUEADO. O "OPERADOR" E "T" + CHAPA.
      *----------------------------------------------------------------
       GRAVA-EVT.
           MOVE W-OPERT TO LOG-OPERID
           MOVE "TERMINAL" TO LOG-ARQUIVO
           MOVE W-EVT TO LOG-ACAO
           MOVE W-OPERT-COD TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GRAVA-EVT-FIM.
           EXIT.
      *
       GRAVA-LOG.
                ACCEPT W-HOJELOG FROM DATE YYYYMMDD
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
      * SEGUNDOS DO DIA (PARA O CONTROLE DE INATIVIDADE).
      *----------------------------------------------------------------
       PEGA-SEG.
           ACCEPT W-HORAX FROM TIME
           MOVE W-HORAX(1:2) TO W-HHX
           MOVE W-HORAX(3:2) TO W-MMX
           MOVE W-HORAX(5:2) TO W-SSX
           COMPUTE W-SEGAGORA = W-HHX * 3600 + W-MMX * 60 + W-SSX.
       PEGA-SEG-FIM.
           EXIT.
      *
       PAUSA.
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 40) W-OPCAO
           DISPLAY (23, 12) LIMPA.
       PAUSA-FIM.
           EXIT.
      *
       LIMPA-CORPO.
           MOVE 6 TO W-IX.
       LIMPA-CORPO-LP.
           DISPLAY (W-IX, 01) W-LIMPALIN
           ADD 1 TO W-IX
           IF W-IX < 21
              GO TO LIMPA-CORPO-LP.
       LIMPA-CORPO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADPIN.
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
