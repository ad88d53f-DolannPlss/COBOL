       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP187.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * FILIAIS PERMITIDAS DO OPERADOR (ARQOPFIL, MANTIDO NO *
      * CADOPER): CONSULTAS, MANUTENCOES, RELATORIOS E       *
      * EXPORTACOES PERGUNTAM AQUI SE A FILIAL DA CHAPA E DO *
      * OPERADOR. TENTATIVA NEGADA NUMA TELA FICA NO         *
      * CADLOG (ACAO "N"). SEM LISTA, O OPERADOR VE TODAS    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPFIL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPF-OPERID
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADOPFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPFIL.DAT".
       01 REGOPFIL.
          03 OPF-OPERID               PIC X(08).
          03 OPF-FILIAIS.
              05 OPF-FIL01            PIC 9(02).
              05 OPF-FIL02            PIC 9(02).
              05 OPF-FIL03            PIC 9(02).
              05 OPF-FIL04            PIC 9(02).
              05 OPF-FIL05            PIC 9(02).
              05 OPF-FIL06            PIC 9(02).
              05 OPF-FIL07            PIC 9(02).
              05 OPF-FIL08            PIC 9(02).
              05 OPF-FIL09            PIC 9(02).
              05 OPF-FIL10            PIC 9(02).
          03 OPF-TABFIL REDEFINES OPF-FILIAIS.
              05 OPF-FIL              PIC 9(02) OCCURS 10 TIMES.
      * CHAPA DO OPERADOR QUANDO ELE E GESTOR (RESPFUNC NO CADDEP),
      * PARA A CONSULTA DA EQUIPE (FPP195). ZERO = NENHUMA.
          03 OPF-CHAPA                PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-HOJELOG       PIC 9(08) VALUE ZEROS.
       01 W-HORALOG       PIC 9(08) VALUE ZEROS.
      *----------[ LISTA DO ULTIMO OPERADOR CARREGADO ]-----------------
      * W-CARREST: "S" = OPERADOR COM LISTA  "N" = VE TODAS.
       01 W-CAROPER       PIC X(08) VALUE SPACES.
       01 W-CARREST       PIC X(01) VALUE "N".
       01 W-CARFILIAIS    PIC X(20) VALUE ZEROS.
       01 W-CARTAB REDEFINES W-CARFILIAIS.
          03 W-CARFIL     PIC 9(02) OCCURS 10 TIMES.
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
       01 W-LOGTXT.
          03 FILLER            PIC X(30) VALUE
             "ACESSO NEGADO A FILIAL - PROG ".
          03 W-LOGPROG         PIC X(08).
          03 FILLER            PIC X(08) VALUE " FILIAL ".
          03 W-LOGFIL          PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-FILPARM.
      * FUNCAO: "C" = CARREGA A LISTA DO OPERADOR (INICIO DE RELATORIO
      *              OU EXPORTACAO) E SO DEVOLVE LK-FILREST
      *         "V" = RELE A LISTA E CONFERE A FILIAL (TELAS); NEGADO
      *              VAI PARA O CADLOG (SEM CHAPA, SO A FILIAL PEDIDA)
      *         "R" = CONFERE COM A LISTA JA CARREGADA (LACO DE
      *              RELATORIO, SEM LOG).
          03 LK-FILFUNC        PIC X(01).
          03 LK-FILOPER        PIC X(08).
          03 LK-FILCOD         PIC 9(02).
          03 LK-FILCHAPA       PIC 9(06).
          03 LK-FILPROG        PIC X(08).
      * RETORNO: "S" = FILIAL PERMITIDA  "N" = NEGADA.
          03 LK-FILRC          PIC X(01).
      * "S" = OPERADOR RESTRITO A UMA LISTA  "N" = VE TODAS.
          03 LK-FILREST        PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FILPARM.
       INICIO.
           MOVE "S" TO LK-FILRC
           IF LK-FILFUNC = "R" AND LK-FILOPER = W-CAROPER
              GO TO CONFERE.
           PERFORM CARREGA THRU CARREGA-FIM
           MOVE W-CARREST TO LK-FILREST
           IF LK-FILFUNC = "C"
              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * A FILIAL PRECISA ESTAR NA LISTA (QUANDO O OPERADOR TEM UMA).
      *----------------------------------------------------------------
       CONFERE.
           MOVE W-CARREST TO LK-FILREST
           IF W-CARREST NOT = "S"
              GO TO ROT-FIM.
           MOVE 1 TO W-IX.
       CONFERE-LP.
           IF W-IX > 10
              MOVE "N" TO LK-FILRC
              GO TO NEGADO.
           IF W-CARFIL(W-IX) NOT = ZEROS
              AND W-CARFIL(W-IX) = LK-FILCOD
              GO TO ROT-FIM.
           ADD 1 TO W-IX
           GO TO CONFERE-LP.
      *----------------------------------------------------------------
      * TENTATIVA SOBRE CHAPA DE OUTRA FILIAL: REGISTRO NO CADLOG COM
      * O PROGRAMA E A FILIAL DA CHAPA. FILIAL PEDIDA NA TELA DE UM
      * RELATORIO (SEM CHAPA) FICA COMO CADFILIAL COM A PROPRIA FILIAL.
      *----------------------------------------------------------------
       NEGADO.
           IF LK-FILFUNC NOT = "V"
              GO TO ROT-FIM.
           MOVE LK-FILOPER TO LOG-OPERID
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO LOG-DATAHORA
           MOVE "CADFUNC" TO LOG-ARQUIVO
           MOVE "N" TO LOG-ACAO
           MOVE LK-FILCHAPA TO LOG-CHAVE
           IF LK-FILCHAPA = ZEROS
              MOVE "CADFILIAL" TO LOG-ARQUIVO
              MOVE LK-FILCOD TO LOG-CHAVE.
           MOVE LK-FILPROG TO W-LOGPROG
           MOVE LK-FILCOD TO W-LOGFIL
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE W-LOGTXT TO LOG-ANTES
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * LISTA DO OPERADOR NO ARQOPFIL; SEM ARQUIVO, SEM REGISTRO OU
      * COM A LISTA ZERADA O OPERADOR NAO TEM RESTRICAO.
      *----------------------------------------------------------------
       CARREGA.
           MOVE LK-FILOPER TO W-CAROPER
           MOVE "N" TO W-CARREST
           MOVE ZEROS TO W-CARFILIAIS
           OPEN INPUT CADOPFIL
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-FIM.
           MOVE LK-FILOPER TO OPF-OPERID
           READ CADOPFIL
           IF ST-ERRO = "00" AND OPF-FILIAIS NOT = ZEROS
              MOVE OPF-FILIAIS TO W-CARFILIAIS
              MOVE "S" TO W-CARREST.
           CLOSE CADOPFIL.
       CARREGA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           EXIT PROGRAM.
