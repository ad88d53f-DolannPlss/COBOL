       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP161.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * GRAVACAO ENCADEADA DO LOG DE AUDITORIA: TODO PROGRAMA *
      * GRAVA O CADLOG POR AQUI. CADA REGISTRO RECEBE UMA     *
      * SEQUENCIA E UM VALOR DE CONFERENCIA CALCULADO SOBRE O *
      * PROPRIO REGISTRO E O VALOR DO REGISTRO ANTERIOR, DE   *
      * FORMA QUE LINHA REMOVIDA OU ALTERADA QUEBRA A CADEIA. *
      * A MESMA CONTA SERVE A VERIFICACAO (FPP162)            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLOGCTL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LCT-CHAVE
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
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
      * ULTIMA SEQUENCIA E ULTIMO VALOR DE CONFERENCIA GRAVADOS; UM
      * UNICO REGISTRO, CHAVE "CADLOG".
       FD CADLOGCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGCTL.DAT".
       01 REGLOGCTL.
          03 LCT-CHAVE                PIC X(06).
          03 LCT-SEQ                  PIC 9(08).
          03 LCT-CHK                  PIC 9(09).
          03 LCT-DATAHORA             PIC X(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-CHKNUM        PIC 9(09) VALUE ZEROS.
       01 W-CHKIX         PIC 9(03) VALUE ZEROS.
       01 W-CHKLEN        PIC 9(03) VALUE ZEROS.
       01 W-CHKPOS        PIC 9(02) VALUE ZEROS.
       01 W-CHKCHR        PIC 9(02) VALUE ZEROS.
       01 W-CHKWRK        PIC X(01) VALUE SPACES.
       01 W-CHKAREA       PIC X(364) VALUE SPACES.
      * ORDEM DO CARACTER NA TABELA; O QUE NAO ESTA NELA VALE 99.
       01 W-CHKTABX.
          03 FILLER       PIC X(45) VALUE
             " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.,-/()*:".
          03 FILLER       PIC X(45) VALUE
             "abcdefghijklmnopqrstuvwxyz;=+%$#@&_!?<>[]|{}~".
       01 W-CHKTAB REDEFINES W-CHKTABX PIC X(90).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-LOGPARM.
      * FUNCAO: "G" = GRAVA NO CADLOG  "C" = SO CALCULA (CONFERENCIA).
          03 LK-LOGFUNC        PIC X(01).
      * RETORNO DOS VALORES CALCULADOS PARA O REGISTRO.
          03 LK-LOGCHKIMG      PIC 9(09).
          03 LK-LOGCHK         PIC 9(09).
       01 LK-REGLOG.
          03 LK-LOGCAB                PIC X(43).
          03 LK-LOGIMG                PIC X(364).
          03 LK-LOGSEQ                PIC 9(08).
          03 LK-LOGCHKANT             PIC 9(09).
          03 LK-LOGCHKIMGR            PIC 9(09).
          03 LK-LOGCHKR               PIC 9(09).
          03 LK-LOGANON               PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-LOGPARM LK-REGLOG.
       INICIO.
           IF LK-LOGFUNC = "C"
              GO TO CONFERE.
      *----------------------------------------------------------------
      * GRAVACAO: PROXIMA SEQUENCIA E VALOR ANTERIOR VEM DO ARQLOGCTL;
      * SEM O CONTROLE (PRIMEIRA GRAVACAO) A CADEIA COMECA EM 1.
      *----------------------------------------------------------------
       GRAVA.
           OPEN I-O CADLOGCTL
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLOGCTL
              CLOSE CADLOGCTL
              GO TO GRAVA.
           MOVE ZEROS TO W-ACHOU
           MOVE "CADLOG" TO LCT-CHAVE
           READ CADLOGCTL
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU
           ELSE
              MOVE "CADLOG" TO LCT-CHAVE
              MOVE ZEROS TO LCT-SEQ LCT-CHK.
           ADD 1 TO LCT-SEQ
           MOVE LCT-SEQ TO LK-LOGSEQ
           MOVE LCT-CHK TO LK-LOGCHKANT
           MOVE SPACES TO LK-LOGANON
           PERFORM CALC-IMG THRU CALC-IMG-FIM
           MOVE LK-LOGCHKIMG TO LK-LOGCHKIMGR
           PERFORM CALC-REG THRU CALC-REG-FIM
           MOVE LK-LOGCHK TO LK-LOGCHKR
           MOVE LK-REGLOG TO REGLOG
           OPEN EXTEND CADLOG
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADLOG.
           WRITE REGLOG
           CLOSE CADLOG
           MOVE LK-LOGCHK TO LCT-CHK
           MOVE LOG-DATAHORA TO LCT-DATAHORA
           IF W-ACHOU = 1
              REWRITE REGLOGCTL
           ELSE
              WRITE REGLOGCTL.
           CLOSE CADLOGCTL
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * CONFERENCIA: DEVOLVE O VALOR DAS IMAGENS E O DO REGISTRO, ESTE
      * CALCULADO COM O VALOR DAS IMAGENS GRAVADO NO REGISTRO (QUE
      * CONTINUA VALENDO QUANDO O FPP158 MASCARA AS IMAGENS).
      *----------------------------------------------------------------
       CONFERE.
           PERFORM CALC-IMG THRU CALC-IMG-FIM
           PERFORM CALC-REG THRU CALC-REG-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * VALOR DAS IMAGENS ANTES/DEPOIS.
      *----------------------------------------------------------------
       CALC-IMG.
           MOVE LK-LOGIMG TO W-CHKAREA
           MOVE 364 TO W-CHKLEN
           MOVE 7 TO W-CHKNUM
           PERFORM CALC-CHK THRU CALC-CHK-FIM
           MOVE W-CHKNUM TO LK-LOGCHKIMG.
       CALC-IMG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VALOR DO REGISTRO: PARTE DO VALOR DO ANTERIOR E COBRE A
      * SEQUENCIA, O CABECALHO E O VALOR GRAVADO DAS IMAGENS.
      *----------------------------------------------------------------
       CALC-REG.
           MOVE SPACES TO W-CHKAREA
           STRING LK-LOGSEQ LK-LOGCAB LK-LOGCHKIMGR
                  DELIMITED BY SIZE INTO W-CHKAREA
           MOVE 60 TO W-CHKLEN
           MOVE LK-LOGCHKANT TO W-CHKNUM
           PERFORM CALC-CHK THRU CALC-CHK-FIM
           MOVE W-CHKNUM TO LK-LOGCHK.
       CALC-REG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MESMA CONTA DO HASH DE SENHA DO CADOPER, SOBRE W-CHKLEN
      * POSICOES DE W-CHKAREA, PARTINDO DE W-CHKNUM.
      *----------------------------------------------------------------
       CALC-CHK.
           MOVE 1 TO W-CHKIX.
       CALC-CHK-LP.
           IF W-CHKIX > W-CHKLEN
              GO TO CALC-CHK-FIM.
           MOVE W-CHKAREA(W-CHKIX:1) TO W-CHKWRK
           PERFORM CALC-CHK-ORD THRU CALC-CHK-ORD-FIM
           COMPUTE W-CHKNUM = FUNCTION MOD(
                 W-CHKNUM * 31 + W-CHKCHR, 999999937)
           ADD 1 TO W-CHKIX
           GO TO CALC-CHK-LP.
       CALC-CHK-ORD.
           MOVE 1 TO W-CHKPOS.
       CALC-CHK-ORD-LP.
           IF W-CHKPOS > 90
              MOVE 99 TO W-CHKCHR
              GO TO CALC-CHK-ORD-FIM.
           IF W-CHKTAB(W-CHKPOS:1) = W-CHKWRK
              MOVE W-CHKPOS TO W-CHKCHR
              GO TO CALC-CHK-ORD-FIM.
           ADD 1 TO W-CHKPOS
           GO TO CALC-CHK-ORD-LP.
       CALC-CHK-ORD-FIM.
           EXIT.
       CALC-CHK-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           EXIT PROGRAM.
