       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP162.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * VERIFICACAO DA CADEIA DO LOG DE AUDITORIA: PERCORRE  *
      * OS ARQUIVOS MORTOS DO INDICE (FPP061) E O CADLOG     *
      * VIVO, RECALCULA A CONFERENCIA DE CADA REGISTRO       *
      * (FPP161) E ACUSA REGISTRO ALTERADO, CADEIA QUEBRADA, *
      * LACUNA DE SEQUENCIA, ARQUIVO MORTO AUSENTE E FIM DA  *
      * CADEIA DIFERENTE DO CONTROLE. CHAMADO PELO BACKUP    *
      * NOTURNO (FPP029), QUE IMPRIME O RESULTADO            *
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
           SELECT CADLOGAR ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADLOGIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LIX-COMPET
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
       FD CADLOGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQV.
       01 REGLOGAR    PIC X(443).
      *-----------------------------------------------------------------
       FD CADLOGIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGIX.DAT".
       01 REGLOGIX.
          03 LIX-COMPET               PIC 9(06).
          03 LIX-NOMEARQ              PIC X(20).
          03 LIX-QTD                  PIC 9(08).
          03 LIX-DATAHORA             PIC X(14).
      *-----------------------------------------------------------------
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
       01 W-NOMEARQV      PIC X(20) VALUE SPACES.
       01 W-ARQATUAL      PIC X(20) VALUE SPACES.
       01 W-QTDARQREG     PIC 9(08) VALUE ZEROS.
       01 W-ENCADEADO     PIC 9(01) VALUE ZEROS.
       01 W-CTLACH        PIC 9(01) VALUE ZEROS.
       01 W-CTLSEQ        PIC 9(08) VALUE ZEROS.
       01 W-CTLCHK        PIC 9(09) VALUE ZEROS.
       01 W-ESPERADO      PIC 9(08) VALUE ZEROS.
       01 W-CHKESP        PIC 9(09) VALUE ZEROS.
       01 W-SEQA          PIC 9(08) VALUE ZEROS.
       01 W-SEQB          PIC 9(08) VALUE ZEROS.
       01 W-MSG           PIC X(70) VALUE SPACES.
      *----------[ TRECHOS CONTINUOS DA CADEIA, POR ARQUIVO ]-----------
      * CADA ARQUIVO TEM UM OU MAIS TRECHOS DE SEQUENCIA CONTINUA;
      * NO FIM OS TRECHOS SAO ORDENADOS E A CADEIA E CONFERIDA DE UM
      * TRECHO PARA O SEGUINTE.
       01 W-QTDSEG        PIC 9(04) VALUE ZEROS.
       01 W-SEGATIVO      PIC 9(01) VALUE ZEROS.
       01 W-IX            PIC 9(04) VALUE ZEROS.
       01 W-JX            PIC 9(04) VALUE ZEROS.
       01 W-TROCOU        PIC 9(01) VALUE ZEROS.
       01 TABSEG.
          03 SEG-ITEM OCCURS 500 TIMES.
             05 SEG-INI   PIC 9(08).
             05 SEG-FIM   PIC 9(08).
             05 SEG-CHKANT PIC 9(09).
             05 SEG-CHK   PIC 9(09).
             05 SEG-ARQ   PIC X(20).
       01 W-SEGAUX        PIC X(54) VALUE SPACES.
      *----------[ CONFERENCIA DO REGISTRO (FPP161) ]-------------------
       01 W-LOGPARM.
          03 W-LOGFUNC         PIC X(01) VALUE "C".
          03 W-LOGCHKIMG       PIC 9(09) VALUE ZEROS.
          03 W-LOGCHK          PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-VERPARM.
      * RETORNO: "S" = CADEIA INTEGRA  "N" = HA OCORRENCIAS.
          03 LK-VERRC          PIC X(01).
          03 LK-VERQTDARQ      PIC 9(04).
          03 LK-VERQTDREG      PIC 9(08).
      * REGISTROS GRAVADOS ANTES DO ENCADEAMENTO (SEM SEQUENCIA).
          03 LK-VERQTDANT      PIC 9(08).
          03 LK-VERQTDANON     PIC 9(08).
          03 LK-VERQTDOCO      PIC 9(06).
      * AS PRIMEIRAS 20 OCORRENCIAS, PARA O RELATORIO DO BACKUP.
          03 LK-VERQTDMSG      PIC 9(02).
          03 LK-VERMSG         PIC X(70) OCCURS 20 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-VERPARM.
       INICIO.
           MOVE "S" TO LK-VERRC
           MOVE ZEROS TO LK-VERQTDARQ LK-VERQTDREG LK-VERQTDANT
           MOVE ZEROS TO LK-VERQTDANON LK-VERQTDOCO LK-VERQTDMSG
           MOVE ZEROS TO W-QTDSEG W-CTLACH
           OPEN INPUT CADLOGCTL
           IF ST-ERRO = "00"
              MOVE "CADLOG" TO LCT-CHAVE
              READ CADLOGCTL
              IF ST-ERRO = "00"
                 MOVE 1 TO W-CTLACH
                 MOVE LCT-SEQ TO W-CTLSEQ
                 MOVE LCT-CHK TO W-CTLCHK
              END-IF
              CLOSE CADLOGCTL.
      *----------------------------------------------------------------
      * ARQUIVOS MORTOS, NA ORDEM DAS COMPETENCIAS DO INDICE.
      *----------------------------------------------------------------
       VER-ARQ.
           OPEN INPUT CADLOGIX
           IF ST-ERRO NOT = "00"
              GO TO VER-VIVO.
           MOVE ZEROS TO LIX-COMPET
           START CADLOGIX KEY IS NOT LESS LIX-COMPET
           IF ST-ERRO NOT = "00"
              CLOSE CADLOGIX
              GO TO VER-VIVO.
       VER-ARQ-IX.
           READ CADLOGIX NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADLOGIX
              GO TO VER-VIVO.
           MOVE LIX-NOMEARQ TO W-NOMEARQV W-ARQATUAL
           OPEN INPUT CADLOGAR
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO W-MSG
              STRING "ARQUIVO MORTO DO INDICE AUSENTE: " LIX-NOMEARQ
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO VER-ARQ-IX.
           ADD 1 TO LK-VERQTDARQ
           MOVE ZEROS TO W-QTDARQREG W-ENCADEADO W-SEGATIVO.
       VER-ARQ-RD.
           READ CADLOGAR INTO REGLOG
              AT END
                 CLOSE CADLOGAR
                 GO TO VER-ARQ-QTD.
           ADD 1 TO W-QTDARQREG
           PERFORM VERIFICA-REG THRU VERIFICA-REG-FIM
           GO TO VER-ARQ-RD.
       VER-ARQ-QTD.
           IF W-QTDARQREG NOT = LIX-QTD
              MOVE SPACES TO W-MSG
              STRING LIX-NOMEARQ " COM " W-QTDARQREG
                     " REGISTROS, INDICE DIZ " LIX-QTD
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM.
           GO TO VER-ARQ-IX.
      *----------------------------------------------------------------
      * LOG VIVO.
      *----------------------------------------------------------------
       VER-VIVO.
           MOVE "CADLOG.DAT" TO W-ARQATUAL
           OPEN INPUT CADLOG
           IF ST-ERRO NOT = "00"
              GO TO VER-TRECHOS.
           ADD 1 TO LK-VERQTDARQ
           MOVE ZEROS TO W-ENCADEADO W-SEGATIVO.
       VER-VIVO-RD.
           READ CADLOG
              AT END
                 CLOSE CADLOG
                 GO TO VER-TRECHOS.
           PERFORM VERIFICA-REG THRU VERIFICA-REG-FIM
           GO TO VER-VIVO-RD.
      *----------------------------------------------------------------
      * ORDENA OS TRECHOS PELA SEQUENCIA INICIAL E CONFERE A LIGACAO
      * ENTRE ELES; A CADEIA COMECA NA SEQUENCIA 1 COM VALOR ZERO.
      *----------------------------------------------------------------
       VER-TRECHOS.
           PERFORM ORDENA-SEG THRU ORDENA-SEG-FIM
           MOVE 1 TO W-ESPERADO
           MOVE ZEROS TO W-CHKESP W-IX.
       VER-TRECHOS-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDSEG
              GO TO VER-CONTROLE.
           IF SEG-INI(W-IX) > W-ESPERADO
              MOVE W-ESPERADO TO W-SEQA
              COMPUTE W-SEQB = SEG-INI(W-IX) - 1
              MOVE SPACES TO W-MSG
              STRING "LACUNA: SEQUENCIAS " W-SEQA " A " W-SEQB
                     " AUSENTES" DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO VER-TRECHOS-AVANCA.
           IF SEG-INI(W-IX) < W-ESPERADO
              MOVE SPACES TO W-MSG
              STRING "SEQUENCIA REPETIDA " SEG-INI(W-IX) " EM "
                     SEG-ARQ(W-IX) DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO VER-TRECHOS-AVANCA.
           IF SEG-CHKANT(W-IX) NOT = W-CHKESP
              MOVE SPACES TO W-MSG
              STRING "CADEIA QUEBRADA NA SEQUENCIA " SEG-INI(W-IX)
                     " EM " SEG-ARQ(W-IX)
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM.
       VER-TRECHOS-AVANCA.
           IF SEG-FIM(W-IX) NOT < W-ESPERADO
              COMPUTE W-ESPERADO = SEG-FIM(W-IX) + 1
              MOVE SEG-CHK(W-IX) TO W-CHKESP.
           GO TO VER-TRECHOS-LP.
      *----------------------------------------------------------------
      * O FIM DA CADEIA TEM DE BATER COM O ARQLOGCTL: LINHAS APAGADAS
      * NO FIM DO LOG NAO DEIXAM LACUNA NO MEIO.
      *----------------------------------------------------------------
       VER-CONTROLE.
           COMPUTE W-SEQB = W-ESPERADO - 1
           IF W-CTLACH = ZEROS
              IF W-SEQB > ZEROS
                 MOVE "CONTROLE DA CADEIA (ARQLOGCTL) AUSENTE" TO W-MSG
                 PERFORM OCORRE THRU OCORRE-FIM
              END-IF
              GO TO ROT-FIM.
           IF W-SEQB < W-CTLSEQ
              MOVE W-ESPERADO TO W-SEQA
              MOVE SPACES TO W-MSG
              STRING "FIM DO LOG: SEQUENCIAS " W-SEQA " A " W-CTLSEQ
                     " AUSENTES" DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO ROT-FIM.
           IF W-SEQB > W-CTLSEQ
              MOVE SPACES TO W-MSG
              STRING "LOG ALEM DO CONTROLE: ULTIMA " W-SEQB
                     " CONTROLE " W-CTLSEQ
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO ROT-FIM.
           IF W-CHKESP NOT = W-CTLCHK
              MOVE SPACES TO W-MSG
              STRING "ULTIMO REGISTRO (" W-SEQB
                     ") DIFERE DO CONTROLE DA CADEIA"
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM.
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * UM REGISTRO: SEM SEQUENCIA E ANTERIOR AO ENCADEAMENTO (SO PODE
      * APARECER ANTES DO PRIMEIRO ENCADEADO DO ARQUIVO); COM
      * SEQUENCIA, A CONFERENCIA E RECALCULADA E O TRECHO ESTENDIDO.
      *----------------------------------------------------------------
       VERIFICA-REG.
           IF LOG-SEQ NOT NUMERIC
              IF W-ENCADEADO = 1
                 MOVE SPACES TO W-MSG
                 STRING "REGISTRO SEM ENCADEAMENTO EM " W-ARQATUAL
                        " " LOG-DATAHORA
                        DELIMITED BY SIZE INTO W-MSG
                 PERFORM OCORRE THRU OCORRE-FIM
              ELSE
                 ADD 1 TO LK-VERQTDANT
              END-IF
              GO TO VERIFICA-REG-FIM.
           MOVE 1 TO W-ENCADEADO
           ADD 1 TO LK-VERQTDREG
           MOVE "C" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG
           IF LOG-ANON = "A"
              ADD 1 TO LK-VERQTDANON
           ELSE
              IF W-LOGCHKIMG NOT = LOG-CHKIMG
                 MOVE SPACES TO W-MSG
                 STRING "IMAGEM ALTERADA NA SEQUENCIA " LOG-SEQ
                        " EM " W-ARQATUAL
                        DELIMITED BY SIZE INTO W-MSG
                 PERFORM OCORRE THRU OCORRE-FIM.
           IF W-LOGCHK NOT = LOG-CHK
              MOVE SPACES TO W-MSG
              STRING "REGISTRO ALTERADO NA SEQUENCIA " LOG-SEQ
                     " EM " W-ARQATUAL
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM.
           IF W-SEGATIVO = 1
              IF LOG-SEQ = SEG-FIM(W-QTDSEG) + 1
                 IF LOG-CHKANT NOT = SEG-CHK(W-QTDSEG)
                    MOVE SPACES TO W-MSG
                    STRING "CADEIA QUEBRADA NA SEQUENCIA " LOG-SEQ
                           " EM " W-ARQATUAL
                           DELIMITED BY SIZE INTO W-MSG
                    PERFORM OCORRE THRU OCORRE-FIM
                 END-IF
                 MOVE LOG-SEQ TO SEG-FIM(W-QTDSEG)
                 MOVE LOG-CHK TO SEG-CHK(W-QTDSEG)
                 GO TO VERIFICA-REG-FIM.
           IF W-QTDSEG NOT < 500
              MOVE ZEROS TO W-SEGATIVO
              MOVE SPACES TO W-MSG
              STRING "CADEIA FRAGMENTADA DEMAIS - SEQUENCIA " LOG-SEQ
                     " NAO CONFERIDA" DELIMITED BY SIZE INTO W-MSG
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO VERIFICA-REG-FIM.
           ADD 1 TO W-QTDSEG
           MOVE LOG-SEQ TO SEG-INI(W-QTDSEG) SEG-FIM(W-QTDSEG)
           MOVE LOG-CHKANT TO SEG-CHKANT(W-QTDSEG)
           MOVE LOG-CHK TO SEG-CHK(W-QTDSEG)
           MOVE W-ARQATUAL TO SEG-ARQ(W-QTDSEG)
           MOVE 1 TO W-SEGATIVO.
       VERIFICA-REG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * ORDENACAO DOS TRECHOS PELA SEQUENCIA INICIAL (TROCA SIMPLES).
      *----------------------------------------------------------------
       ORDENA-SEG.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO W-IX.
       ORDENA-SEG-LP.
           IF W-IX NOT < W-QTDSEG
              GO TO ORDENA-SEG-PASSO.
           COMPUTE W-JX = W-IX + 1
           IF SEG-INI(W-IX) > SEG-INI(W-JX)
              MOVE SEG-ITEM(W-IX) TO W-SEGAUX
              MOVE SEG-ITEM(W-JX) TO SEG-ITEM(W-IX)
              MOVE W-SEGAUX TO SEG-ITEM(W-JX)
              MOVE 1 TO W-TROCOU.
           ADD 1 TO W-IX
           GO TO ORDENA-SEG-LP.
       ORDENA-SEG-PASSO.
           IF W-TROCOU = 1
              GO TO ORDENA-SEG.
       ORDENA-SEG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CONTA A OCORRENCIA E GUARDA O TEXTO ENQUANTO HOUVER ESPACO.
      *----------------------------------------------------------------
       OCORRE.
           MOVE "N" TO LK-VERRC
           ADD 1 TO LK-VERQTDOCO
           IF LK-VERQTDMSG < 20
              ADD 1 TO LK-VERQTDMSG
              MOVE W-MSG TO LK-VERMSG(LK-VERQTDMSG).
       OCORRE-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           EXIT PROGRAM.
