       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP164.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * HISTORICO DE TEMPO DOS LOTES: A PARTIR DO ARQBATHIS  *
      * (GRAVADO PELO CONTROLE DE JOBS FPP122/FPP123 E PELO  *
      * FECHAMENTO FPP041) EMITE, POR JOB E POR ETAPA, O     *
      * TEMPO MEDIO, MAXIMO E DA ULTIMA EXECUCAO, TENDENCIA  *
      * NAS ULTIMAS 12 COMPETENCIAS, FALHAS, RETOMADAS E     *
      * QUEM ESTOURA REGULARMENTE A JANELA ALVO              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBATHIS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SPLSEQ
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBATREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD CADBATHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATHIS.DAT".
       01 REGBATHIS.
      * TIPO: "J" = JOB EM LOTE (FPP122)  "E" = ETAPA (FPP041).
          03 HIS-TIPO                 PIC X(01).
          03 HIS-NOME                 PIC X(08).
          03 HIS-FIL                  PIC 9(02).
          03 HIS-COMPET               PIC 9(06).
          03 HIS-INI                  PIC X(14).
          03 HIS-FIM                  PIC X(14).
          03 HIS-SEG                  PIC 9(07).
      * STATUS: "C" = CONCLUIDO  "F" = FALHOU  "A" = CAIU/ABANDONADO.
          03 HIS-STAT                 PIC X(01).
          03 HIS-RETOMA               PIC X(01).
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
       FD CADBATREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-SPLNOME.
       01 REGBATREL   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERID        PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-MESFIM        PIC 9(02) VALUE ZEROS.
       01 W-ANOFIM        PIC 9(04) VALUE ZEROS.
       01 W-JANELA        PIC 9(04) VALUE ZEROS.
       01 W-JANSEG        PIC 9(07) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-QTDLID        PIC 9(06) VALUE ZEROS.
       01 W-QTDIGN        PIC 9(06) VALUE ZEROS.
       01 W-QTDEST        PIC 9(04) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-TPSEL         PIC X(01) VALUE SPACES.
      *----------[ COMPETENCIAS: INDICE = ANO * 12 + MES - 1 ]----------
       01 W-IDXFIM        PIC 9(06) VALUE ZEROS.
       01 W-IDXCPT        PIC 9(06) VALUE ZEROS.
       01 W-DIF           PIC S9(06) VALUE ZEROS.
       01 W-BK            PIC 9(02) VALUE ZEROS.
       01 W-CPTLIDA.
          03 W-CPTL-ANO   PIC 9(04).
          03 W-CPTL-MES   PIC 9(02).
      *----------[ FORMATACAO DE TEMPO HHH:MM:SS ]----------------------
       01 W-SEGFMT        PIC 9(07) VALUE ZEROS.
       01 W-RESTO         PIC 9(07) VALUE ZEROS.
       01 W-HMS.
          03 W-HMS-HH     PIC 9(03).
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HMS-MI     PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HMS-SS     PIC 9(02).
      *----------[ ACUMULADOS POR JOB / ETAPA ]-------------------------
      * SO AS EXECUCOES COM INICIO E FIM (C OU F) ENTRAM NOS TEMPOS;
      * AS ABANDONADAS (A) CONTAM COMO EXECUCAO E COMO FALHA.
       01 W-QTDCH         PIC 9(03) VALUE ZEROS.
       01 W-IX            PIC 9(03) VALUE ZEROS.
       01 W-IM            PIC 9(02) VALUE ZEROS.
       01 TABHIS.
          03 THS-ITEM OCCURS 100 TIMES.
             05 THS-TIPO       PIC X(01).
             05 THS-NOME       PIC X(08).
             05 THS-ULTINI     PIC X(14).
             05 THS-ULTSTAT    PIC X(01).
             05 THS-NUM.
                07 THS-QTD     PIC 9(05).
                07 THS-QTDT    PIC 9(05).
                07 THS-SOMA    PIC 9(11).
                07 THS-MAX     PIC 9(07).
                07 THS-ULTSEG  PIC 9(07).
                07 THS-FALHA   PIC 9(05).
                07 THS-RETOMA  PIC 9(05).
                07 THS-ACIMA   PIC 9(05).
                07 THS-MES OCCURS 12 TIMES.
                   09 THS-MSOMA PIC 9(09).
                   09 THS-MQTD  PIC 9(04).
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
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 TIT-TIT.
                03 FILLER      PIC X(31) VALUE
                   "TEMPO DOS LOTES - COMPETENCIAS ".
                03 TT-MESI     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 TT-ANOI     PIC 9(04).
                03 FILLER      PIC X(03) VALUE " A ".
                03 TT-MESF     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 TT-ANOF     PIC 9(04).
                03 FILLER      PIC X(09) VALUE " JANELA: ".
                03 TT-JAN      PIC ZZZ9.
                03 FILLER      PIC X(15) VALUE " MIN - EMISSAO ".
                03 TT-HOJE     PIC 9(08).
       01 TIT-LEG.
                03 FILLER      PIC X(50) VALUE
                   "ULTIMA: C=CONCLUIDA F=FALHOU. FALHAS INCLUEM AS EX".
                03 FILLER      PIC X(46) VALUE
                   "ECUCOES QUE CAIRAM SEM FINALIZAR (ABANDONADAS)".
       01 TIT-SEP.
                03 FILLER      PIC X(90) VALUE ALL "-".
       01 TIT-SECAO.
                03 FILLER      PIC X(04) VALUE "*** ".
                03 TS-DESC     PIC X(60).
       01 TIT-LIN.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 TL-ROT      PIC X(16).
                03 FILLER      PIC X(02) VALUE ": ".
                03 TL-TXT      PIC X(75).
       01 TIT-DET1.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 FILLER      PIC X(11) VALUE "EXECUCOES: ".
                03 D1-QTD      PIC ZZZZ9.
                03 FILLER      PIC X(09) VALUE "  MEDIA: ".
                03 D1-MED      PIC X(09).
                03 FILLER      PIC X(10) VALUE "  MAXIMO: ".
                03 D1-MAX      PIC X(09).
                03 FILLER      PIC X(10) VALUE "  ULTIMA: ".
                03 D1-ULT      PIC X(09).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-USTAT    PIC X(01).
                03 FILLER      PIC X(04) VALUE " EM ".
                03 D1-UDATA    PIC X(14).
       01 TIT-DET2.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 FILLER      PIC X(08) VALUE "FALHAS: ".
                03 D2-FAL      PIC ZZZZ9.
                03 FILLER      PIC X(13) VALUE "  RETOMADAS: ".
                03 D2-RET      PIC ZZZZ9.
                03 FILLER      PIC X(19) VALUE
                   "  ACIMA DA JANELA: ".
                03 D2-ACI      PIC ZZZZ9.
                03 D2-AVISO    PIC X(30).
       01 TIT-TENDC.
                03 TC-ROT      PIC X(28).
                03 TC-ITEM OCCURS 12 TIMES.
                   05 TC-SP    PIC X(01).
                   05 TC-MES   PIC 9(02).
                   05 TC-BAR   PIC X(01).
                   05 TC-ANO   PIC 9(02).
       01 TIT-TEND.
                03 TD-ROT      PIC X(28).
                03 TD-ITEM OCCURS 12 TIMES.
                   05 TD-SP    PIC X(01).
                   05 TD-MIN   PIC ZZZZ9.
                   05 TD-MINX REDEFINES TD-MIN PIC X(05).
       01 TIT-EST.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 DE-TIPO     PIC X(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 DE-NOME     PIC X(08).
                03 FILLER      PIC X(03) VALUE " - ".
                03 DE-ACIMA    PIC ZZZZ9.
                03 FILLER      PIC X(04) VALUE " DE ".
                03 DE-QTD      PIC ZZZZ9.
                03 FILLER      PIC X(25) VALUE
                   " EXECUCOES ACIMA DA JANEL".
                03 FILLER      PIC X(05) VALUE "A DE ".
                03 DE-JAN      PIC ZZZ9.
                03 FILLER      PIC X(04) VALUE " MIN".
       01 TIT-FIM.
                03 FILLER      PIC X(30) VALUE
                   "FIM DO RELATORIO - REGISTROS: ".
                03 TF-LID      PIC ZZZZZ9.
                03 FILLER      PIC X(22) VALUE
                   "  ESTOURAM A JANELA: ".
                03 TF-EST      PIC ZZZ9.
                03 FILLER      PIC X(16) VALUE "  IGNORADOS: ".
                03 TF-IGN      PIC ZZZZZ9.
       01 TIT-NADA.
                03 FILLER      PIC X(50) VALUE
                   "   NENHUM REGISTRO".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** HISTORICO DE TEMPO DOS LOTES ***".
           05  LINE 05  COLUMN 01
               VALUE  " JOBS EM LOTE E ETAPAS DO FECHAMENTO NAS 12".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIAS ATE A INFORMADA ABAIXO.".
           05  LINE 08  COLUMN 01
               VALUE  "COMPETENCIA FINAL (MM AAAA)    :".
           05  LINE 10  COLUMN 01
               VALUE  "JANELA ALVO EM MINUTOS (0=NAO) :".
           05  LINE 13  COLUMN 01
               VALUE  "         CONFIRMA EMISSAO (S/N):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MESFIM
               LINE 08  COLUMN 34  PIC 9(02)
               USING  W-MESFIM
               HIGHLIGHT.
           05  TW-ANOFIM
               LINE 08  COLUMN 37  PIC 9(04)
               USING  W-ANOFIM
               HIGHLIGHT.
           05  TW-JANELA
               LINE 10  COLUMN 34  PIC 9(04)
               USING  W-JANELA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERID.
       INICIO.
           MOVE LK-OPERID TO W-OPERID.
      *
       INC-001.
                MOVE ZEROS TO W-JANELA W-QTDREG W-QTDLID W-QTDIGN
                MOVE ZEROS TO W-QTDCH W-QTDEST
                MOVE SPACES TO W-OPCAO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE(5:2) TO W-MESFIM
                MOVE W-HOJE(1:4) TO W-ANOFIM
                DISPLAY TELAPRINCIPAL.
       INC-MES.
                ACCEPT TW-MESFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM2.
                IF W-MESFIM < 1 OR W-MESFIM > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TW-ANOFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ANOFIM < 1990
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-JAN.
                ACCEPT TW-JANELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
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
           OPEN INPUT CADBATHIS
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM HISTORICO DE LOTES REGISTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           COMPUTE W-IDXFIM = W-ANOFIM * 12 + W-MESFIM - 1
           COMPUTE W-JANSEG = W-JANELA * 60.
      *----------------------------------------------------------------
      * LEITURA DO HISTORICO: SO AS 12 COMPETENCIAS ATE A FINAL; A
      * POSICAO NA TENDENCIA (1 A 12) E 12 MENOS A DISTANCIA EM MESES.
      *----------------------------------------------------------------
       LE-HIST.
           READ CADBATHIS
           IF ST-ERRO NOT = "00"
              GO TO LE-HIST-FIM.
           IF HIS-COMPET NOT NUMERIC
              GO TO LE-HIST.
           MOVE HIS-COMPET TO W-CPTLIDA
           COMPUTE W-DIF = W-IDXFIM
                         - (W-CPTL-ANO * 12 + W-CPTL-MES - 1)
           IF W-DIF < 0 OR W-DIF > 11
              GO TO LE-HIST.
           COMPUTE W-BK = 12 - W-DIF
           ADD 1 TO W-QTDLID
           PERFORM ACHA-CHAVE THRU ACHA-CHAVE-FIM
           IF W-IX = ZEROS
              ADD 1 TO W-QTDIGN
              GO TO LE-HIST.
           ADD 1 TO THS-QTD(W-IX)
           IF HIS-STAT = "F" OR HIS-STAT = "A"
              ADD 1 TO THS-FALHA(W-IX).
           IF HIS-RETOMA = "S"
              ADD 1 TO THS-RETOMA(W-IX).
           IF HIS-STAT = "A" OR HIS-FIM = SPACES
              GO TO LE-HIST.
           IF HIS-SEG NOT NUMERIC
              GO TO LE-HIST.
           ADD 1 TO THS-QTDT(W-IX)
           ADD HIS-SEG TO THS-SOMA(W-IX)
           ADD HIS-SEG TO THS-MSOMA(W-IX, W-BK)
           ADD 1 TO THS-MQTD(W-IX, W-BK)
           IF HIS-SEG > THS-MAX(W-IX)
              MOVE HIS-SEG TO THS-MAX(W-IX).
           IF W-JANSEG > ZEROS AND HIS-SEG > W-JANSEG
              ADD 1 TO THS-ACIMA(W-IX).
           IF HIS-INI NOT < THS-ULTINI(W-IX)
              MOVE HIS-INI TO THS-ULTINI(W-IX)
              MOVE HIS-SEG TO THS-ULTSEG(W-IX)
              MOVE HIS-STAT TO THS-ULTSTAT(W-IX).
           GO TO LE-HIST.
       LE-HIST-FIM.
           CLOSE CADBATHIS.
      *
           MOVE "BATHIS" TO W-SPLTIPO
           MOVE W-MESFIM TO W-SPLMES
           MOVE W-ANOFIM TO W-SPLANO
           PERFORM SPOOL-REGISTRA THRU SPOOL-REGISTRA-FIM
           OPEN OUTPUT CADBATREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADBATREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           COMPUTE W-IDXCPT = W-IDXFIM - 11
           DIVIDE W-IDXCPT BY 12 GIVING TT-ANOI REMAINDER TT-MESI
           ADD 1 TO TT-MESI
           MOVE W-MESFIM TO TT-MESF
           MOVE W-ANOFIM TO TT-ANOF
           MOVE W-JANELA TO TT-JAN
           MOVE W-HOJE TO TT-HOJE
           WRITE REGBATREL FROM TIT-TIT
           WRITE REGBATREL FROM TIT-LEG
           PERFORM MONTA-TENDC THRU MONTA-TENDC-FIM
           WRITE REGBATREL FROM TIT-TENDC
           WRITE REGBATREL FROM TIT-SEP.
      *----------------------------------------------------------------
      * SECOES: JOBS EM LOTE E DEPOIS ETAPAS DO FECHAMENTO.
      *----------------------------------------------------------------
       SEC-JOB.
           MOVE "JOBS EM LOTE (CONTROLE DE JOBS)" TO TS-DESC
           WRITE REGBATREL FROM TIT-SECAO
           MOVE "J" TO W-TPSEL
           PERFORM LISTA-TIPO THRU LISTA-TIPO-FIM.
       SEC-ETP.
           MOVE SPACES TO REGBATREL
           WRITE REGBATREL
           MOVE "ETAPAS DO FECHAMENTO MENSAL" TO TS-DESC
           WRITE REGBATREL FROM TIT-SECAO
           MOVE "E" TO W-TPSEL
           PERFORM LISTA-TIPO THRU LISTA-TIPO-FIM.
      *----------------------------------------------------------------
      * ESTOURO REGULAR: MAIS DA METADE DAS EXECUCOES COM TEMPO
      * ACIMA DA JANELA ALVO.
      *----------------------------------------------------------------
       SEC-EST.
           MOVE SPACES TO REGBATREL
           WRITE REGBATREL
           MOVE "ESTOURAM A JANELA ALVO REGULARMENTE" TO TS-DESC
           WRITE REGBATREL FROM TIT-SECAO
           IF W-JANSEG = ZEROS
              MOVE "JANELA" TO TL-ROT
              MOVE "NAO INFORMADA - SECAO NAO APURADA" TO TL-TXT
              PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
              GO TO ROT-TOTAIS.
           MOVE ZEROS TO W-IX.
       SEC-EST-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCH
              GO TO SEC-EST-FIM.
           IF THS-QTDT(W-IX) = ZEROS
              GO TO SEC-EST-LP.
           IF THS-ACIMA(W-IX) * 2 NOT > THS-QTDT(W-IX)
              GO TO SEC-EST-LP.
           MOVE "JOB" TO DE-TIPO
           IF THS-TIPO(W-IX) = "E"
              MOVE "ETAPA" TO DE-TIPO.
           MOVE THS-NOME(W-IX) TO DE-NOME
           MOVE THS-ACIMA(W-IX) TO DE-ACIMA
           MOVE THS-QTDT(W-IX) TO DE-QTD
           MOVE W-JANELA TO DE-JAN
           WRITE REGBATREL FROM TIT-EST
           ADD 1 TO W-QTDREG
           GO TO SEC-EST-LP.
       SEC-EST-FIM.
           IF W-QTDEST = ZEROS
              WRITE REGBATREL FROM TIT-NADA.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           MOVE SPACES TO REGBATREL
           WRITE REGBATREL
           MOVE W-QTDLID TO TF-LID
           MOVE W-QTDEST TO TF-EST
           MOVE W-QTDIGN TO TF-IGN
           WRITE REGBATREL FROM TIT-FIM
           CLOSE CADBATREL
           MOVE "*** HISTORICO DE TEMPO DOS LOTES GERADO NO SPOOL ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM2.
      *----------------------------------------------------------------
      * LISTA AS CHAVES DO TIPO W-TPSEL: LINHA DE RESUMO, FALHAS E
      * TENDENCIA EM MINUTOS (MEDIA DA COMPETENCIA, "-" SEM EXECUCAO).
      *----------------------------------------------------------------
       LISTA-TIPO.
           MOVE ZEROS TO W-IX W-ACHOU.
       LISTA-TIPO-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCH
              GO TO LISTA-TIPO-NADA.
           IF THS-TIPO(W-IX) NOT = W-TPSEL
              GO TO LISTA-TIPO-LP.
           MOVE 1 TO W-ACHOU
           MOVE "JOB" TO TL-ROT
           IF W-TPSEL = "E"
              MOVE "ETAPA" TO TL-ROT.
           MOVE THS-NOME(W-IX) TO TL-TXT
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE THS-QTD(W-IX) TO D1-QTD
           MOVE ZEROS TO W-SEGFMT
           IF THS-QTDT(W-IX) > ZEROS
              COMPUTE W-SEGFMT ROUNDED =
                      THS-SOMA(W-IX) / THS-QTDT(W-IX).
           PERFORM FORMATA-HMS THRU FORMATA-HMS-FIM
           MOVE W-HMS TO D1-MED
           MOVE THS-MAX(W-IX) TO W-SEGFMT
           PERFORM FORMATA-HMS THRU FORMATA-HMS-FIM
           MOVE W-HMS TO D1-MAX
           MOVE THS-ULTSEG(W-IX) TO W-SEGFMT
           PERFORM FORMATA-HMS THRU FORMATA-HMS-FIM
           MOVE W-HMS TO D1-ULT
           MOVE THS-ULTSTAT(W-IX) TO D1-USTAT
           MOVE THS-ULTINI(W-IX) TO D1-UDATA
           WRITE REGBATREL FROM TIT-DET1
           MOVE THS-FALHA(W-IX) TO D2-FAL
           MOVE THS-RETOMA(W-IX) TO D2-RET
           MOVE THS-ACIMA(W-IX) TO D2-ACI
           MOVE SPACES TO D2-AVISO
           IF W-JANSEG > ZEROS AND THS-QTDT(W-IX) > ZEROS
              IF THS-ACIMA(W-IX) * 2 > THS-QTDT(W-IX)
                 MOVE "  *** ESTOURA REGULARMENTE" TO D2-AVISO
                 ADD 1 TO W-QTDEST.
           WRITE REGBATREL FROM TIT-DET2
           PERFORM MONTA-TEND THRU MONTA-TEND-FIM
           WRITE REGBATREL FROM TIT-TEND
           ADD 2 TO W-QTDREG
           GO TO LISTA-TIPO-LP.
       LISTA-TIPO-NADA.
           IF W-ACHOU = ZEROS
              WRITE REGBATREL FROM TIT-NADA.
       LISTA-TIPO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LOCALIZA (OU ABRE) A LINHA DA TABELA PARA HIS-TIPO/HIS-NOME.
      * W-IX = ZEROS QUANDO A TABELA ESTA CHEIA.
      *----------------------------------------------------------------
       ACHA-CHAVE.
           MOVE ZEROS TO W-IX.
       ACHA-CHAVE-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCH
              GO TO ACHA-CHAVE-NOVA.
           IF THS-TIPO(W-IX) = HIS-TIPO AND
              THS-NOME(W-IX) = HIS-NOME
              GO TO ACHA-CHAVE-FIM.
           GO TO ACHA-CHAVE-LP.
       ACHA-CHAVE-NOVA.
           IF W-QTDCH NOT < 100
              MOVE ZEROS TO W-IX
              GO TO ACHA-CHAVE-FIM.
           ADD 1 TO W-QTDCH
           MOVE W-QTDCH TO W-IX
           MOVE HIS-TIPO TO THS-TIPO(W-IX)
           MOVE HIS-NOME TO THS-NOME(W-IX)
           MOVE SPACES TO THS-ULTINI(W-IX) THS-ULTSTAT(W-IX)
           MOVE ZEROS TO THS-NUM(W-IX).
       ACHA-CHAVE-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CABECALHO DA TENDENCIA: MM/AA DE CADA UMA DAS 12 COMPETENCIAS.
      *----------------------------------------------------------------
       MONTA-TENDC.
           MOVE "   COMPETENCIA (MM/AA)   :" TO TC-ROT
           MOVE ZEROS TO W-IM.
       MONTA-TENDC-LP.
           ADD 1 TO W-IM
           IF W-IM > 12
              GO TO MONTA-TENDC-FIM.
           COMPUTE W-IDXCPT = W-IDXFIM - 12 + W-IM
           DIVIDE W-IDXCPT BY 12 GIVING W-CPTL-ANO
                  REMAINDER W-CPTL-MES
           ADD 1 TO W-CPTL-MES
           MOVE SPACES TO TC-SP(W-IM)
           MOVE W-CPTL-MES TO TC-MES(W-IM)
           MOVE "/" TO TC-BAR(W-IM)
           MOVE W-CPTL-ANO(3:2) TO TC-ANO(W-IM)
           GO TO MONTA-TENDC-LP.
       MONTA-TENDC-FIM.
           EXIT.
      *----------------------------------------------------------------
       MONTA-TEND.
           MOVE "     TENDENCIA (MIN MEDIO) :" TO TD-ROT
           MOVE ZEROS TO W-IM.
       MONTA-TEND-LP.
           ADD 1 TO W-IM
           IF W-IM > 12
              GO TO MONTA-TEND-FIM.
           MOVE SPACES TO TD-SP(W-IM)
           IF THS-MQTD(W-IX, W-IM) = ZEROS
              MOVE "    -" TO TD-MINX(W-IM)
           ELSE
              COMPUTE TD-MIN(W-IM) ROUNDED =
                      THS-MSOMA(W-IX, W-IM) / THS-MQTD(W-IX, W-IM)
                      / 60.
           GO TO MONTA-TEND-LP.
       MONTA-TEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * W-SEGFMT (SEGUNDOS) -> W-HMS (HHH:MM:SS).
      *----------------------------------------------------------------
       FORMATA-HMS.
           DIVIDE W-SEGFMT BY 3600 GIVING W-HMS-HH REMAINDER W-RESTO
           DIVIDE W-RESTO BY 60 GIVING W-HMS-MI REMAINDER W-HMS-SS.
       FORMATA-HMS-FIM.
           EXIT.
      *----------------------------------------------------------------
       GRAVA-LIN.
           WRITE REGBATREL FROM TIT-LIN
           ADD 1 TO W-QTDREG.
       GRAVA-LIN-FIM.
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
