      * APLICA A TOLERANCIA DIARIA DE 10 MINUTOS E DERIVA O  *
      * APONTAMENTO MENSAL (ARQAPONT): HORAS, DIAS, FALTAS,  *
      * EXTRAS 50/100 (DOMINGO/FERIADO) E HORAS NOTURNAS,    *
      * LISTANDO AS INCONSISTENCIAS ANTES DA FOLHA. SO A     *
      * EXTRA AUTORIZADA (FPP196) VAI PARA O APONTAMENTO; O  *
      * EXCEDENTE VAI PARA O BANCO DE HORAS OU PARA A LISTA  *
      * DE PENDENTES (ARQHEPEND), CONFORME O DEPTO (FPP197)  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FERIDATA
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHEAUT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HEA-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADDEPHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HED-DEP
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BH-CODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADHEPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PND-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFPNTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       01 REGFERIAD.
          03 FERIDATA                 PIC 9(08).
          03 FERIDESC                 PIC X(30).
      *-----------------------------------------------------------------
       FD CADHEAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEAUT.DAT".
       01 REGHEAUT.
          03 HEA-HORAS                PIC 9(02)V99.
          03 HEA-MOTIVO               PIC X(30).
          03 HEA-AUTORIZ              PIC 9(06).
          03 HEA-OPER                 PIC X(08).
          03 HEA-DATAREG              PIC 9(08).
          03 HEA-STAT                 PIC X(01).
          03 HEA-KEY.
              05 HEA-CODFUNC          PIC 9(06).
              05 HEA-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADDEPHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPHE.DAT".
       01 REGDEPHE.
          03 HED-DEP                  PIC 9(03).
          03 HED-DEST                 PIC X(01).
          03 HED-OPER                 PIC X(08).
          03 HED-DATAREG              PIC 9(08).
      *-----------------------------------------------------------------
       FD CADBH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBH.DAT".
       01 REGBH.
          03 BH-OPT                   PIC X(01).
          03 BH-SALDO                 PIC S9(04)V99.
          03 BH-COMPINI               PIC 9(06).
          03 BH-ULTCOMP               PIC 9(06).
          03 BH-ULTFALTCOB            PIC 9(02).
          03 BH-STAT                  PIC X(01).
          03 BH-CODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
      * HORA EXTRA NAO AUTORIZADA, POR CHAPA E DIA. PND-DEST: B=FOI
      * PARA O BANCO DE HORAS  P=PENDENTE DE TRATAMENTO.
       FD CADHEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEPEND.DAT".
       01 REGHEPEND.
          03 PND-HORAS                PIC 9(02)V99.
          03 PND-HORAUT               PIC 9(02)V99.
          03 PND-PERC                 PIC 9(03).
          03 PND-DEP                  PIC 9(03).
          03 PND-DEST                 PIC X(01).
          03 PND-KEY.
              05 PND-CODFUNC          PIC 9(06).
              05 PND-DATA             PIC 9(08).
      *-----------------------------------------------------------------
       FD CADFPNTX
               LABEL RECORD IS STANDARD
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-FERIARQ       PIC 9(01) VALUE ZEROS.
       01 W-HEAARQ        PIC 9(01) VALUE ZEROS.
       01 W-DEPHEARQ      PIC 9(01) VALUE ZEROS.
       01 W-BHARQ         PIC 9(01) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-TMPA          PIC 9(04) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-MINTRAB       PIC 9(04) VALUE ZEROS.
       01 W-MINNOT        PIC 9(04) VALUE ZEROS.
       01 W-MINEXTRA      PIC S9(04) VALUE ZEROS.
       01 W-MINAUT        PIC 9(04) VALUE ZEROS.
       01 W-MINNAUT       PIC 9(04) VALUE ZEROS.
       01 W-M1            PIC 9(04) VALUE ZEROS.
       01 W-M2            PIC 9(04) VALUE ZEROS.
       01 W-M3            PIC 9(04) VALUE ZEROS.
       01 W-APONTACH      PIC 9(01) VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(06) VALUE ZEROS.
       01 W-TOTINCON      PIC 9(06) VALUE ZEROS.
      *----------[ HORA EXTRA NAO AUTORIZADA DA CHAPA ]-----------------
       01 W-HEDEST        PIC X(01) VALUE SPACES.
       01 W-BHACH         PIC 9(01) VALUE ZEROS.
       01 W-BHANT         PIC 9(04)V99 VALUE ZEROS.
       01 W-BHNOVO        PIC 9(04)V99 VALUE ZEROS.
       01 W-TOTNAUT       PIC 9(04)V99 VALUE ZEROS.
       01 W-GERNAUT       PIC 9(06)V99 VALUE ZEROS.
       01 W-GERBH         PIC 9(06)V99 VALUE ZEROS.
       01 W-PNDINI        PIC 9(08) VALUE ZEROS.
       01 W-PNDFIM        PIC 9(08) VALUE ZEROS.
      *----------[ LINHAS DO RELATORIO ]---------------------------------
       01 CAB1.
                03 FILLER      PIC X(40) VALUE
                03 TL-FUNC     PIC ZZZ.ZZ9.
                03 FILLER      PIC X(18) VALUE "  INCONSISTENCIAS:".
                03 TL-INCON    PIC ZZZ.ZZ9.
       01 LINNAUT.
                03 FILLER      PIC X(16) VALUE "HE NAO AUTORIZ: ".
                03 LN-COD      PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LN-HORAS    PIC Z.ZZ9,99.
                03 FILLER      PIC X(11) VALUE " H DESTINO ".
                03 LN-DEST     PIC X(20).
       01 TOTNAUT.
                03 FILLER      PIC X(20) VALUE "HE NAO AUTORIZADA:  ".
                03 TN-HORAS    PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(20) VALUE "  AO BANCO DE HORAS:".
                03 TN-BH       PIC ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]-------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
          03 W-JOBNOME         PIC X(08) VALUE "FPP087".
          03 W-JOBOPER         PIC X(08) VALUE SPACES.
          03 W-JOBARQS         PIC X(40) VALUE
             "ARQAPONT  ARQBH     ARQHEPEND".
          03 W-JOBRC           PIC X(01) VALUE SPACES.
          03 W-JOBMSG          PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       INICIO.
       INC-001.
           MOVE ZEROS TO W-MESCOMPET W-ANOCOMPET W-TOTFUNC W-TOTINCON
           MOVE ZEROS TO W-GERNAUT W-GERBH
           MOVE ZEROS TO W-HEAARQ W-DEPHEARQ W-BHARQ
           DISPLAY TELAPRINCIPAL.
       INC-COMPET.
           ACCEPT TW-MESCOMPET
           OPEN INPUT CADFERIAD
           IF ST-ERRO = "00"
              MOVE 1 TO W-FERIARQ.
      * SEM AUTORIZACOES (FPP196) TODA EXTRA E NAO AUTORIZADA; SEM
      * DESTINO POR DEPTO (FPP197) O EXCEDENTE FICA PENDENTE; SEM
      * BANCO DE HORAS (FPP088) NINGUEM E ADERENTE.
           OPEN INPUT CADHEAUT
           IF ST-ERRO = "00"
              MOVE 1 TO W-HEAARQ.
           OPEN INPUT CADDEPHE
           IF ST-ERRO = "00"
              MOVE 1 TO W-DEPHEARQ.
           OPEN I-O CADBH
           IF ST-ERRO = "00"
              MOVE 1 TO W-BHARQ.
       INC-OP2.
           OPEN I-O CADHEPEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADHEPEND
                 CLOSE CADHEPEND
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHEPEND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           COMPUTE W-PNDINI = W-ANOCOMPET * 10000 + W-MESCOMPET * 100
           COMPUTE W-PNDFIM = W-PNDINI + 99
           MOVE W-MESCOMPET TO W-NOMEARQ-MM
           MOVE W-ANOCOMPET TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
       FECHA-CHAPA.
           MOVE ZEROS TO W-TOTHORAS W-TOTDIAS W-TOTFALTAS
           MOVE ZEROS TO W-TOTHE50 W-TOTHE100 W-TOTHNOT
           PERFORM LIMPA-PEND THRU LIMPA-PEND-FIM
           PERFORM DEF-DESTINO THRU DEF-DESTINO-FIM
           MOVE 1 TO W-DIAY.
       FECHA-DIA.
           IF W-DIAY > W-ULTDIA
              AND W-MINEXTRA < W-TOLMIN
              MOVE W-MINPREV TO W-MINTRAB
              MOVE ZEROS TO W-MINEXTRA.
      * DIA FORA DA ESCALA: TUDO E EXTRA.
           IF W-ESCALADO = 0
              MOVE W-MINTRAB TO W-MINEXTRA.
      * SO A EXTRA AUTORIZADA VAI PARA O APONTAMENTO.
           MOVE ZEROS TO W-MINNAUT
           IF W-MINEXTRA > ZEROS
              PERFORM VERIF-AUTORIZ THRU VERIF-AUTORIZ-FIM.
           IF W-MINEXTRA > ZEROS
              IF W-DIA100 = 1
                 COMPUTE W-TOTHE100 = W-TOTHE100 + W-MINEXTRA / 60
              ELSE
                 COMPUTE W-TOTHE50 = W-TOTHE50 + W-MINEXTRA / 60.
           IF W-ESCALADO = 1
              IF W-MINEXTRA + W-MINNAUT > ZEROS
                 COMPUTE W-TOTHORAS = W-TOTHORAS
                       + (W-MINTRAB - W-MINEXTRA - W-MINNAUT) / 60
              ELSE
                 COMPUTE W-TOTHORAS = W-TOTHORAS + W-MINTRAB / 60.
           COMPUTE W-TOTHNOT = W-TOTHNOT + W-MINNOT / 60.
              REWRITE REGAPONT
           ELSE
              WRITE REGAPONT.
      * ACERTA NO BANCO DE HORAS SO A DIFERENCA PARA O FECHAMENTO
      * ANTERIOR DA MESMA COMPETENCIA.
           IF W-BHACH = 1 AND W-BHNOVO NOT = W-BHANT
              COMPUTE BH-SALDO = BH-SALDO - W-BHANT + W-BHNOVO
              IF BH-COMPINI = ZEROS
                 COMPUTE BH-COMPINI = W-ANOCOMPET * 100
                       + W-MESCOMPET
              END-IF
              REWRITE REGBH.
           ADD 1 TO W-TOTFUNC
           MOVE CODFUNC TO DET-COD
           MOVE NOME TO DET-NOME
           MOVE W-TOTHE100 TO DET-HE100
           MOVE W-TOTHNOT TO DET-HNOT
           WRITE REGFPNTX FROM DETLIN.
           IF W-TOTNAUT > ZEROS
              MOVE CODFUNC TO LN-COD
              MOVE W-TOTNAUT TO LN-HORAS
              IF W-HEDEST = "B"
                 MOVE "BANCO DE HORAS" TO LN-DEST
              ELSE
                 MOVE "LISTA DE PENDENTES" TO LN-DEST
              END-IF
              WRITE REGFPNTX FROM LINNAUT
              ADD W-TOTNAUT TO W-GERNAUT
              ADD W-BHNOVO TO W-GERBH.
       FECHA-CHAPA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * REFECHAMENTO: APAGA A EXTRA NAO AUTORIZADA JA GRAVADA PARA A
      * CHAPA NA COMPETENCIA, GUARDANDO O QUE FOI AO BANCO DE HORAS
      * PARA ACERTAR SO A DIFERENCA NO SALDO.
      *----------------------------------------------------------------
       LIMPA-PEND.
           MOVE ZEROS TO W-BHANT W-BHNOVO W-TOTNAUT
           MOVE CODFUNC TO PND-CODFUNC
           MOVE W-PNDINI TO PND-DATA
           START CADHEPEND KEY IS NOT LESS PND-KEY
              INVALID KEY
                 GO TO LIMPA-PEND-FIM.
       LIMPA-PEND-RD.
           READ CADHEPEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIMPA-PEND-FIM.
           IF PND-CODFUNC NOT = CODFUNC OR PND-DATA > W-PNDFIM
              GO TO LIMPA-PEND-FIM.
           IF PND-DEST = "B"
              ADD PND-HORAS TO W-BHANT.
           DELETE CADHEPEND RECORD
           GO TO LIMPA-PEND-RD.
       LIMPA-PEND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * DESTINO DA EXTRA NAO AUTORIZADA: O DO DEPARTAMENTO (FPP197),
      * PADRAO P; O BANCO DE HORAS SO PARA ADERENTE ATIVO (FPP088).
      *----------------------------------------------------------------
       DEF-DESTINO.
           MOVE "P" TO W-HEDEST
           IF W-DEPHEARQ = 1
              MOVE FUNCDEP TO HED-DEP
              READ CADDEPHE
              IF ST-ERRO = "00" AND HED-DEST = "B"
                 MOVE "B" TO W-HEDEST.
           MOVE ZEROS TO W-BHACH
           IF W-BHARQ = 1
              MOVE CODFUNC TO BH-CODFUNC
              READ CADBH
              IF ST-ERRO = "00"
                 MOVE 1 TO W-BHACH.
           IF W-HEDEST = "B"
              IF W-BHACH = 0 OR BH-OPT NOT = "S" OR BH-STAT NOT = "A"
                 MOVE "P" TO W-HEDEST.
       DEF-DESTINO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * LIMITA A EXTRA DO DIA AS HORAS AUTORIZADAS (FPP196). O
      * EXCEDENTE (W-MINNAUT) VAI PARA O ARQHEPEND COM O DESTINO.
      *----------------------------------------------------------------
       VERIF-AUTORIZ.
           MOVE ZEROS TO W-MINAUT
           IF W-HEAARQ = 1
              MOVE CODFUNC TO HEA-CODFUNC
              MOVE W-DTX TO HEA-DATA
              READ CADHEAUT
              IF ST-ERRO = "00" AND HEA-STAT = "A"
                 COMPUTE W-MINAUT = HEA-HORAS * 60.
           IF W-MINEXTRA NOT > W-MINAUT
              GO TO VERIF-AUTORIZ-FIM.
           COMPUTE W-MINNAUT = W-MINEXTRA - W-MINAUT
           MOVE W-MINAUT TO W-MINEXTRA
           MOVE CODFUNC TO PND-CODFUNC
           MOVE W-DTX TO PND-DATA
           COMPUTE PND-HORAS = W-MINNAUT / 60
           COMPUTE PND-HORAUT = W-MINAUT / 60
           MOVE 050 TO PND-PERC
           IF W-DIA100 = 1
              MOVE 100 TO PND-PERC.
           MOVE FUNCDEP TO PND-DEP
           MOVE W-HEDEST TO PND-DEST
           WRITE REGHEPEND
           IF ST-ERRO NOT = "00"
              REWRITE REGHEPEND.
           ADD PND-HORAS TO W-TOTNAUT
           IF W-HEDEST = "B"
              ADD PND-HORAS TO W-BHNOVO.
       VERIF-AUTORIZ-FIM.
           EXIT.
      *----------------------------------------------------------------
      * MINUTOS TRABALHADOS E NOTURNOS DO DIA A PARTIR DOS PARES DE
      * BATIDAS (22H-5H CONTA COMO NOTURNO).
      *----------------------------------------------------------------
           MOVE W-TOTFUNC TO TL-FUNC
           MOVE W-TOTINCON TO TL-INCON
           WRITE REGFPNTX FROM TOTLIN
           MOVE W-GERNAUT TO TN-HORAS
           MOVE W-GERBH TO TN-BH
           WRITE REGFPNTX FROM TOTNAUT
           MOVE "*** FECHAMENTO DO PONTO CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-FERIARQ = 1
              CLOSE CADFERIAD.
           IF W-HEAARQ = 1
              CLOSE CADHEAUT.
           IF W-DEPHEARQ = 1
              CLOSE CADDEPHE.
           IF W-BHARQ = 1
              CLOSE CADBH.
           CLOSE CADHEPEND
           CLOSE CADESCALA CADHORAR CADPONTO CADFUNC
           CLOSE CADAPONT CADFPNTX.
       ROT-FIM2.
