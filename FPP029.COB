          03 DETBKVER      PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETBKSTAT     PIC X(04).
      *
       01 LOGBK1.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FILLER        PIC X(17) VALUE "LOG DE AUDITORIA ".
          03 FILLER        PIC X(10) VALUE "ARQUIVOS: ".
          03 LOGBKARQ      PIC ZZZ9.
          03 FILLER        PIC X(14) VALUE "  ENCADEADOS: ".
          03 LOGBKREG      PIC ZZZZZZZ9.
          03 FILLER        PIC X(14) VALUE "  ANTERIORES: ".
          03 LOGBKANT      PIC ZZZZZZZ9.
      *
       01 LOGBK2.
          03 FILLER        PIC X(18) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "ANONIMIZADOS: ".
          03 LOGBKANON     PIC ZZZZZZZ9.
          03 FILLER        PIC X(15) VALUE "  OCORRENCIAS: ".
          03 LOGBKOCO      PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LOGBKSTAT     PIC X(07).
      *
       01 LOGBK3.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 FILLER        PIC X(02) VALUE "- ".
          03 LOGBKMSG      PIC X(70).
      *-----------------------------------------------------------------
      *----------[ VERIFICACAO DA CADEIA DO CADLOG (FPP162) ]-----------
       01 W-VERIX         PIC 9(02) VALUE ZEROS.
       01 W-VERPARM.
          03 W-VERRC           PIC X(01) VALUE SPACES.
          03 W-VERQTDARQ       PIC 9(04) VALUE ZEROS.
          03 W-VERQTDREG       PIC 9(08) VALUE ZEROS.
          03 W-VERQTDANT       PIC 9(08) VALUE ZEROS.
          03 W-VERQTDANON      PIC 9(08) VALUE ZEROS.
          03 W-VERQTDOCO       PIC 9(06) VALUE ZEROS.
          03 W-VERQTDMSG       PIC 9(02) VALUE ZEROS.
          03 W-VERMSG          PIC X(70) OCCURS 20 TIMES.
      *-----------------------------------------------------------------
      *----------[ CONTROLE DE JOBS EM LOTE (FPP122) ]-------------------
       01 W-JOBREG        PIC 9(01) VALUE ZEROS.
               VALUE
               " UMA COPIA DE BACKUP DATADA E CONFERE SE CADA COPIA".
           05  LINE 12  COLUMN 01
               VALUE
               " ABRE E LE CORRETAMENTE. CONFERE TAMBEM A CADEIA".
           05  LINE 13  COLUMN 01
               VALUE
               " DO LOG DE AUDITORIA (CADLOG E ARQUIVOS MORTOS).".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA O BACKUP (S/N) :".
           05  LINE 24  COLUMN 01
           PERFORM BKP-CAR   THRU BKP-CAR-FIM
           PERFORM BKP-DEPEN THRU BKP-DEPEN-FIM
           PERFORM BKP-FUNC  THRU BKP-FUNC-FIM
           PERFORM BKP-CEP   THRU BKP-CEP-FIM
           PERFORM VER-LOG   THRU VER-LOG-FIM.
      *
           IF W-VERRC NOT = "S"
              MOVE "BACKUP CONCLUIDO - LOG DE AUDITORIA COM OCORRENCIAS"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "BACKUP NOTURNO CONCLUIDO COM SUCESSO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       BKP-CEP-FIM.
           EXIT.
      *
      ***************************************************
      * VERIFICACAO DA CADEIA DO LOG DE AUDITORIA        *
      ***************************************************
       VER-LOG.
           CALL "FPP162.COB" USING W-VERPARM
           MOVE SPACES TO REGBKPRT
           WRITE REGBKPRT
           MOVE W-VERQTDARQ TO LOGBKARQ
           MOVE W-VERQTDREG TO LOGBKREG
           MOVE W-VERQTDANT TO LOGBKANT
           WRITE REGBKPRT FROM LOGBK1
           MOVE W-VERQTDANON TO LOGBKANON
           MOVE W-VERQTDOCO TO LOGBKOCO
           IF W-VERRC = "S"
              MOVE "INTEGRO" TO LOGBKSTAT
           ELSE
              MOVE "VIOLADO" TO LOGBKSTAT.
           WRITE REGBKPRT FROM LOGBK2
           MOVE ZEROS TO W-VERIX.
       VER-LOG-MSG.
           ADD 1 TO W-VERIX
           IF W-VERIX > W-VERQTDMSG
              GO TO VER-LOG-FIM.
           MOVE W-VERMSG(W-VERIX) TO LOGBKMSG
           WRITE REGBKPRT FROM LOGBK3
           GO TO VER-LOG-MSG.
       VER-LOG-FIM.
           EXIT.
      *
      **********************
      * MENSAGENS          *
      **********************
