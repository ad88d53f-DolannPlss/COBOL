              GO TO ROT-FIM.
      *----------------------------------------------------------------
      * VARRE O CADASTRO: ADMISSAO SEM EVENTO "A" GERA S-2200;
      * DESLIGAMENTO (DATADEM) SEM EVENTO "D" GERA S-2299. EVENTO
      * "X" (REJEITADO E CORRIGIDO NO FPP131) SAI DE NOVO.
      *----------------------------------------------------------------
       LER-FUNC01.
           READ CADFUNC NEXT
           MOVE CODFUNC TO ESOCODFUNC
           MOVE "A" TO ESOTIPO
           READ CADESOC
           IF ST-ERRO NOT = "00" OR ESOSTAT = "X"
              PERFORM GERA-S2200 THRU GERA-S2200-FIM.
       LER-FUNC02.
           IF DATADEM = ZEROS
           MOVE CODFUNC TO ESOCODFUNC
           MOVE "D" TO ESOTIPO
           READ CADESOC
           IF ST-ERRO NOT = "00" OR ESOSTAT = "X"
              PERFORM GERA-S2299 THRU GERA-S2299-FIM.
           GO TO LER-FUNC01.
      *
           MOVE DATAADM TO ESODATA
           MOVE "G" TO ESOSTAT
           WRITE REGESOC
           IF ST-ERRO = "22"
              REWRITE REGESOC.
           ADD 1 TO W-TOTADM.
       GERA-S2200-FIM.
           EXIT.
           MOVE DATADEM TO ESODATA
           MOVE "G" TO ESOSTAT
           WRITE REGESOC
           IF ST-ERRO = "22"
              REWRITE REGESOC.
           ADD 1 TO W-TOTDEM.
       GERA-S2299-FIM.
           EXIT.
