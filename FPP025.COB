      * ESTE DRIVER PROCESSA A FILIAL 01 (MATRIZ). CASO OUTRAS
      * FILIAIS DO CADASTRO (FPP057) PRECISEM DE FOLHA AUTOMATICA, O
      * AGENDADOR DEVE DISPARAR UMA COPIA DESTE PROGRAMA POR FILIAL,
      * AJUSTANDO W-RELPARM-FILIAL. AS COPIAS PODEM RODAR AO MESMO
      * TEMPO (CADA FILIAL E UM FLUXO PROPRIO NO FPP122); CONCLUIDAS
      * TODAS, O FPP163 CONSOLIDA AS RELACOES NUM UNICO CADPAGRL.
      *
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(5:2) TO W-RELPARM-MES
