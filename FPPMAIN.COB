                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPER-ID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPERFAV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FAV-OPERID
                      FILE STATUS  IS ST-ERRO.
           SELECT CADAMB ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADALERTA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ALE-KEY
                      ALTERNATE RECORD KEY IS ALE-OPER
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
          03 OPER-BLOQ                PIC X(01).
          03 OPER-SENHAANT1           PIC X(08).
          03 OPER-SENHAANT2           PIC X(08).
      *-----------------------------------------------------------------
      * FAVORITOS DO OPERADOR: ATE CINCO TRANSACOES DE ATALHO (A-E),
      * GUARDADOS A PARTE PARA NAO MEXER NO LAYOUT DO CADOPER.
          03 FAV-COD4                 PIC X(08).
          03 FAV-COD5                 PIC X(08).
          03 FAV-OPERID               PIC X(08).
      *-----------------------------------------------------------------
      * MARCA DE AMBIENTE GRAVADA PELO FPP159 NA BASE DE TREINAMENTO;
      * NA PRODUCAO O ARQUIVO NAO EXISTE.
       FD CADAMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAMB.DAT".
       01 REGAMB.
          03 AMB-TIPO                 PIC X(01).
          03 AMB-DATA                 PIC 9(08).
          03 AMB-OPER                 PIC X(08).
      *-----------------------------------------------------------------
      * CAIXA DE ALERTAS DO LOTE NOTURNO (FPP182): SO A CONTAGEM DOS
      * EM ABERTO DO OPERADOR PARA O MENU PRINCIPAL.
       FD CADALERTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALERTA.DAT".
       01 REGALERTA.
          03 ALE-SEVER                PIC 9(01).
          03 ALE-DESC                 PIC X(40).
          03 ALE-FILIAL               PIC 9(02).
          03 ALE-DEP                  PIC 9(03).
          03 ALE-OPER                 PIC X(08).
          03 ALE-STAT                 PIC X(01).
          03 ALE-DATAGER              PIC 9(08).
          03 ALE-DATAULT              PIC 9(08).
          03 ALE-DATATRAT             PIC 9(08).
          03 ALE-OPERTRAT             PIC X(08).
          03 ALE-KEY.
              05 ALE-TIPO             PIC X(03).
              05 ALE-CODFUNC          PIC 9(06).
              05 ALE-DATAVENC         PIC 9(08).
              05 ALE-REF              PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-NIVEL         PIC 9(01) VALUE ZEROS.
       01 W-TENTLOGIN     PIC 9(01) VALUE ZEROS.
       01 W-EXPDIAS       PIC 9(03) VALUE 90.
       01 W-TREINO        PIC 9(01) VALUE ZEROS.
      * TEMPO MAXIMO DE INATIVIDADE NO MENU ANTES DE EXIGIR NOVO
      * LOGIN (EM SEGUNDOS).
       01 W-TIMEOUTSEG    PIC 9(05) VALUE 900.
       01 W-TIMEOUTFLG    PIC 9(01) VALUE ZEROS.
       01 W-EVT           PIC X(01) VALUE SPACES.
       01 W-EXECPGM       PIC X(10) VALUE SPACES.
       01 W-HORAX         PIC 9(08) VALUE ZEROS.
       01 W-SEGANTES      PIC 9(06) VALUE ZEROS.
       01 W-SEGAGORA      PIC 9(06) VALUE ZEROS.
          03 LF-D         PIC X(08).
          03 FILLER       PIC X(04) VALUE " E) ".
          03 LF-E         PIC X(08).
      *----------[ CAIXA DE ALERTAS ]-----------------------------------
       01 W-ALEOPER       PIC X(08) VALUE SPACES.
       01 LINALE.
          03 FILLER       PIC X(22) VALUE "6 - CAIXA DE ALERTAS (".
          03 LA-QTD       PIC ZZZZ9.
          03 FILLER       PIC X(11) VALUE " EM ABERTO)".
       01 W-ALEQTD        PIC 9(05) VALUE ZEROS.
       01 W-RELPARM.
          03 W-RELPARM-MODO    PIC X(01) VALUE SPACES.
          03 W-RELPARM-MES     PIC 9(02) VALUE ZEROS.
          03 W-RELPARM-FILIAL  PIC 9(02) VALUE ZEROS.
          03 W-RELPARM-RC      PIC X(01) VALUE SPACES.
          03 W-RELPARM-TOT     PIC 9(09)V99 VALUE ZEROS.
       01 W-PPPPARM.
          03 W-PPPOPER         PIC X(08) VALUE SPACES.
          03 W-PPPCHAPA        PIC 9(06) VALUE ZEROS.
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
       SCREEN SECTION.
       01  TELALOGIN.
           05  BLANK SCREEN.
       PROCEDURE DIVISION.
       INICIO.
      *
           PERFORM VERIF-AMB THRU VERIF-AMB-FIM
           PERFORM LOGIN THRU LOGIN-FIM.
      *----------------------------------------------------------------
      * MENU PRINCIPAL EM GRUPOS DE TAREFA; O GRUPO ADMINISTRACAO SO
      *----------------------------------------------------------------
       MENU-001.
           DISPLAY  TELAMENU.
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM.
           IF W-NIVEL = 1
              DISPLAY (14, 10) "5 - ADMINISTRACAO E SEGURANCA".
           MOVE W-ALEQTD TO LA-QTD
           DISPLAY (15, 10) LINALE
           PERFORM CARGA-FAV THRU CARGA-FAV-FIM
           IF W-FAVACH = 1
              DISPLAY (18, 10) LINFAV.
                 MOVE "*** ACESSO NEGADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MENU-001.
           IF W-MENU = "6"
              CALL "FPP184.COB" USING W-LOGID
              PERFORM CONTA-ALERTA THRU CONTA-ALERTA-FIM
              GO TO MENU-001.
           IF W-MENU = "T" OR W-MENU = "t"
              GO TO MENU-TRANS.
           IF W-MENU = "F" OR W-MENU = "f"
      *----------------------------------------------------------------
       MENU-FAVM.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (02, 02) "PRINCIPAL > FAVORITOS DO OPERADOR"
           DISPLAY (04, 02)
              "INFORME ATE 5 TRANSACOES (BRANCO = LIVRE):"
      *----------------------------------------------------------------
       MENU-CAD.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > CADASTROS"
           DISPLAY (03, 10) "01 DEPARTAMENTOS"
           IF W-NIVEL = 1
           DISPLAY (13, 10) "11 FILIAIS"
           DISPLAY (14, 10) "12 VALE-TRANSPORTE"
           DISPLAY (15, 10) "13 VALE-REFEICAO / ALIMENTACAO"
           DISPLAY (16, 10) "33 CANDIDATOS DA VAGA"
           DISPLAY (17, 10) "34 AVALIACAO DE DESEMPENHO"
           DISPLAY (18, 10) "35 PROCESSOS TRABALHISTAS"
           DISPLAY (19, 10) "36 AUXILIO-CRECHE"
           DISPLAY (20, 10) "37 APOLICES SEGURO DE VIDA"
           DISPLAY (21, 10) "38 ADESAO SEGURO DE VIDA"
           DISPLAY (03, 45) "14 PLANOS DE SAUDE"
           DISPLAY (04, 45) "15 ADESAO PLANO DE SAUDE"
           DISPLAY (05, 45) "16 PREVIDENCIA PRIVADA"
           DISPLAY (19, 45) "30 REMANEJAMENTO EM LOTE"
           DISPLAY (20, 45) "31 RATEIO CENTRO DE CUSTO"
           DISPLAY (21, 45) "32 DE-PARA CONTABIL"
           DISPLAY (22, 45) "39 CATALOGO DE PATRIMONIO"
           DISPLAY (23, 45) "40 EMPRESTIMO DE PATRIMONIO"
           DISPLAY (02, 45) "41 PESQUISA SALARIAL MERCADO"
           DISPLAY (22, 10) "00 VOLTAR"
           DISPLAY (23, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
              CALL "FPP120.COB".
           IF W-OPC2 = 32
              CALL "FPP121.COB".
           IF W-OPC2 = 33
              CALL "FPP143.COB" USING W-LOGID.
           IF W-OPC2 = 34
              CALL "FPP144.COB" USING W-LOGID.
           IF W-OPC2 = 35
              CALL "FPP147.COB" USING W-LOGID.
           IF W-OPC2 = 36
              CALL "FPP149.COB" USING W-LOGID.
           IF W-OPC2 = 37
              CALL "FPP151.COB".
           IF W-OPC2 = 38
              CALL "FPP152.COB".
           IF W-OPC2 = 39
              CALL "FPP166.COB".
           IF W-OPC2 = 40
              CALL "FPP167.COB".
           IF W-OPC2 = 41
              CALL "FPP188.COB" USING W-LOGID.
           GO TO MENU-CAD.
      *----------------------------------------------------------------
       MENU-FOL.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > FOLHA DE PAGAMENTO"
           DISPLAY (03, 10) "01 APONTAMENTO MENSAL"
           DISPLAY (03, 45) "23 HORARIOS DE TRABALHO"
           DISPLAY (14, 45) "34 CRITICA PRE-FOLHA"
           DISPLAY (15, 45) "35 APROVACAO DO GESTOR"
           DISPLAY (16, 45) "36 FOLHA COMPLEMENTAR"
           DISPLAY (17, 45) "37 AVERBACAO CONSIGNADO (BANCO)"
           DISPLAY (18, 45) "38 REPASSE CONSIGNADO"
           DISPLAY (04, 10) "02 IMPORTA APONTAMENTO (LOTE)"
           DISPLAY (05, 10) "03 LANCAMENTOS DE RUBRICAS"
           IF W-NIVEL = 1
           DISPLAY (21, 45) "20 REMESSA PREVIDENCIA"
           DISPLAY (22, 45) "21 REPASSE SINDICAL"
           DISPLAY (23, 45) "22 CALCULO DE PLR"
           IF W-NIVEL = 1
              DISPLAY (22, 10) "39 CONSOLIDA FOLHA FILIAIS (NIVEL 1)".
           DISPLAY (23, 10) "40 DIARIAS E REEMBOLSOS"
           DISPLAY (02, 45) "41 AEJ E ESPELHO DE PONTO"
           DISPLAY (02, 10) "42 AUTORIZACAO DE HORA EXTRA"
           DISPLAY (20, 10) "00 VOLTAR"
           DISPLAY (21, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
           IF W-OPC2 = 00
              GO TO MENU-001.
           IF W-OPC2 = 01
              CALL "FPP030.COB" USING W-LOGID.
           IF W-OPC2 = 02
              CALL "FPP031.COB".
           IF W-OPC2 = 03
              CALL "FPP033.COB" USING W-LOGID.
           IF W-OPC2 = 04
              IF W-NIVEL NOT = 1
                 MOVE "N" TO W-EVT
                 MOVE "*** ACESSO NEGADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "FPPREL" TO W-EXECPGM
                 PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
                 CALL "FPPREL.COB" USING W-RELPARM.
           IF W-OPC2 = 05
              CALL "FPP005.COB" USING W-RELPARM W-LOGID.
           IF W-OPC2 = 06
              CALL "FPP006.COB".
           IF W-OPC2 = 07
           IF W-OPC2 = 09
              CALL "FPP019.COB" USING W-LOGID.
           IF W-OPC2 = 10
              MOVE "FPP018" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP018.COB" USING W-RELPARM.
           IF W-OPC2 = 11
              CALL "FPP048.COB".
                 MOVE "*** ACESSO NEGADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "FPP041" TO W-EXECPGM
                 PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
                 CALL "FPP041.COB".
           IF W-OPC2 = 15
              CALL "FPP039.COB".
           IF W-OPC2 = 33
              CALL "FPP097.COB".
           IF W-OPC2 = 34
              MOVE "FPP114" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP114.COB" USING W-LOGID.
           IF W-OPC2 = 35
              MOVE "FPP115" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP115.COB".
           IF W-OPC2 = 36
              CALL "FPP116.COB".
           IF W-OPC2 = 37
              CALL "FPP135.COB".
           IF W-OPC2 = 38
              CALL "FPP136.COB".
           IF W-OPC2 = 39
              IF W-NIVEL NOT = 1
                 MOVE "N" TO W-EVT
                 PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
                 MOVE "*** ACESSO NEGADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 CALL "FPP163.COB" USING W-RELPARM.
           IF W-OPC2 = 40
              GO TO MENU-DSP.
           IF W-OPC2 = 41
              CALL "FPP181.COB" USING W-LOGID.
           IF W-OPC2 = 42
              GO TO MENU-HEA.
           GO TO MENU-FOL.
      *----------------------------------------------------------------
      * DIARIAS E REEMBOLSOS: LANCAMENTO DA DESPESA, APROVACAO DO
      * GESTOR E GERACAO DOS LANCAMENTOS DA FOLHA.
      *----------------------------------------------------------------
       MENU-DSP.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > FOLHA > DIARIAS E REEMBOLSOS"
           DISPLAY (03, 10) "01 LANCAMENTO DE DESPESAS"
           DISPLAY (04, 10) "02 APROVACAO DO GESTOR"
           IF W-NIVEL = 1
              DISPLAY (05, 10) "03 LANCA NA FOLHA          (NIVEL 1)".
           DISPLAY (07, 10) "00 VOLTAR"
           DISPLAY (08, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           MOVE W-SEGAGORA TO W-SEGANTES
           ACCEPT (08, 19) W-OPC2 WITH UPDATE
           PERFORM VERIF-TIMEOUT THRU VERIF-TIMEOUT-FIM
           IF W-TIMEOUTFLG = 1
              GO TO MENU-001.
           IF W-OPC2 = 00
              GO TO MENU-FOL.
           IF W-OPC2 = 01
              CALL "FPP168.COB".
           IF W-OPC2 = 02
              CALL "FPP169.COB".
           IF W-OPC2 = 03
              IF W-NIVEL NOT = 1
                 MOVE "N" TO W-EVT
                 PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
                 MOVE "*** ACESSO NEGADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "FPP170" TO W-EXECPGM
                 PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
                 CALL "FPP170.COB" USING W-LOGID.
           GO TO MENU-DSP.
      *----------------------------------------------------------------
      * AUTORIZACAO DE HORA EXTRA: REGISTRO PREVIO POR CHAPA E DATA,
      * DESTINO DO EXCEDENTE POR DEPARTAMENTO E RELATORIO MENSAL DA
      * EXTRA NAO AUTORIZADA (O FECHAMENTO DO PONTO APLICA).
      *----------------------------------------------------------------
       MENU-HEA.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > FOLHA > AUTORIZACAO HORA EXTRA"
           DISPLAY (03, 10) "01 AUTORIZACAO PREVIA POR CHAPA"
           DISPLAY (04, 10) "02 DESTINO DA EXTRA NAO AUTORIZADA"
           DISPLAY (05, 10) "03 RELATORIO EXTRA NAO AUTORIZADA"
           DISPLAY (07, 10) "00 VOLTAR"
           DISPLAY (08, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           MOVE W-SEGAGORA TO W-SEGANTES
           ACCEPT (08, 19) W-OPC2 WITH UPDATE
           PERFORM VERIF-TIMEOUT THRU VERIF-TIMEOUT-FIM
           IF W-TIMEOUTFLG = 1
              GO TO MENU-001.
           IF W-OPC2 = 00
              GO TO MENU-FOL.
           IF W-OPC2 = 01
              CALL "FPP196.COB" USING W-LOGID.
           IF W-OPC2 = 02
              CALL "FPP197.COB" USING W-LOGID.
           IF W-OPC2 = 03
              CALL "FPP198.COB" USING W-LOGID.
           GO TO MENU-HEA.
      *----------------------------------------------------------------
       MENU-FER.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > FERIAS / AFASTAMENTOS"
           DISPLAY (03, 10) "01 CADASTRO DE FERIAS"
           DISPLAY (04, 10) "02 CONSULTA DE FERIAS"
           DISPLAY (04, 45) "10 EXAMES A VENCER"
           DISPLAY (05, 45) "11 FERIAS COLETIVAS (LOTE)"
           DISPLAY (06, 45) "12 REDUCAO ART.130 (FALTAS)"
           DISPLAY (07, 45) "13 ESTABILIDADE PROVISORIA"
           DISPLAY (08, 45) "14 ESTABILIDADES A VENCER"
           DISPLAY (09, 45) "15 CAT - ACIDENTE DE TRABALHO"
           DISPLAY (10, 45) "16 PPP - PERFIL PROFISSIOGRAFICO"
           DISPLAY (11, 45) "17 TRANSFERENCIA ENTRE FILIAIS"
           DISPLAY (12, 45) "18 SUBSTITUICAO DO RESPONSAVEL"
           DISPLAY (13, 45) "19 GRATIFICACAO DE FUNCAO"
           DISPLAY (14, 45) "20 ALTERACOES PROGRAMADAS"
           DISPLAY (15, 45) "21 TREINAMENTOS"
           DISPLAY (16, 45) "22 EQUIPE DO GESTOR"
           DISPLAY (12, 10) "00 VOLTAR"
           DISPLAY (13, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
              CALL "FPP111.COB".
           IF W-OPC2 = 12
              CALL "FPP112.COB".
           IF W-OPC2 = 13
              CALL "FPP124.COB".
           IF W-OPC2 = 14
              CALL "FPP125.COB".
           IF W-OPC2 = 15
              CALL "FPP126.COB".
           IF W-OPC2 = 16
              MOVE W-LOGID TO W-PPPOPER
              MOVE ZEROS TO W-PPPCHAPA
              CALL "FPP128.COB" USING W-PPPPARM.
           IF W-OPC2 = 17
              CALL "FPP171.COB" USING W-LOGID.
           IF W-OPC2 = 18
              CALL "FPP176.COB" USING W-LOGID.
           IF W-OPC2 = 19
              CALL "FPP175.COB".
           IF W-OPC2 = 20
              CALL "FPP177.COB" USING W-LOGID.
           IF W-OPC2 = 21
              GO TO MENU-TRE.
           IF W-OPC2 = 22
              CALL "FPP195.COB" USING W-LOGID.
           GO TO MENU-FER.
      *----------------------------------------------------------------
      * TREINAMENTOS: CATALOGO, PARTICIPACAO POR CHAPA, ORCAMENTO DO
      * DEPARTAMENTO E RELATORIO DO ANO.
      *----------------------------------------------------------------
       MENU-TRE.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > FERIAS > TREINAMENTOS"
           DISPLAY (03, 10) "01 CATALOGO DE TREINAMENTOS"
           DISPLAY (04, 10) "02 TREINAMENTOS POR CHAPA"
           DISPLAY (05, 10) "03 ORCAMENTO POR DEPARTAMENTO"
           DISPLAY (06, 10) "04 TREINAMENTOS DO ANO X ORCAMENTO"
           DISPLAY (08, 10) "00 VOLTAR"
           DISPLAY (09, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
           PERFORM PEGA-SEG THRU PEGA-SEG-FIM
           MOVE W-SEGAGORA TO W-SEGANTES
           ACCEPT (09, 19) W-OPC2 WITH UPDATE
           PERFORM VERIF-TIMEOUT THRU VERIF-TIMEOUT-FIM
           IF W-TIMEOUTFLG = 1
              GO TO MENU-001.
           IF W-OPC2 = 00
              GO TO MENU-FER.
           IF W-OPC2 = 01
              CALL "FPP190.COB".
           IF W-OPC2 = 02
              CALL "FPP191.COB" USING W-LOGID.
           IF W-OPC2 = 03
              CALL "FPP192.COB".
           IF W-OPC2 = 04
              CALL "FPP193.COB" USING W-LOGID.
           GO TO MENU-TRE.
      *----------------------------------------------------------------
       MENU-REL.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > RELATORIOS E CONSULTAS"
           DISPLAY (03, 10) "01 CONSULTA DE CEP"
           DISPLAY (04, 10) "02 CONSULTA DE CARGOS"
           DISPLAY (18, 45) "23 CERTIFICACOES A VENCER"
           DISPLAY (17, 45) "24 FICHA FINANCEIRA"
           DISPLAY (16, 45) "25 SIMULADOR DE CONTRATACAO"
           DISPLAY (15, 45) "26 EXTRATOS DE PENSAO ALIM."
           DISPLAY (14, 45) "27 TRANSPARENCIA SALARIAL"
           DISPLAY (13, 45) "28 PUBLICA HOLERITE ELETRONICO"
           DISPLAY (12, 45) "29 IMPORTA CIENCIAS (INTRANET)"
           DISPLAY (11, 45) "30 DOCUMENTOS SEM CIENCIA"
           DISPLAY (10, 45) "31 AVALIACOES PENDENTES"
           DISPLAY (09, 45) "32 ENCERRAMENTOS AUX.CRECHE"
           DISPLAY (08, 45) "33 ARQUIVO DE VIDAS (SEGURO)"
           DISPLAY (07, 45) "34 CONCILIA FATURA SEG.VIDA"
           DISPLAY (06, 45) "35 AGENDA DE OBRIGACOES"
           DISPLAY (05, 45) "36 PREVISAO DE CAIXA"
           DISPLAY (04, 45) "37 DECLARACAO VINCULO E RENDA"
           DISPLAY (03, 45) "38 INDICE DE ABSENTEISMO"
           DISPLAY (02, 45) "39 CONFORMIDADE DA JORNADA"
           DISPLAY (23, 45) "40 COMPA-RATIO X MERCADO"
           DISPLAY (23, 10) "41 REMUNERACAO TOTAL DO ANO"
           DISPLAY (21, 10) "00 VOLTAR"
           DISPLAY (22, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
           IF W-OPC2 = 02
              CALL "FPP012.COB".
           IF W-OPC2 = 03
              CALL "FPP013.COB" USING W-LOGID.
           IF W-OPC2 = 04
              CALL "FPP014.COB" USING W-LOGID
              PERFORM VERIF-SENTINELA THRU VERIF-SENTINELA-FIM
              IF W-TIMEOUTFLG = 1
                 GO TO MENU-001.
           IF W-OPC2 = 05
              CALL "FPP020.COB" USING W-LOGID.
           IF W-OPC2 = 06
              CALL "FPP026.COB" USING W-LOGID.
           IF W-OPC2 = 07
           IF W-OPC2 = 10
              CALL "FPP060.COB".
           IF W-OPC2 = 11
              CALL "FPP058.COB" USING W-LOGID.
           IF W-OPC2 = 12
              CALL "FPP055.COB" USING W-LOGID.
           IF W-OPC2 = 13
           IF W-OPC2 = 14
              CALL "FPP043.COB".
           IF W-OPC2 = 15
              CALL "FPP009.COB" USING W-LOGID.
           IF W-OPC2 = 16
              CALL "FPP052.COB".
           IF W-OPC2 = 17
           IF W-OPC2 = 23
              CALL "FPP109.COB".
           IF W-OPC2 = 24
              CALL "FPP113.COB" USING W-LOGID.
           IF W-OPC2 = 25
              CALL "FPP117.COB".
           IF W-OPC2 = 26
              CALL "FPP134.COB" USING W-LOGID.
           IF W-OPC2 = 27
              CALL "FPP137.COB" USING W-LOGID.
           IF W-OPC2 = 28
              CALL "FPP138.COB".
           IF W-OPC2 = 29
              CALL "FPP139.COB".
           IF W-OPC2 = 30
              CALL "FPP140.COB" USING W-LOGID.
           IF W-OPC2 = 31
              CALL "FPP145.COB" USING W-LOGID.
           IF W-OPC2 = 32
              CALL "FPP150.COB" USING W-LOGID.
           IF W-OPC2 = 33
              CALL "FPP153.COB".
           IF W-OPC2 = 34
              CALL "FPP154.COB" USING W-LOGID.
           IF W-OPC2 = 35
              CALL "FPP155.COB" USING W-LOGID.
           IF W-OPC2 = 36
              CALL "FPP156.COB" USING W-LOGID.
           IF W-OPC2 = 37
              CALL "FPP165.COB" USING W-LOGID.
           IF W-OPC2 = 38
              CALL "FPP179.COB" USING W-LOGID.
           IF W-OPC2 = 39
              CALL "FPP180.COB" USING W-LOGID.
           IF W-OPC2 = 40
              CALL "FPP189.COB" USING W-LOGID.
           IF W-OPC2 = 41
              CALL "FPP194.COB" USING W-LOGID.
           GO TO MENU-REL.
      *----------------------------------------------------------------
      * GRUPO RESTRITO: SO CHEGA AQUI OPERADOR NIVEL 1 (O ITEM NEM
      *----------------------------------------------------------------
       MENU-ADM.
           DISPLAY (01, 01) ERASE
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           DISPLAY (01, 02) "PRINCIPAL > ADMINISTRACAO E SEGURANCA"
           DISPLAY (03, 10) "01 OPERADORES"
           DISPLAY (04, 10) "02 APROVACAO DE PENDENCIAS"
           DISPLAY (03, 45) "16 DECLARACAO DIRF"
           DISPLAY (04, 45) "17 ESOCIAL MENSAL S-1200/1210"
           DISPLAY (05, 45) "18 MONITOR DE JOBS EM LOTE"
           DISPLAY (06, 45) "19 EVENTO S-2210 (CAT)"
           DISPLAY (07, 45) "20 EVENTOS S-2230/S-2206"
           DISPLAY (08, 45) "21 RETORNO ESOCIAL (IMPORTACAO)"
           DISPLAY (09, 45) "22 REJEICOES ESOCIAL"
           DISPLAY (10, 45) "23 EFD-REINF (RPA AUTONOMOS)"
           DISPLAY (11, 45) "24 CONCILIACAO DCTFWEB"
           DISPLAY (12, 45) "25 PIN DO TERMINAL COLABORADOR"
           DISPLAY (13, 45) "26 ORCAMENTO ANUAL DE PESSOAL"
           DISPLAY (14, 45) "27 EVENTOS S-2500/S-2501"
           DISPLAY (15, 45) "28 LGPD - RELATORIO DO TITULAR"
           DISPLAY (16, 45) "29 LGPD - ANONIMIZACAO"
           DISPLAY (17, 45) "30 BASE DE TREINAMENTO"
           DISPLAY (18, 45) "31 SEGREGACAO DE FUNCOES"
           DISPLAY (19, 45) "32 HISTORICO DE TEMPO DOS LOTES"
           DISPLAY (20, 45) "33 CRUZAMENTO DE CADASTROS"
           DISPLAY (21, 45) "34 APLICA ALTERACOES PROGRAMADAS"
           DISPLAY (22, 45) "35 LOTE NOTURNO DE ALERTAS"
           DISPLAY (20, 10) "36 ROTEAMENTO DOS ALERTAS"
           DISPLAY (21, 10) "37 VIRADA DE ANO"
           DISPLAY (22, 10) "38 ADMISSAO EM LOTE (AQUISICAO)"
           DISPLAY (18, 10) "00 VOLTAR"
           DISPLAY (19, 10) "OPCAO : "
           MOVE ZEROS TO W-OPC2
              CALL "FPP093.COB".
           IF W-OPC2 = 18
              CALL "FPP123.COB" USING W-LOGID.
           IF W-OPC2 = 19
              CALL "FPP127.COB".
           IF W-OPC2 = 20
              CALL "FPP129.COB".
           IF W-OPC2 = 21
              CALL "FPP130.COB".
           IF W-OPC2 = 22
              CALL "FPP131.COB" USING W-LOGID.
           IF W-OPC2 = 23
              CALL "FPP132.COB".
           IF W-OPC2 = 24
              CALL "FPP133.COB" USING W-RELPARM.
           IF W-OPC2 = 25
              CALL "FPP142.COB" USING W-LOGID.
           IF W-OPC2 = 26
              CALL "FPP146.COB" USING W-LOGID.
           IF W-OPC2 = 27
              CALL "FPP148.COB".
           IF W-OPC2 = 28
              CALL "FPP157.COB" USING W-LOGID.
           IF W-OPC2 = 29
              CALL "FPP158.COB" USING W-LOGID.
           IF W-OPC2 = 30
              CALL "FPP159.COB" USING W-LOGID.
           IF W-OPC2 = 31
              CALL "FPP160.COB" USING W-LOGID.
           IF W-OPC2 = 32
              CALL "FPP164.COB" USING W-LOGID.
           IF W-OPC2 = 33
              CALL "FPP172.COB" USING W-LOGID.
           IF W-OPC2 = 34
              CALL "FPP178.COB".
           IF W-OPC2 = 35
              CALL "FPP182.COB"
              PERFORM CONTA-ALERTA THRU CONTA-ALERTA-FIM.
           IF W-OPC2 = 36
              CALL "FPP183.COB".
           IF W-OPC2 = 37
              CALL "FPP185.COB".
           IF W-OPC2 = 38
              CALL "FPP186.COB" USING W-LOGID.
           GO TO MENU-ADM.
      *----------------------------------------------------------------
      * ALERTAS EM ABERTO DO OPERADOR NA CAIXA (ARQALERTA); O NIVEL 1
      * CONTA TAMBEM OS SEM ROTEAMENTO, COMO NO FPP184.
      *----------------------------------------------------------------
       CONTA-ALERTA.
           MOVE ZEROS TO W-ALEQTD
           OPEN INPUT CADALERTA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALERTA-FIM.
           MOVE W-LOGID TO W-ALEOPER.
       CONTA-ALERTA-ST.
           MOVE W-ALEOPER TO ALE-OPER
           START CADALERTA KEY IS EQUAL ALE-OPER
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALERTA-PROX.
       CONTA-ALERTA-LP.
           READ CADALERTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALERTA-PROX.
           IF ALE-OPER NOT = W-ALEOPER
              GO TO CONTA-ALERTA-PROX.
           IF ALE-STAT = "A"
              ADD 1 TO W-ALEQTD.
           GO TO CONTA-ALERTA-LP.
       CONTA-ALERTA-PROX.
           IF W-NIVEL = 1 AND W-ALEOPER NOT = SPACES
              MOVE SPACES TO W-ALEOPER
              GO TO CONTA-ALERTA-ST.
           CLOSE CADALERTA.
       CONTA-ALERTA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * FAVORITOS DO OPERADOR (ARQOPERFAV): CARREGA A LINHA DE
      * ATALHOS DO MENU.
      *----------------------------------------------------------------
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP083" OR "FPP092" OR "FPP093"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP123" OR "FPP127" OR "FPP129"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP130" OR "FPP131" OR "FPP132"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP133" OR "FPP142" OR "FPP146"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP148" OR "FPP157" OR "FPP158"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP159" OR "FPP160" OR "FPP163"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP164" OR "FPP170" OR "FPP172"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP178" OR "FPP182" OR "FPP183" OR "FPP185"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDTX = "FPP186"
              MOVE 1 TO W-CMDRESTR.
           IF W-CMDRESTR = 1 AND W-NIVEL NOT = 1
              MOVE "N" TO W-EVT
              CALL "FPP121.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP030"
              CALL "FPP030.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP031"
              CALL "FPP031.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP033"
              CALL "FPP033.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPPREL"
              MOVE "FPPREL" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPPREL.COB" USING W-RELPARM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP163"
              CALL "FPP163.COB" USING W-RELPARM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP005"
              CALL "FPP005.COB" USING W-RELPARM W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP006"
              CALL "FPP006.COB"
              CALL "FPP019.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP018"
              MOVE "FPP018" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP018.COB" USING W-RELPARM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP048"
              CALL "FPP038.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP041"
              MOVE "FPP041" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP041.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP039"
              CALL "FPP097.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP114"
              MOVE "FPP114" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP114.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP115"
              MOVE "FPP115" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP115.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP116"
           IF W-CMDTX = "FPP112"
              CALL "FPP112.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP124"
              CALL "FPP124.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP125"
              CALL "FPP125.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP126"
              CALL "FPP126.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP127"
              CALL "FPP127.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP128"
              MOVE W-LOGID TO W-PPPOPER
              MOVE ZEROS TO W-PPPCHAPA
              CALL "FPP128.COB" USING W-PPPPARM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP129"
              CALL "FPP129.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP130"
              CALL "FPP130.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP131"
              CALL "FPP131.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP132"
              CALL "FPP132.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP133"
              CALL "FPP133.COB" USING W-RELPARM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP134"
              CALL "FPP134.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP135"
              CALL "FPP135.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP136"
              CALL "FPP136.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP137"
              CALL "FPP137.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP138"
              CALL "FPP138.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP139"
              CALL "FPP139.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP140"
              CALL "FPP140.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP142"
              CALL "FPP142.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP143"
              CALL "FPP143.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP144"
              CALL "FPP144.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP145"
              CALL "FPP145.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP146"
              CALL "FPP146.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP147"
              CALL "FPP147.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP148"
              CALL "FPP148.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP149"
              CALL "FPP149.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP150"
              CALL "FPP150.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP151"
              CALL "FPP151.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP152"
              CALL "FPP152.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP153"
              CALL "FPP153.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP154"
              CALL "FPP154.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP155"
              CALL "FPP155.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP156"
              CALL "FPP156.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP165"
              CALL "FPP165.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP179"
              CALL "FPP179.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP180"
              CALL "FPP180.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP188"
              CALL "FPP188.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP189"
              CALL "FPP189.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP190"
              CALL "FPP190.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP191"
              CALL "FPP191.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP192"
              CALL "FPP192.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP193"
              CALL "FPP193.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP194"
              CALL "FPP194.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP195"
              CALL "FPP195.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP196"
              CALL "FPP196.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP197"
              CALL "FPP197.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP198"
              CALL "FPP198.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP181"
              CALL "FPP181.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP184"
              CALL "FPP184.COB" USING W-LOGID
              PERFORM CONTA-ALERTA THRU CONTA-ALERTA-FIM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP166"
              CALL "FPP166.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP167"
              CALL "FPP167.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP168"
              CALL "FPP168.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP169"
              CALL "FPP169.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP170"
              MOVE "FPP170" TO W-EXECPGM
              PERFORM GRAVA-EXEC THRU GRAVA-EXEC-FIM
              CALL "FPP170.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP171"
              CALL "FPP171.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP172"
              CALL "FPP172.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP175"
              CALL "FPP175.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP176"
              CALL "FPP176.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP177"
              CALL "FPP177.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP178"
              CALL "FPP178.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP182"
              CALL "FPP182.COB"
              PERFORM CONTA-ALERTA THRU CONTA-ALERTA-FIM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP183"
              CALL "FPP183.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP185"
              CALL "FPP185.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP186"
              CALL "FPP186.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP157"
              CALL "FPP157.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP158"
              CALL "FPP158.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP159"
              CALL "FPP159.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP160"
              CALL "FPP160.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP164"
              CALL "FPP164.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP011"
              CALL "FPP011.COB"
              GO TO CHAMA-TRANS-FIM.
              CALL "FPP012.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP013"
              CALL "FPP013.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP014"
              CALL "FPP014.COB" USING W-LOGID
              PERFORM VERIF-SENTINELA THRU VERIF-SENTINELA-FIM
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP020"
              CALL "FPP020.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP026"
              CALL "FPP026.COB" USING W-LOGID
              CALL "FPP060.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP058"
              CALL "FPP058.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP055"
              CALL "FPP055.COB" USING W-LOGID
              CALL "FPP043.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP009"
              CALL "FPP009.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP052"
              CALL "FPP052.COB"
              CALL "FPP109.COB"
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP113"
              CALL "FPP113.COB" USING W-LOGID
              GO TO CHAMA-TRANS-FIM.
           IF W-CMDTX = "FPP117"
              CALL "FPP117.COB"
       LOGIN-001.
           MOVE SPACES TO W-LOGID W-LOGSENHA
           DISPLAY TELALOGIN
           PERFORM MOSTRA-AMB THRU MOSTRA-AMB-FIM
           ACCEPT TLOGID
           ACCEPT TLOGSENHA.
      *----------------------------------------------------------------
           CLOSE CADOPER
           MOVE "L" TO W-EVT
           PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM
           PERFORM CONTA-ALERTA THRU CONTA-ALERTA-FIM
           GO TO LOGIN-FIM.
       LOGIN-FALHA.
           ADD 1 TO OPER-TENTFALHA
       PEGA-SEG-FIM.
           EXIT.
      *----------------------------------------------------------------
      * AMBIENTE DE TREINAMENTO: COM O ARQAMB NO DIRETORIO CORRENTE
      * TODAS AS TELAS DO MENU MOSTRAM A FAIXA DE TREINAMENTO.
      *----------------------------------------------------------------
       VERIF-AMB.
           MOVE ZEROS TO W-TREINO
           OPEN INPUT CADAMB
           IF ST-ERRO NOT = "00"
              GO TO VERIF-AMB-FIM.
           READ CADAMB
           IF ST-ERRO = "00" AND AMB-TIPO = "T"
              MOVE 1 TO W-TREINO.
           CLOSE CADAMB.
       VERIF-AMB-FIM.
           EXIT.
      *
       MOSTRA-AMB.
           IF W-TREINO = 1
              DISPLAY (01, 50) "*** TREINAMENTO ***".
       MOSTRA-AMB-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EVENTOS DE SESSAO NO CADLOG: L=LOGIN S=LOGOUT T=TIMEOUT
      * N=ACESSO NEGADO.
      *----------------------------------------------------------------
           MOVE W-EVT TO LOG-ACAO
           MOVE W-LOGID TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-EVT-FIM.
           EXIT.
      *----------------------------------------------------------------
      * EXECUCAO DE ETAPA DA FOLHA (CALCULO, REMESSA, LIBERACAO DA
      * CRITICA, APROVACAO DO GESTOR) NO CADLOG, ACAO "X" COM O
      * PROGRAMA NA CHAVE - BASE DO RELATORIO DE SEGREGACAO (FPP160).
      *----------------------------------------------------------------
       GRAVA-EXEC.
           MOVE W-LOGID TO LOG-OPERID
           ACCEPT W-HOJELOG FROM DATE YYYYMMDD
           ACCEPT W-HORALOG FROM TIME
           STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                  INTO LOG-DATAHORA
           MOVE "SISTEMA" TO LOG-ARQUIVO
           MOVE "X" TO LOG-ACAO
           MOVE W-EXECPGM TO LOG-CHAVE
           MOVE SPACES TO LOG-ANTES LOG-DEPOIS
           MOVE "G" TO W-LOGFUNC
           CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-EXEC-FIM.
           EXIT.
      *
      **********************
      * MENSAGENS          *
