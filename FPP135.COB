       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP135.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * IMPORTACAO DA AVERBACAO MENSAL DO BANCO CONVENIADO   *
      * (EMPRESTIMO CONSIGNADO): CONTRATO NOVO, RENEGOCIACAO *
      * E QUITACAO ANTECIPADA, LAYOUT POSICIONAL, UMA LINHA  *
      * POR CONTRATO. A CHAPA E ACHADA PELO CPF E O ARQEMPR  *
      * (FPP034) E CRIADO OU ATUALIZADO; O NUMERO DO         *
      * CONTRATO FICA NO ARQEMPCT, BASE DO REPASSE (FPP136)  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMPR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EMPCODFUNC
                      FILE STATUS  IS ST-ERRO.
           SELECT CADEMPCT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CT-CODFUNC
                      FILE STATUS  IS ST-ERRO.
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
           SELECT CADAVBIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADAVBRPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
          03 EMPVALORTOT              PIC 9(06)V99.
          03 EMPVALPARC               PIC 9(06)V99.
          03 EMPQTDPARC               PIC 9(02).
          03 EMPPARCPAGAS             PIC 9(02).
          03 EMPSALDO                 PIC 9(06)V99.
          03 EMPSTAT                  PIC X(01).
          03 EMPULTCOMP               PIC 9(06).
          03 EMPCODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
      * CONTRATO DO BANCO POR CHAPA (O ARQEMPR TEM UM EMPRESTIMO POR
      * CHAPA E NAO GUARDA O NUMERO DO CONTRATO).
      * ULTIMA OPERACAO: "N"=NOVO "R"=RENEGOCIADO "Q"=QUITADO.
       FD CADEMPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPCT.DAT".
       01 REGEMPCT.
          03 CT-CONTRATO              PIC X(15).
          03 CT-BANCO                 PIC 9(03).
          03 CT-OPER                  PIC X(01).
          03 CT-DATAOPER              PIC 9(08).
          03 CT-DATAIMP               PIC 9(08).
          03 CT-CODFUNC               PIC 9(06).
      *-----------------------------------------------------------------
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
      * ARQUIVO DO BANCO: HEADER "0", DETALHE "1", TRAILER "9".
      * OPERACAO DO DETALHE: "N"=CONTRATO NOVO  "R"=RENEGOCIACAO
      *                      "Q"=QUITACAO ANTECIPADA.
       FD CADAVBIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIG.TXT".
       01 REGAVBIMP.
          03 AVX-TIPOREG              PIC X(01).
          03 AVX-OPER                 PIC X(01).
          03 AVX-CPF                  PIC 9(11).
          03 AVX-CONTRATO             PIC X(15).
          03 AVX-VALORTOT             PIC 9(06)V99.
          03 AVX-VALPARC              PIC 9(06)V99.
          03 AVX-QTDPARC              PIC 9(02).
          03 AVX-SALDO                PIC 9(06)V99.
          03 AVX-DATA                 PIC 9(08).
       01 REGAVBHDR.
          03 AVH-TIPOREG              PIC X(01).
          03 AVH-BANCO                PIC 9(03).
          03 AVH-DATA                 PIC 9(08).
          03 FILLER                   PIC X(58).
      *-----------------------------------------------------------------
       FD CADAVBRPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGAVBRPT    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-TOTLIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOTNOVOS      PIC 9(06) VALUE ZEROS.
       01 W-TOTRENEG      PIC 9(06) VALUE ZEROS.
       01 W-TOTQUIT       PIC 9(06) VALUE ZEROS.
       01 W-TOTERROS      PIC 9(06) VALUE ZEROS.
       01 W-EMPNOVO       PIC 9(01) VALUE ZEROS.
       01 W-CTNOVO        PIC 9(01) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-ACHCOD        PIC 9(06) VALUE ZEROS.
       01 W-ACHATIVO      PIC 9(01) VALUE ZEROS.
       01 W-BANCO         PIC 9(03) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADAVBRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 CAB1.
                03 FILLER PIC X(45) VALUE
                        "IMPORTACAO DA AVERBACAO DE CONSIGNADO - BANCO".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 CAB1-BANCO  PIC 999.
       01 LINOK.
                03 LO-OPER     PIC X(14).
                03 LO-COD      PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LO-CONTRATO PIC X(15).
                03 FILLER      PIC X(01) VALUE " ".
                03 LO-PARC     PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE "x".
                03 LO-QTD      PIC 99.
                03 FILLER      PIC X(08) VALUE "  SALDO ".
                03 LO-SALDO    PIC ZZZ.ZZ9,99.
       01 LINERR.
                03 FILLER      PIC X(08) VALUE "ERRO   ".
                03 LE-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE " ".
                03 LE-CONTRATO PIC X(15).
                03 FILLER      PIC X(01) VALUE " ".
                03 LE-MOTIVO   PIC X(40).
       01 LINTOT.
                03 FILLER      PIC X(20) VALUE "REGISTROS LIDOS     ".
                03 LT-LIDOS    PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER      PIC X(20) VALUE "CONTRATOS NOVOS     ".
                03 LT-NOVOS    PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER      PIC X(20) VALUE "RENEGOCIACOES       ".
                03 LT-RENEG    PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER      PIC X(20) VALUE "QUITACOES ANTECIP.  ".
                03 LT-QUIT     PIC ZZZZZ9.
       01 LINTOT5.
                03 FILLER      PIC X(20) VALUE "REGISTROS COM ERRO  ".
                03 LT-ERROS    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** AVERBACAO DE CONSIGNADO (ARQUIVO DO".
           05  LINE 02  COLUMN 42
               VALUE  " BANCO) ***".
           05  LINE 10  COLUMN 01
               VALUE  " ARQUIVO DE ENTRADA : CADCONSIG.TXT".
           05  LINE 12  COLUMN 01
               VALUE  " UMA LINHA POR CONTRATO: N=NOVO, R=RENEGO".
           05  LINE 12  COLUMN 42
               VALUE  "CIACAO, Q=QUITACAO ANTECIPADA.".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA A IMPORTACAO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 18  COLUMN 32  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-TOTLIDOS W-TOTNOVOS W-TOTRENEG
                MOVE ZEROS TO W-TOTQUIT W-TOTERROS W-BANCO
                DISPLAY TELAPRINCIPAL.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                ACCEPT TW-OPCAO
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
                   MOVE "*** DIGITE S=SIM  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-OPCAO = "N"
                   GO TO ROT-FIM2.
       INC-OP0.
           OPEN I-O CADEMPR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEMPR
                 CLOSE CADEMPR
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADEMPCT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEMPCT
                 CLOSE CADEMPCT
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPCT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEMPR
                 GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR CADEMPCT
                      GO TO ROT-FIM2.
           OPEN INPUT CADAVBIMP
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSIG" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPR CADEMPCT CADFUNC
                      GO TO ROT-FIM2.
      *
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADAVBRPT
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVBRPT" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       PROC-IMPORTA.
           READ CADAVBIMP
              AT END
                 GO TO ROT-TOTAIS.
           IF AVX-TIPOREG = "9"
              GO TO ROT-TOTAIS.
           IF AVX-TIPOREG = "0"
              MOVE AVH-BANCO TO W-BANCO
              MOVE W-BANCO TO CAB1-BANCO
              WRITE REGAVBRPT FROM CAB1
              GO TO PROC-IMPORTA.
           ADD 1 TO W-TOTLIDOS
           IF AVX-TIPOREG NOT = "1" OR AVX-CPF = ZEROS
              OR AVX-CONTRATO = SPACES
              MOVE "REGISTRO INVALIDO (TIPO/CPF/CONTRATO)" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF AVX-OPER NOT = "N" AND "R" AND "Q"
              MOVE "OPERACAO INVALIDA (N/R/Q)" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF AVX-OPER NOT = "Q"
              IF AVX-VALPARC = ZEROS OR AVX-QTDPARC = ZEROS
                 OR AVX-VALPARC > AVX-VALORTOT
                 MOVE "VALORES DO CONTRATO INVALIDOS" TO LE-MOTIVO
                 GO TO PROC-ERRO.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ACHOU = 0
              MOVE "CPF NAO CADASTRADO" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF AVX-OPER NOT = "Q" AND W-ACHATIVO = 0
              MOVE "FUNCIONARIO DESLIGADO" TO LE-MOTIVO
              GO TO PROC-ERRO.
      *
           MOVE ZEROS TO W-EMPNOVO W-CTNOVO
           MOVE CODFUNC TO EMPCODFUNC
           READ CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-EMPNOVO.
           MOVE CODFUNC TO CT-CODFUNC
           READ CADEMPCT
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-CTNOVO
              MOVE SPACES TO CT-CONTRATO.
           IF AVX-OPER = "N"
              GO TO PROC-NOVO.
           IF AVX-OPER = "R"
              GO TO PROC-RENEG.
           GO TO PROC-QUITA.
      *----------------------------------------------------------------
      * CONTRATO NOVO: A CHAPA NAO PODE TER OUTRO EMPRESTIMO ATIVO
      * (O ARQEMPR GUARDA UM SO POR CHAPA).
      *----------------------------------------------------------------
       PROC-NOVO.
           IF W-EMPNOVO = 0 AND EMPSTAT = "A" AND EMPSALDO > ZEROS
              AND CT-CONTRATO NOT = AVX-CONTRATO
              MOVE "CHAPA JA TEM CONTRATO ATIVO" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE ZEROS TO EMPPARCPAGAS EMPULTCOMP
           PERFORM MOVE-CONTRATO THRU MOVE-CONTRATO-FIM
           ADD 1 TO W-TOTNOVOS
           MOVE "NOVO         " TO LO-OPER
           GO TO PROC-GRAVA.
      *----------------------------------------------------------------
      * RENEGOCIACAO: SUBSTITUI PARCELA, PRAZO E SALDO DO CONTRATO
      * DA CHAPA; A ULTIMA COMPETENCIA DESCONTADA E MANTIDA PARA NAO
      * DESCONTAR DUAS VEZES NA MESMA FOLHA.
      *----------------------------------------------------------------
       PROC-RENEG.
           IF W-EMPNOVO = 1
              MOVE "RENEGOCIACAO SEM CONTRATO NA CHAPA" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE ZEROS TO EMPPARCPAGAS
           PERFORM MOVE-CONTRATO THRU MOVE-CONTRATO-FIM
           ADD 1 TO W-TOTRENEG
           MOVE "RENEGOCIADO  " TO LO-OPER
           GO TO PROC-GRAVA.
      *----------------------------------------------------------------
      * QUITACAO ANTECIPADA: ZERA O SALDO E ENCERRA O DESCONTO.
      *----------------------------------------------------------------
       PROC-QUITA.
           IF W-EMPNOVO = 1
              MOVE "QUITACAO SEM CONTRATO NA CHAPA" TO LE-MOTIVO
              GO TO PROC-ERRO.
           IF W-CTNOVO = 0 AND CT-CONTRATO NOT = AVX-CONTRATO
              MOVE "CONTRATO DIFERENTE DO AVERBADO" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE ZEROS TO EMPSALDO
           MOVE "Q" TO EMPSTAT
           ADD 1 TO W-TOTQUIT
           MOVE "QUITADO      " TO LO-OPER.
       PROC-GRAVA.
           MOVE CODFUNC TO EMPCODFUNC
           IF W-EMPNOVO = 1
              WRITE REGEMPR
           ELSE
              REWRITE REGEMPR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQEMPR" TO LE-MOTIVO
              GO TO PROC-ERRO.
           MOVE AVX-CONTRATO TO CT-CONTRATO
           MOVE W-BANCO TO CT-BANCO
           MOVE AVX-OPER TO CT-OPER
           MOVE AVX-DATA TO CT-DATAOPER
           MOVE W-HOJE TO CT-DATAIMP
           MOVE CODFUNC TO CT-CODFUNC
           IF W-CTNOVO = 1
              WRITE REGEMPCT
           ELSE
              REWRITE REGEMPCT.
           MOVE CODFUNC TO LO-COD
           MOVE AVX-CONTRATO TO LO-CONTRATO
           MOVE EMPVALPARC TO LO-PARC
           MOVE EMPQTDPARC TO LO-QTD
           MOVE EMPSALDO TO LO-SALDO
           WRITE REGAVBRPT FROM LINOK
           GO TO PROC-IMPORTA.
       PROC-ERRO.
           ADD 1 TO W-TOTERROS
           MOVE AVX-CPF TO LE-CPF
           MOVE AVX-CONTRATO TO LE-CONTRATO
           WRITE REGAVBRPT FROM LINERR
           GO TO PROC-IMPORTA.
      *----------------------------------------------------------------
      * DADOS DO CONTRATO VINDOS DO BANCO; SEM SALDO INFORMADO, O
      * SALDO DEVEDOR E O VALOR TOTAL.
      *----------------------------------------------------------------
       MOVE-CONTRATO.
           MOVE AVX-VALORTOT TO EMPVALORTOT
           MOVE AVX-VALPARC TO EMPVALPARC
           MOVE AVX-QTDPARC TO EMPQTDPARC
           MOVE AVX-SALDO TO EMPSALDO
           IF EMPSALDO = ZEROS
              MOVE AVX-VALORTOT TO EMPSALDO.
           MOVE "A" TO EMPSTAT.
       MOVE-CONTRATO-FIM.
           EXIT.
      *----------------------------------------------------------------
      * O BANCO IDENTIFICA O TRABALHADOR PELO CPF; O CADFUNC NAO
      * TEM CHAVE POR CPF, ENTAO A BUSCA E SEQUENCIAL. COM O CPF
      * REPETIDO (READMISSAO) FICA A CHAPA ATIVA MAIS RECENTE.
      *----------------------------------------------------------------
       BUSCA-CPF.
           MOVE ZEROS TO W-ACHOU W-ACHATIVO W-ACHCOD
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO BUSCA-CPF-FIM.
       BUSCA-CPF-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO BUSCA-CPF-REL.
           IF CPF NOT = AVX-CPF
              GO TO BUSCA-CPF-LP.
           IF FUNCSTAT = "D" AND W-ACHATIVO = 1
              GO TO BUSCA-CPF-LP.
           MOVE 1 TO W-ACHOU
           MOVE CODFUNC TO W-ACHCOD
           IF FUNCSTAT NOT = "D"
              MOVE 1 TO W-ACHATIVO.
           GO TO BUSCA-CPF-LP.
       BUSCA-CPF-REL.
           IF W-ACHOU = 1
              MOVE W-ACHCOD TO CODFUNC
              READ CADFUNC.
       BUSCA-CPF-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-TOTLIDOS TO LT-LIDOS
           WRITE REGAVBRPT FROM LINTOT.
           MOVE W-TOTNOVOS TO LT-NOVOS
           WRITE REGAVBRPT FROM LINTOT2.
           MOVE W-TOTRENEG TO LT-RENEG
           WRITE REGAVBRPT FROM LINTOT3.
           MOVE W-TOTQUIT TO LT-QUIT
           WRITE REGAVBRPT FROM LINTOT4.
           MOVE W-TOTERROS TO LT-ERROS
           WRITE REGAVBRPT FROM LINTOT5.
      *
           DISPLAY (19, 10) "ATUALIZADOS: "
           COMPUTE W-TOTLIDOS = W-TOTNOVOS + W-TOTRENEG + W-TOTQUIT
           DISPLAY (19, 23) W-TOTLIDOS
           DISPLAY (20, 10) "COM ERRO   : "
           DISPLAY (20, 23) W-TOTERROS
           MOVE "IMPORTACAO CONCLUIDA COM SUCESSO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * MENSAGENS          *
      **********************
      *
       ROT-MENS.
           DISPLAY (24, 13) LIMPA
           DISPLAY (24, 13) MENS.
       ROT-MENS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADEMPR CADEMPCT CADFUNC CADAVBIMP CADAVBRPT.
       ROT-FIM2.
           EXIT PROGRAM.
