       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP130.
      *AUTHOR. MARCOS THADEU OLIVEIRA DA SILVA
      ********************************************************
      * IMPORTACAO DO RETORNO DO ESOCIAL (RECIBOS E          *
      * REJEICOES), LAYOUT POSICIONAL, UMA LINHA POR EVENTO.  *
      * O RESULTADO FICA NO ARQESORET POR CHAPA/EVENTO, BASE  *
      * DA LISTA DE REJEICOES (FPP131) E DO AVISO DO FPP041   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESORET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RET-KEY
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
           SELECT CADCAT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAT-KEY
                      ALTERNATE RECORD KEY IS CAT-CODFUNC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADRETIMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CADRETRPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESORET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESORET.DAT".
       01 REGESORET.
      * SITUACAO: "A"=ACEITO  "R"=REJEITADO
      *           "C"=CORRIGIDO, AGUARDANDO RETRANSMISSAO.
          03 RET-STAT                 PIC X(01).
      * NUMERO DO RECIBO DO ULTIMO ENVIO ACEITO (SE HOUVER).
          03 RET-RECIBO               PIC X(23).
      * ATE 5 CODIGOS DE OCORRENCIA DE 6 POSICOES.
          03 RET-ERROS                PIC X(30).
          03 RET-DATAIMP              PIC 9(08).
          03 RET-COMPET               PIC 9(06).
          03 RET-FILIAL               PIC 9(02).
          03 RET-KEY.
              05 RET-CODFUNC          PIC 9(06).
      * EVENTO: "S2200" "S2299" "S2210" "S2230" "S2206" "S1200"
      *         "S1210".
              05 RET-EVENTO           PIC X(05).
      * INDICADOR DO S-2230: "I"=INICIO  "F"=FIM; BRANCO NOS DEMAIS.
              05 RET-IND              PIC X(01).
      * REFERENCIA DO EVENTO: DATA DE ADMISSAO/DESLIGAMENTO/EVENTO
      * (AAAAMMDD), SEQUENCIA DA CAT (S-2210) OU AAAAMM00 (S-1200 E
      * S-1210).
              05 RET-REFER            PIC 9(08).
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
       FD CADCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
          03 CAT-DATA                 PIC 9(08).
          03 CAT-HORA                 PIC 9(04).
          03 CAT-LOCAL                PIC X(30).
          03 CAT-PARTE                PIC X(20).
          03 CAT-LESAO                PIC X(20).
          03 CAT-TESTEM               PIC X(30).
          03 CAT-AFAST                PIC X(01).
          03 CAT-DIASAFAST            PIC 9(03).
          03 CAT-ATESEQ               PIC 9(02).
          03 CAT-ASOSEQ               PIC 9(02).
          03 CAT-ESOSTAT              PIC X(01).
          03 CAT-KEY.
              05 CAT-CODFUNC          PIC 9(06).
              05 CAT-SEQ              PIC 9(02).
      *-----------------------------------------------------------------
       FD CADRETIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESORET.TXT".
       01 REGRETIMP.
          03 RTX-EVENTO               PIC X(05).
          03 RTX-IND                  PIC X(01).
          03 RTX-CPF                  PIC 9(11).
          03 RTX-REFER                PIC 9(08).
      * RESULTADO: "A"=ACEITO  "R"=REJEITADO.
          03 RTX-RESULT               PIC X(01).
          03 RTX-RECIBO               PIC X(23).
          03 RTX-ERROS                PIC X(30).
      *-----------------------------------------------------------------
       FD CADRETRPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEARQ.
       01 REGRETRPT    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPCAO         PIC X(01) VALUE SPACES.
       01 W-TOTLIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOTACEITOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTREJEIT     PIC 9(06) VALUE ZEROS.
       01 W-TOTERROS      PIC 9(06) VALUE ZEROS.
       01 W-RETNOVO       PIC 9(01) VALUE ZEROS.
       01 W-CATARQ        PIC 9(01) VALUE ZEROS.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOMEARQ       PIC X(20) VALUE SPACES.
       01 W-NOMEARQ1.
          03 FILLER       PIC X(08) VALUE "CADRETRL".
          03 W-NOMEARQ-DD PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-MM PIC 9(02) VALUE ZEROS.
          03 W-NOMEARQ-AA PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 CAB1.
                03 FILLER PIC X(40) VALUE
                        "IMPORTACAO DO RETORNO DO ESOCIAL        ".
       01 LINREJ.
                03 FILLER      PIC X(11) VALUE "REJEITADO: ".
                03 LR-COD      PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-EVENTO   PIC X(05).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-IND      PIC X(01).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-REFER    PIC 9(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-ERROS    PIC X(30).
       01 LINERR.
                03 FILLER      PIC X(20) VALUE "CPF NAO CADASTRADO: ".
                03 LE-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE " ".
                03 LE-EVENTO   PIC X(05).
       01 LINTOT.
                03 FILLER      PIC X(20) VALUE "REGISTROS LIDOS     ".
                03 LT-LIDOS    PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER      PIC X(20) VALUE "EVENTOS ACEITOS     ".
                03 LT-ACEIT    PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER      PIC X(20) VALUE "EVENTOS REJEITADOS  ".
                03 LT-REJ      PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER      PIC X(20) VALUE "REGISTROS COM ERRO  ".
                03 LT-ERROS    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** IMPORTACAO DO RETORNO DO ESOCIAL ***".
           05  LINE 10  COLUMN 01
               VALUE  " ARQUIVO DE ENTRADA : CADESORET.TXT".
           05  LINE 12  COLUMN 01
               VALUE  " UMA LINHA POR EVENTO: RECIBO (ACEITO) OU".
           05  LINE 12  COLUMN 43
               VALUE  " CODIGOS DE ERRO (REJEITADO).".
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
                MOVE ZEROS TO W-TOTLIDOS W-TOTACEITOS W-TOTREJEIT
                MOVE ZEROS TO W-TOTERROS
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
           OPEN I-O CADESORET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESORET
                 CLOSE CADESORET
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESORET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADESORET
                      GO TO ROT-FIM2.
           OPEN INPUT CADRETIMP
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETIMP" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADESORET CADFUNC
                      GO TO ROT-FIM2.
      * A CAT (ARQCAT) E OPCIONAL: SO DA A COMPETENCIA DO S-2210.
           MOVE ZEROS TO W-CATARQ
           OPEN INPUT CADCAT
           IF ST-ERRO = "00"
              MOVE 1 TO W-CATARQ.
      *
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-NOMEARQ-DD
           MOVE W-HOJE(5:2) TO W-NOMEARQ-MM
           MOVE W-HOJE(1:4) TO W-NOMEARQ-AA
           MOVE W-NOMEARQ1 TO W-NOMEARQ
           OPEN OUTPUT CADRETRPT
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETRPT" TO
                                                                   MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           WRITE REGRETRPT FROM CAB1.
      *
       PROC-IMPORTA.
           READ CADRETIMP
              AT END
                 GO TO ROT-TOTAIS.
           ADD 1 TO W-TOTLIDOS
           IF RTX-CPF = ZEROS OR RTX-EVENTO = SPACES
              ADD 1 TO W-TOTERROS
              GO TO PROC-IMPORTA.
           IF RTX-RESULT NOT = "A" AND RTX-RESULT NOT = "R"
              ADD 1 TO W-TOTERROS
              GO TO PROC-IMPORTA.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-ACHOU = 0
              ADD 1 TO W-TOTERROS
              MOVE RTX-CPF TO LE-CPF
              MOVE RTX-EVENTO TO LE-EVENTO
              WRITE REGRETRPT FROM LINERR
              GO TO PROC-IMPORTA.
           MOVE ZEROS TO W-RETNOVO
           MOVE CODFUNC TO RET-CODFUNC
           MOVE RTX-EVENTO TO RET-EVENTO
           MOVE RTX-IND TO RET-IND
           MOVE RTX-REFER TO RET-REFER
           READ CADESORET
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-RETNOVO
              MOVE SPACES TO RET-RECIBO.
           MOVE CODFUNC TO RET-CODFUNC
           MOVE RTX-EVENTO TO RET-EVENTO
           MOVE RTX-IND TO RET-IND
           MOVE RTX-REFER TO RET-REFER
           MOVE W-HOJE TO RET-DATAIMP
           MOVE FILIAL TO RET-FILIAL
           PERFORM DEF-COMPET THRU DEF-COMPET-FIM
      * ACEITO GRAVA O RECIBO E LIMPA OS ERROS; NA REJEICAO O RECIBO
      * DO ENVIO ANTERIOR (SE HOUVER) E MANTIDO PARA A RETIFICACAO.
           IF RTX-RESULT = "A"
              MOVE "A" TO RET-STAT
              MOVE RTX-RECIBO TO RET-RECIBO
              MOVE SPACES TO RET-ERROS
              ADD 1 TO W-TOTACEITOS
           ELSE
              MOVE "R" TO RET-STAT
              MOVE RTX-ERROS TO RET-ERROS
              ADD 1 TO W-TOTREJEIT
              MOVE CODFUNC TO LR-COD
              MOVE RTX-EVENTO TO LR-EVENTO
              MOVE RTX-IND TO LR-IND
              MOVE RTX-REFER TO LR-REFER
              MOVE RTX-ERROS TO LR-ERROS
              WRITE REGRETRPT FROM LINREJ.
           IF W-RETNOVO = 1
              WRITE REGESORET
           ELSE
              REWRITE REGESORET.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-TOTERROS.
           GO TO PROC-IMPORTA.
      *----------------------------------------------------------------
      * O RETORNO IDENTIFICA O TRABALHADOR PELO CPF; O CADFUNC NAO
      * TEM CHAVE POR CPF, ENTAO A BUSCA E SEQUENCIAL. COM O CPF
      * REPETIDO (READMISSAO) FICA A CHAPA MAIS RECENTE.
      *----------------------------------------------------------------
       BUSCA-CPF.
           MOVE ZEROS TO W-ACHOU
           MOVE LOW-VALUES TO CODFUNC
           START CADFUNC KEY IS NOT LESS CODFUNC INVALID KEY
                 GO TO BUSCA-CPF-FIM.
       BUSCA-CPF-LP.
           READ CADFUNC NEXT RECORD
              AT END
                 GO TO BUSCA-CPF-REL.
           IF CPF NOT = RTX-CPF
              GO TO BUSCA-CPF-LP.
           MOVE 1 TO W-ACHOU
           MOVE CODFUNC TO RET-CODFUNC
           GO TO BUSCA-CPF-LP.
       BUSCA-CPF-REL.
           IF W-ACHOU = 1
              MOVE RET-CODFUNC TO CODFUNC
              READ CADFUNC.
       BUSCA-CPF-FIM.
           EXIT.
      *----------------------------------------------------------------
      * COMPETENCIA DO EVENTO: A PROPRIA REFERENCIA QUANDO E DATA
      * (OU AAAAMM00); NA CAT, A DATA DO ACIDENTE; NA FALTA, O MES
      * DA IMPORTACAO.
      *----------------------------------------------------------------
       DEF-COMPET.
           MOVE W-HOJE(1:6) TO RET-COMPET
           IF RET-EVENTO = "S2210"
              GO TO DEF-COMPET-CAT.
           IF RET-REFER > 19000000
              MOVE RET-REFER(1:6) TO RET-COMPET.
           GO TO DEF-COMPET-FIM.
       DEF-COMPET-CAT.
           IF W-CATARQ NOT = 1
              GO TO DEF-COMPET-FIM.
           MOVE RET-CODFUNC TO CAT-CODFUNC
           MOVE RET-REFER TO CAT-SEQ
           READ CADCAT
           IF ST-ERRO = "00"
              MOVE CAT-DATA(1:6) TO RET-COMPET.
       DEF-COMPET-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-TOTLIDOS TO LT-LIDOS
           WRITE REGRETRPT FROM LINTOT.
           MOVE W-TOTACEITOS TO LT-ACEIT
           WRITE REGRETRPT FROM LINTOT2.
           MOVE W-TOTREJEIT TO LT-REJ
           WRITE REGRETRPT FROM LINTOT3.
           MOVE W-TOTERROS TO LT-ERROS
           WRITE REGRETRPT FROM LINTOT4.
      *
           DISPLAY (19, 10) "ACEITOS   : "
           DISPLAY (19, 22) W-TOTACEITOS
           DISPLAY (20, 10) "REJEITADOS: "
           DISPLAY (20, 22) W-TOTREJEIT
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
           IF W-CATARQ = 1
              CLOSE CADCAT.
           CLOSE CADESORET CADFUNC CADRETIMP CADRETRPT.
       ROT-FIM2.
           EXIT PROGRAM.
