                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS VAG-NUM
                      FILE STATUS  IS ST-ERRO.
           SELECT CADCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAN-NUM
                      ALTERNATE RECORD KEY IS CAN-VAGNUM
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CAN-CPF
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADPIX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIX-KEY
                      FILE STATUS  IS ST-ERRO.
           SELECT CADREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RDM-CODFUNC
                      ALTERNATE RECORD KEY IS RDM-CODANT
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
           SELECT CADFUT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FUT-KEY
                      ALTERNATE RECORD KEY IS FUT-DATAEF
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 VAG-DATAAPR              PIC 9(08).
          03 VAG-NUM                  PIC 9(06).
      *-----------------------------------------------------------------
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
          03 CAN-NUM                  PIC 9(06).
          03 CAN-VAGNUM               PIC 9(06).
          03 CAN-CPF                  PIC 9(11).
          03 CAN-NOME                 PIC X(30).
          03 CAN-ETAPA                PIC X(01).
          03 CAN-DATACAD              PIC 9(08).
          03 CAN-DATAENT              PIC 9(08).
          03 CAN-ENTREV               PIC 9(06).
          03 CAN-DATAETAPA            PIC 9(08).
          03 CAN-OPER                 PIC X(08).
          03 CAN-CODFUNC              PIC 9(06).
          03 CAN-DATACONTR            PIC 9(08).
      *-----------------------------------------------------------------
       FD CADPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPIX.DAT".
       01 REGPIX.
          03 PIX-KEY.
              05 PIX-ORIG             PIC X(01).
              05 PIX-COD              PIC 9(06).
              05 PIX-SEQ              PIC 9(02).
          03 PIX-FORMA                PIC X(01).
          03 PIX-TIPOCH               PIC X(01).
          03 PIX-CHAVE                PIC X(77).
          03 PIX-DATAALT              PIC 9(08).
      *-----------------------------------------------------------------
      * VINCULO DE READMISSAO GRAVADO PELO FPP004 (VER LAYOUT LA).
       FD CADREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CODFUNC              PIC 9(06).
          03 RDM-CODANT               PIC 9(06).
          03 RDM-ORIGANT              PIC X(01).
          03 RDM-ADMANT               PIC 9(08).
          03 RDM-DEMANT               PIC 9(08).
          03 RDM-MOTANT               PIC X(01).
          03 RDM-CARANT               PIC 9(03).
          03 RDM-EXPER                PIC X(01).
          03 RDM-AVISO90              PIC X(01).
          03 RDM-DATAREG              PIC 9(08).
      *-----------------------------------------------------------------
      * ALTERACOES PROGRAMADAS (FPP177), APLICADAS PELO FPP178.
      *-----------------------------------------------------------------
       FD CADFUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUTMOV.DAT".
       01 REGFUT.
          03 FUT-DATAEF               PIC 9(08).
          03 FUT-CARNOV               PIC 9(03).
          03 FUT-DEPNOV               PIC 9(03).
          03 FUT-NVLNOV               PIC 9(02).
          03 FUT-FILNOV               PIC 9(02).
          03 FUT-REGNOV               PIC X(01).
          03 FUT-STAT                 PIC X(01).
          03 FUT-OPER                 PIC X(08).
          03 FUT-DATAREG              PIC 9(08).
          03 FUT-APROV                PIC X(08).
          03 FUT-PNDSEQ               PIC 9(06).
          03 FUT-DATAPROC             PIC 9(08).
          03 FUT-MOTIVO               PIC X(40).
          03 FUT-KEY.
              05 FUT-CODFUNC          PIC 9(06).
              05 FUT-SEQ              PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-CHKPIS        PIC 9(11) VALUE ZEROS.
       01 W-CHKCOD        PIC 9(06) VALUE ZEROS.
       01 W-DOCDUP        PIC 9(01) VALUE ZEROS.
      *----------[ REQUISICAO DE VAGA RESERVADA PELA PENDENCIA ]--------
       01 W-VAGARQ        PIC 9(01) VALUE ZEROS.
       01 W-VAGACAO       PIC X(01) VALUE SPACES.
       01 W-VAGNUMP       PIC 9(06) VALUE ZEROS.
       01 W-CANARQ        PIC 9(01) VALUE ZEROS.
       01 W-CANNUMP       PIC 9(06) VALUE ZEROS.
       01 W-HOJECAN       PIC 9(08) VALUE ZEROS.
       01 W-RDMARQ        PIC 9(01) VALUE ZEROS.
       01 W-FUTARQ        PIC 9(01) VALUE ZEROS.
       01 W-FUTANT        PIC X(107) VALUE SPACES.
      *----------[ IMAGENS DA PENDENCIA "X" (FORMA PGTO / PIX) ]--------
       01 W-PIXANT        PIC X(96) VALUE SPACES.
       01 W-PIXANTX REDEFINES W-PIXANT.
           03 FILLER        PIC X(09).
           03 WA-PIXDADOS   PIC X(79).
           03 FILLER        PIC X(08).
       01 W-PIXDEP        PIC X(96) VALUE SPACES.
       01 W-ACHOU         PIC 9(01) VALUE ZEROS.
       01 W-PIXATU        PIC X(96) VALUE SPACES.
       01 W-PIXATUX REDEFINES W-PIXATU.
           03 FILLER        PIC X(09).
           03 WU-PIXDADOS   PIC X(79).
           03 FILLER        PIC X(08).
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERID       PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  BLANK SCREEN.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0X.
           OPEN I-O CADPIX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPIX
                 CLOSE CADPIX
                 GO TO R0X
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPIX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0V.
      * O CONTROLE DE REQUISICAO DE VAGA (FPP118) E OPCIONAL: A
      * DECISAO DA PENDENCIA DE INCLUSAO FECHA OU DEVOLVE A
           OPEN I-O CADVAGA
           IF ST-ERRO = "00"
              MOVE 1 TO W-VAGARQ.
       R0R.
      * VINCULO DE READMISSAO (FPP004): A INCLUSAO REJEITADA DESFAZ.
           MOVE ZEROS TO W-RDMARQ
           OPEN I-O CADREADM
           IF ST-ERRO = "00"
              MOVE 1 TO W-RDMARQ.
       R0FT.
      * ALTERACOES PROGRAMADAS (FPP177): A PENDENCIA "F" SO MUDA A
      * SITUACAO DA ALTERACAO; O CADFUNC E ATUALIZADO NA DATA DE
      * VIGENCIA PELO FPP178.
           MOVE ZEROS TO W-FUTARQ
           OPEN I-O CADFUT
           IF ST-ERRO = "00"
              MOVE 1 TO W-FUTARQ.
       R0CA.
      * CANDIDATOS (FPP143) TAMBEM SAO OPCIONAIS: A ADMISSAO
      * EFETIVADA MARCA O CANDIDATO COMO CONTRATADO.
           MOVE ZEROS TO W-CANARQ
           IF W-VAGARQ = 1
              OPEN I-O CADCAND
              IF ST-ERRO = "00"
                 MOVE 1 TO W-CANARQ.
       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           IF PNDTIPO = "X"
              GO TO APROVA-PIX.
           IF PNDTIPO = "F"
              GO TO APROVA-FUT.
      * A UNICIDADE DE CPF/PIS E RECONFERIDA AQUI: NA DIGITACAO A
      * OUTRA PENDENCIA AINDA NAO ESTAVA NO CADASTRO, ENTAO DUAS
      * INCLUSOES COM O MESMO DOCUMENTO PASSARIAM AS DUAS.
              ADD 1 TO W-TOTREJ
              MOVE "A" TO W-VAGACAO
              PERFORM TRATA-VAGA THRU TRATA-VAGA-FIM
              PERFORM DESFAZ-READM THRU DESFAZ-READM-FIM
              MOVE "* CPF/PIS JA CADASTRADO - PENDENCIA REJEITADA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ADD 1 TO W-TOTREJ
                 MOVE "A" TO W-VAGACAO
                 PERFORM TRATA-VAGA THRU TRATA-VAGA-FIM
                 PERFORM DESFAZ-READM THRU DESFAZ-READM-FIM
                 GO TO R1-RD
              END-IF
           ELSE
           MOVE "*** PENDENCIA APROVADA E APLICADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *----------------------------------------------------------------
      * PENDENCIA "X": FORMA DE PAGAMENTO / CHAVE PIX DA CHAPA. AS
      * IMAGENS SAO DO ARQPIX; SEM REGISTRO NO ARQUIVO VALE A FORMA
      * "C" SEM CHAVE. SE O ARQPIX MUDOU DEPOIS DO PEDIDO, A
      * PENDENCIA E REJEITADA COMO NAS DEMAIS.
      *----------------------------------------------------------------
       APROVA-PIX.
           MOVE PNDANTES TO W-PIXANT
           MOVE PNDDEPOIS TO W-PIXDEP
           MOVE W-PIXDEP TO REGPIX
           READ CADPIX
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU
           ELSE
              MOVE ZEROS TO W-ACHOU
              MOVE W-PIXDEP TO REGPIX
              MOVE "C" TO PIX-FORMA
              MOVE SPACES TO PIX-TIPOCH PIX-CHAVE.
           MOVE REGPIX TO W-PIXATU
           IF WU-PIXDADOS NOT = WA-PIXDADOS
              MOVE "R" TO PNDSTAT
              MOVE W-OPERID TO PNDAPROV
              REWRITE REGPEND
              ADD 1 TO W-TOTREJ
              MOVE "* REGISTRO MUDOU APOS O PEDIDO - REJEITADA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE W-PIXDEP TO REGPIX
           IF W-ACHOU = 1
              REWRITE REGPIX
           ELSE
              WRITE REGPIX.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO AO APLICAR A PENDENCIA NO CADPIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE "A" TO PNDSTAT
           MOVE W-OPERID TO PNDAPROV
           REWRITE REGPEND
           MOVE "CADPIX" TO LOG-ARQUIVO
           IF W-ACHOU = 1
              MOVE "A" TO LOG-ACAO
           ELSE
              MOVE "I" TO LOG-ACAO.
           MOVE PNDCHAVE TO LOG-CHAVE
           MOVE PNDANTES TO LOG-ANTES
           MOVE PNDDEPOIS TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-TOTAPROV
           MOVE "*** PENDENCIA APROVADA E APLICADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *----------------------------------------------------------------
      * PENDENCIA "F": ALTERACAO PROGRAMADA. A IMAGEM "DEPOIS" E O
      * REGISTRO DO ARQFUTMOV; APROVADA, A ALTERACAO PASSA DE "P"
      * PARA "A" E FICA AGUARDANDO A DATA DE VIGENCIA. SE JA FOI
      * CANCELADA PELO SOLICITANTE, A PENDENCIA E REJEITADA.
      *----------------------------------------------------------------
       APROVA-FUT.
           IF W-FUTARQ NOT = 1
              MOVE "* ARQFUTMOV AUSENTE - PENDENCIA NAO TRATADA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE PNDDEPOIS TO REGFUT
           READ CADFUT
           IF ST-ERRO NOT = "00" OR FUT-STAT NOT = "P"
              MOVE "R" TO PNDSTAT
              MOVE W-OPERID TO PNDAPROV
              REWRITE REGPEND
              ADD 1 TO W-TOTREJ
              MOVE "* ALTERACAO CANCELADA APOS O PEDIDO - REJEITADA *"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE REGFUT TO W-FUTANT
           MOVE "A" TO FUT-STAT
           MOVE W-OPERID TO FUT-APROV
           REWRITE REGFUT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO AO APLICAR A PENDENCIA NO CADFUT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-RD.
           MOVE "A" TO PNDSTAT
           MOVE W-OPERID TO PNDAPROV
           REWRITE REGPEND
           MOVE "CADFUTMOV" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE FUT-KEY TO LOG-CHAVE
           MOVE W-FUTANT TO LOG-ANTES
           MOVE REGFUT TO LOG-DEPOIS
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-TOTAPROV
           MOVE "*** ALTERACAO PROGRAMADA APROVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *
       REJEITA.
           MOVE "R" TO PNDSTAT
           MOVE W-OPERID TO PNDAPROV
           REWRITE REGPEND
           IF PNDTIPO = "F"
              PERFORM REJEITA-FUT THRU REJEITA-FUT-FIM.
      * INCLUSAO REJEITADA: A REQUISICAO DE VAGA VOLTA A APROVADA.
           MOVE "A" TO W-VAGACAO
           PERFORM TRATA-VAGA THRU TRATA-VAGA-FIM
           PERFORM DESFAZ-READM THRU DESFAZ-READM-FIM
           MOVE "CADPEND" TO LOG-ARQUIVO
           MOVE "R" TO LOG-ACAO
           MOVE PNDSEQ TO LOG-CHAVE
           MOVE "*** PENDENCIA REJEITADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-RD.
      *----------------------------------------------------------------
      * ALTERACAO PROGRAMADA REJEITADA: SAI DE "P" PARA "R" E NAO E
      * MAIS CONSIDERADA PELO FPP178.
      *----------------------------------------------------------------
       REJEITA-FUT.
           IF W-FUTARQ NOT = 1
              GO TO REJEITA-FUT-FIM.
           MOVE PNDDEPOIS TO REGFUT
           READ CADFUT
           IF ST-ERRO NOT = "00" OR FUT-STAT NOT = "P"
              GO TO REJEITA-FUT-FIM.
           MOVE "R" TO FUT-STAT
           MOVE W-OPERID TO FUT-APROV
           REWRITE REGFUT.
       REJEITA-FUT-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-TOTAIS.
           DISPLAY (20, 10) "APROVADAS: "
           IF VAG-STAT NOT = "U"
              GO TO TRATA-VAGA-FIM.
           MOVE W-VAGACAO TO VAG-STAT
           REWRITE REGVAGA
           IF W-VAGACAO = "F"
              PERFORM TRATA-CAND THRU TRATA-CAND-FIM.
       TRATA-VAGA-FIM.
           EXIT.
      *----------------------------------------------------------------
      * INCLUSAO REJEITADA DE EX-FUNCIONARIO: O VINCULO COM A CHAPA
      * ANTERIOR GRAVADO PELO FPP004 E APAGADO, A MENOS QUE A CHAPA
      * JA EXISTA NO CADASTRO (O VINCULO ENTAO E DELA).
      *----------------------------------------------------------------
       DESFAZ-READM.
           IF W-RDMARQ NOT = 1 OR PNDTIPO NOT = "I"
              GO TO DESFAZ-READM-FIM.
           MOVE PNDCHAVE TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "23"
              GO TO DESFAZ-READM-FIM.
           MOVE PNDCHAVE TO RDM-CODFUNC
           READ CADREADM
           IF ST-ERRO = "00"
              DELETE CADREADM RECORD.
       DESFAZ-READM-FIM.
           EXIT.
      *----------------------------------------------------------------
      * VAGA FECHADA: O CANDIDATO ADMITIDO (NUMERO NAS POSICOES 7-12
      * DA IMAGEM "ANTES") PASSA A CONTRATADO; OS DEMAIS AINDA EM
      * ANDAMENTO NA MESMA REQUISICAO SAO ENCERRADOS COMO RECUSADOS.
      *----------------------------------------------------------------
       TRATA-CAND.
           IF W-CANARQ NOT = 1
              GO TO TRATA-CAND-FIM.
           MOVE ZEROS TO W-CANNUMP
           IF PNDANTES(7:6) NUMERIC
              MOVE PNDANTES(7:6) TO W-CANNUMP.
           ACCEPT W-HOJECAN FROM DATE YYYYMMDD
           MOVE W-VAGNUMP TO CAN-VAGNUM
           START CADCAND KEY IS EQUAL CAN-VAGNUM
           IF ST-ERRO NOT = "00"
              GO TO TRATA-CAND-FIM.
       TRATA-CAND-LP.
           READ CADCAND NEXT
           IF ST-ERRO NOT = "00" OR CAN-VAGNUM NOT = W-VAGNUMP
              GO TO TRATA-CAND-FIM.
           IF CAN-ETAPA = "R" OR "C"
              GO TO TRATA-CAND-LP.
           IF CAN-NUM = W-CANNUMP AND W-CANNUMP NOT = ZEROS
              MOVE "C" TO CAN-ETAPA
              MOVE PNDCHAVE TO CAN-CODFUNC
              MOVE W-HOJECAN TO CAN-DATACONTR
           ELSE
              MOVE "R" TO CAN-ETAPA.
           MOVE W-HOJECAN TO CAN-DATAETAPA
           MOVE W-OPERID TO CAN-OPER
           REWRITE REGCAND
           GO TO TRATA-CAND-LP.
       TRATA-CAND-FIM.
           EXIT.
      *----------------------------------------------------------------
      * RECONFERE CPF E PIS DA IMAGEM "DEPOIS" CONTRA O CADASTRO:
      * OUTRA CHAPA ATIVA COM O MESMO DOCUMENTO REJEITA A PENDENCIA.
      *----------------------------------------------------------------
                ACCEPT W-HORALOG FROM TIME
                STRING W-HOJELOG W-HORALOG(1:6) DELIMITED BY SIZE
                       INTO LOG-DATAHORA
                MOVE "G" TO W-LOGFUNC
                CALL "FPP161.COB" USING W-LOGPARM REGLOG.
       GRAVA-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           IF W-VAGARQ = 1
              CLOSE CADVAGA.
           IF W-CANARQ = 1
              CLOSE CADCAND.
           IF W-RDMARQ = 1
              CLOSE CADREADM.
           IF W-FUTARQ = 1
              CLOSE CADFUT.
           CLOSE CADPEND CADFUNC CADMOVH CADPIX.
       ROT-FIMS.
           EXIT PROGRAM.

