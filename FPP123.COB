                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS JOB-NOME
                      FILE STATUS  IS ST-ERRO.
           SELECT CADBATHIS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
           SELECT CADOPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
          03 JOB-ARQS                 PIC X(40).
          03 JOB-STAT                 PIC X(01).
          03 JOB-NOME                 PIC X(08).
          03 JOB-RETOMA               PIC X(01).
      *-----------------------------------------------------------------
       FD CADBATHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATHIS.DAT".
       01 REGBATHIS.
          03 HIS-TIPO                 PIC X(01).
          03 HIS-NOME                 PIC X(08).
          03 HIS-FIL                  PIC 9(02).
          03 HIS-COMPET               PIC 9(06).
          03 HIS-INI                  PIC X(14).
          03 HIS-FIM                  PIC X(14).
          03 HIS-SEG                  PIC 9(07).
          03 HIS-STAT                 PIC X(01).
          03 HIS-RETOMA               PIC X(01).
      *-----------------------------------------------------------------
       FD CADOPER
               LABEL RECORD IS STANDARD
              MOVE "*** JOB NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA.
      * A EXECUCAO LIMPA ENTRA NO HISTORICO COMO ABANDONADA.
           MOVE "J" TO HIS-TIPO
           MOVE JOB-NOME TO HIS-NOME
           MOVE ZEROS TO HIS-FIL HIS-SEG
           MOVE JOB-DATAHORA(1:6) TO HIS-COMPET
           MOVE JOB-DATAHORA TO HIS-INI
           MOVE SPACES TO HIS-FIM
           MOVE "A" TO HIS-STAT
           MOVE "N" TO HIS-RETOMA
           IF JOB-RETOMA = "S"
              MOVE "S" TO HIS-RETOMA.
           OPEN EXTEND CADBATHIS
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADBATHIS.
           WRITE REGBATHIS
           CLOSE CADBATHIS
           DELETE CADJOBCTL RECORD
           MOVE "*** ENTRADA DO JOB LIMPA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
