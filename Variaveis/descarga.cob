      *==                    do ARQLOGS. A corrupcao que entrou
      *==                    anteontem volta a ter de onde ser
      *==                    recuperada (RECARGA pela geracao).
      *==   15/10/2026 CAS - Registro da geracao ampliado para 101
      *==                    posicoes de dados, com o codigo do banco
      *==                    incluido no EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           05  BKP-TIPO               PIC X(01).
               88  BKP-DETALHE           VALUE "D".
               88  BKP-TRAILER           VALUE "T".
           05  BKP-DADOS              PIC X(101).
       01  REG-BACKUP-TRAILER REDEFINES REG-BACKUP.
           05  FILLER                 PIC X(01).
           05  BKP-TRL-QTDE           PIC 9(07).
           05  BKP-TRL-HASH-SALARIO   PIC 9(12)V99.
           05  FILLER                 PIC X(80).

       FD  CATALOGO-FILE
           LABEL RECORD IS STANDARD.
