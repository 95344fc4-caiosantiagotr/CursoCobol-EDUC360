      *==  Data: 22/08/2026
      *==  Observacoes:
      *==   22/08/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Detalhe do extrato ampliado para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
           LABEL RECORD IS STANDARD.
       01  REG-EXTRATO.
           05  EXT-TIPO               PIC X(01).
           05  EXT-DADOS              PIC X(101).
       01  REG-EXTRATO-HEADER REDEFINES REG-EXTRATO.
           05  FILLER                 PIC X(01).
           05  EXT-HDR-FILIAL         PIC 9(03).
           05  EXT-HDR-IDADE-MIN      PIC 9(03).
           05  EXT-HDR-IDADE-MAX      PIC 9(03).
           05  EXT-HDR-SITUACAO       PIC X(01).
           05  FILLER                 PIC X(71).
       01  REG-EXTRATO-TRAILER REDEFINES REG-EXTRATO.
           05  FILLER                 PIC X(01).
           05  EXT-TRL-QTDE           PIC 9(07).
           05  FILLER                 PIC X(94).

       WORKING-STORAGE           SECTION.
       77 WRK-NOME-JOB          PIC X(20) VALUE "EXTRASEL".
