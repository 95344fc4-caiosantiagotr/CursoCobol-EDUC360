      *==                    EMPREGRC.
      *==   02/09/2026 CAS - Ampliadas para 98 posicoes, com o
      *==                    codigo de cargo incluido no EMPREGRC.
      *==   15/10/2026 CAS - Ampliadas para 101 posicoes, com o codigo
      *==                    do banco incluido no EMPREGRC.
      *=====================================================
       01  REG-MSTRLOG.
           05  MST-PROGRAMA           PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MST-DATA-HORA          PIC X(21).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MST-IMAGEM-ANTES       PIC X(101).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MST-IMAGEM-DEPOIS      PIC X(101).
