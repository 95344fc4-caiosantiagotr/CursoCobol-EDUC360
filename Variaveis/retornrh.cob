      *==                    estacionada na fila PENDSAL (motivo
      *==                    AGUARDA APROVACAO na critica) para o
      *==                    supervisor decidir no APROVSAL.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-CRS-OPERADOR      PIC X(20) VALUE SPACES.
       77 WRK-CRS-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-APLICADO          PIC X(01) VALUE "N".
