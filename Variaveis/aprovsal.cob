      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-CNT-DECIDIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-APLICADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-TRV-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-TRV-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-TRV-OPERADOR      PIC X(20) VALUE SPACES.
