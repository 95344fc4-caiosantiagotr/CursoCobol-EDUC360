      *==                    da emissao, pagina e colunas, com
      *==                    quebra de pagina), como os demais
      *==                    relatorios da suite.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-HOUVE-ERRO        PIC X(01) VALUE "N".
          88 WRK-ERRO-CALCULO             VALUE "S".
       77 WRK-CNT-REAJUSTADOS   PIC 9(05) VALUE ZEROS.
