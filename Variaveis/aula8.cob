      *==                    mestre - o MSTRLOG contava a
      *==                    historia so depois do dinheiro ir
      *==                    embora.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-SGN-NIVEL           PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO       PIC X(01) VALUE "N".
       77 WRK-MST-OPERACAO        PIC X(01) VALUE SPACES.
       77 WRK-IMAGEM-ANTES        PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS       PIC X(101) VALUE SPACES.
       77 WRK-NMT-FUNCAO          PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA       PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO       PIC X(01) VALUE SPACES.
