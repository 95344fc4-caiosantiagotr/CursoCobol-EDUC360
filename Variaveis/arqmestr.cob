      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-CNT-MANTIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-SALARIO      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "E".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
