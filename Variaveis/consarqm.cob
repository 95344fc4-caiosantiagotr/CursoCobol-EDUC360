      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "I".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       01  WRK-SALARIO-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-SALARIO-ED==.
