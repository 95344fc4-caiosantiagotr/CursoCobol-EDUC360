      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao (imagem de 98 posicoes do
      *==                    EMPREGRC vigente).
      *==   15/10/2026 CAS - Imagem ampliada para 101 posicoes, com o
      *==                    codigo do banco incluido no EMPREGRC.
      *=====================================================
       01  REG-EMPREGADO-HIST.
           05  HST-MATRICULA          PIC 9(06).
           05  HST-DADOS              PIC X(95).
