      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Chave ganha FHS-SEQUENCIA: 00 e a
      *==                    folha normal do CONTRACH, 01 em
      *==                    diante cada folha complementar paga
      *==                    pelo FOLHACMP na mesma competencia
      *==                    (so a diferenca, com o INSS e o IRRF
      *==                    a reter alem do ja retido). Quem soma
      *==                    a competencia soma todas as
      *==                    sequencias.
      *=====================================================
       01  REG-FOLHA-HIST.
           05  FHS-CHAVE.
               10  FHS-MATRICULA      PIC 9(06).
               10  FHS-COMPETENCIA    PIC 9(06).
               10  FHS-SEQUENCIA      PIC 9(02).
                   88  FHS-FOLHA-NORMAL  VALUE ZEROS.
                   88  FHS-COMPLEMENTAR  VALUES 01 THRU 99.
           05  FHS-FILIAL             PIC 9(03).
           05  FHS-BRUTO              PIC 9(08)V99.
           05  FHS-INSS               PIC 9(08)V99.
