      *==                    salarial do cargo e a folha quebrar
      *==                    por cargo. Registro passa de 94 para
      *==                    98 posicoes (imagens acompanham).
      *==   15/10/2026 CAS - Situacao F (afastado), ligada e
      *==                    desligada pelo CADAFAST no inicio e no
      *==                    retorno do afastamento; o afastado
      *==                    segue na folha (nao e desligado) com
      *==                    os dias devidos pela rotina DIASAFAS.
      *==   15/10/2026 CAS - Inclusao do codigo do banco (compensacao)
      *==                    da conta do funcionario, mantido pelo
      *==                    CADCONTA, para o credito de salario sair em
      *==                    CNAB 240 num arquivo por banco recebedor em
      *==                    vez da transferencia digitada na agencia.
      *==                    Codigo zero e legado e vale como o banco da
      *==                    empresa (cartao PARMCNAB). Registro passa
      *==                    de 98 para 101 posicoes (imagens
      *==                    acompanham).
      *=====================================================
       01  REG-EMPREGADO.
           05  REG-MATRICULA          PIC 9(06).
           05  REG-SITUACAO           PIC X(01).
               88  REG-ATIVO             VALUES "A" SPACE.
               88  REG-DESLIGADO         VALUE "D".
               88  REG-AFASTADO          VALUE "F".
           05  REG-DATA-DESLIGAMENTO  PIC 9(08).
           05  REG-DATA-ADMISSAO      PIC 9(08).
               88  REG-DATA-ADM-INVALIDA VALUE ZEROS.
           05  REG-CONTA-DV           PIC 9(01).
           05  REG-EMPRESA            PIC 9(02).
           05  REG-CARGO              PIC 9(04).
           05  REG-BANCO              PIC 9(03).
               88  REG-BANCO-LEGADO      VALUE ZEROS.
