      *=====================================================
      *==  Copybook: BENEFRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout da adesao aos beneficios
      *==            (BENEFDB) - um registro por matricula,
      *==            com a opcao e o fornecedor de cada
      *==            beneficio: vale-transporte (tarifa diaria
      *==            de ida e volta, vezes os dias uteis do
      *==            mes), vale-refeicao (valor por dia util e
      *==            percentual pago pelo funcionario) e plano
      *==            de saude (plano, valor do titular, valor
      *==            por dependente ativo do DEPENDDB e
      *==            percentual pago pelo funcionario).
      *==            Mantido pelo CADBENEF; lido pelo BENEFMES
      *==            para o pedido aos fornecedores e a parte
      *==            do funcionario no contracheque.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-BENEFICIO.
           05  BNF-MATRICULA          PIC 9(06).
           05  BNF-VT-OPCAO           PIC X(01).
               88  BNF-VT-OPTANTE        VALUE "S".
           05  BNF-VT-FORNECEDOR      PIC 9(03).
           05  BNF-VT-TARIFA-DIA      PIC 9(03)V99.
           05  BNF-VR-OPCAO           PIC X(01).
               88  BNF-VR-OPTANTE        VALUE "S".
           05  BNF-VR-FORNECEDOR      PIC 9(03).
           05  BNF-VR-VALOR-DIA       PIC 9(03)V99.
           05  BNF-VR-PERC-FUNC       PIC 9(02)V99.
           05  BNF-PS-OPCAO           PIC X(01).
               88  BNF-PS-OPTANTE        VALUE "S".
           05  BNF-PS-FORNECEDOR      PIC 9(03).
           05  BNF-PS-PLANO           PIC X(10).
           05  BNF-PS-VALOR-TITULAR   PIC 9(05)V99.
           05  BNF-PS-VALOR-DEPEND    PIC 9(05)V99.
           05  BNF-PS-PERC-FUNC       PIC 9(02)V99.
           05  BNF-OPERADOR           PIC X(08).
           05  BNF-DATA-HORA          PIC X(21).
