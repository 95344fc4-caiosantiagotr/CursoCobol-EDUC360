      *=====================================================
      *==  Copybook: FERPGRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout das ferias pagas (FERPAGDB) - um
      *==            registro por gozo pago, chave matricula e
      *==            inicio do gozo marcado no FERIASDB, com os
      *==            dias de gozo e de abono pecuniario, as
      *==            verbas do recibo (ferias, 1/3, abono com o
      *==            seu 1/3), INSS e IRRF da CALCDESC, liquido e
      *==            a data do credito. Gravado pelo FERIASPG;
      *==            o CONTRACH le para mostrar os dias de ferias
      *==            e o valor ja adiantado no contracheque do
      *==            mes, sem pagar os dias duas vezes.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-FERIAS-PAGAS.
           05  FPG-CHAVE.
               10  FPG-MATRICULA      PIC 9(06).
               10  FPG-INICIO-GOZO    PIC 9(08).
           05  FPG-INICIO-AQUIS       PIC 9(08).
           05  FPG-DIAS-GOZO          PIC 9(02).
           05  FPG-DIAS-ABONO         PIC 9(02).
           05  FPG-COMPETENCIA        PIC 9(06).
           05  FPG-VALOR-FERIAS       PIC 9(08)V99.
           05  FPG-VALOR-TERCO        PIC 9(08)V99.
           05  FPG-VALOR-ABONO        PIC 9(08)V99.
           05  FPG-INSS               PIC 9(08)V99.
           05  FPG-IRRF               PIC 9(08)V99.
           05  FPG-LIQUIDO            PIC 9(08)V99.
           05  FPG-DATA-CREDITO       PIC 9(08).
           05  FPG-OPERADOR           PIC X(08).
           05  FPG-DATA-HORA          PIC X(21).
