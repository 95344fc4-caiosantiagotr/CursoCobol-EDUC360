      *=====================================================
      *==  Copybook: FGTSSDRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do saldo de FGTS por matricula
      *==            (FGTSSDO) - base e deposito acumulados de
      *==            cada competencia recolhida pelo FGTSMES
      *==            (8 por cento do bruto do FOLHAHST), com a
      *==            ultima competencia depositada para uma
      *==            segunda rodada do mesmo mes nao somar de
      *==            novo. O RESCISAO le o saldo para a multa
      *==            de 40 por cento sair da base realmente
      *==            depositada em vez da estimativa do
      *==            balcao.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-FGTS-SALDO.
           05  FGS-MATRICULA          PIC 9(06).
           05  FGS-EMPRESA            PIC 9(02).
           05  FGS-BASE-ACUMULADA     PIC 9(11)V99.
           05  FGS-SALDO-DEPOSITADO   PIC 9(11)V99.
           05  FGS-QTDE-DEPOSITOS     PIC 9(03).
           05  FGS-PRIMEIRA-COMPET    PIC 9(06).
           05  FGS-ULTIMA-COMPET      PIC 9(06).
           05  FGS-ULTIMO-DEPOSITO    PIC 9(08)V99.
           05  FGS-DATA-HORA          PIC X(21).
