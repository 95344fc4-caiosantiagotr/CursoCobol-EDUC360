      *=====================================================
      *==  Copybook: CONSIGRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do contrato de emprestimo
      *==            consignado em folha (CONSIGDB) - chave
      *==            matricula + numero do contrato no banco,
      *==            com o credor (codigo do banco parceiro),
      *==            valor emprestado, quantidade e valor das
      *==            parcelas, parcelas ja descontadas, a
      *==            primeira competencia de desconto e a
      *==            ultima competencia descontada (a reemissao
      *==            do mesmo mes nao conta a parcela duas
      *==            vezes). Incluido pelo CADCONSG com a
      *==            critica da margem de 35 por cento do
      *==            liquido; baixado pelo CONTRACH via rotina
      *==            DESCCONS; repassado ao credor pelo
      *==            REPCONSG.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-CONSIGNADO.
           05  CSG-CHAVE.
               10  CSG-MATRICULA      PIC 9(06).
               10  CSG-CONTRATO       PIC X(12).
           05  CSG-CREDOR             PIC 9(03).
           05  CSG-VALOR-TOTAL        PIC 9(09)V99.
           05  CSG-QTDE-PARCELAS      PIC 9(03).
           05  CSG-VALOR-PARCELA      PIC 9(07)V99.
           05  CSG-PARCELAS-PAGAS     PIC 9(03).
           05  CSG-SITUACAO           PIC X(01).
               88  CSG-ATIVO             VALUE "A".
               88  CSG-QUITADO           VALUE "Q".
               88  CSG-CANCELADO         VALUE "C".
           05  CSG-DATA-CONTRATO      PIC 9(08).
           05  CSG-PRIMEIRA-COMPET    PIC 9(06).
           05  CSG-ULTIMA-COMPET      PIC 9(06).
           05  CSG-OPERADOR           PIC X(08).
           05  CSG-DATA-HORA          PIC X(21).
