      *=====================================================
      *==  Copybook: ORCAMRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do orcamento anual de folha
      *==            (ORCAMDB) - um registro por empresa,
      *==            filial e mes com o efetivo aprovado e o
      *==            custo de folha aprovado, mais quem e
      *==            quando gravou. Mantido pelo MANTORCA
      *==            (supervisor); lido pelo PROJORCA, que
      *==            projeta o resto do ano contra ele, e pelo
      *==            RELORCAM, que compara o orcado com o
      *==            realizado do FOLHAHST mes a mes - em vez
      *==            da planilha do financeiro que ninguem
      *==            batia contra a folha paga.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-ORCAMENTO.
           05  ORC-CHAVE.
               10  ORC-EMPRESA        PIC 9(02).
               10  ORC-FILIAL         PIC 9(03).
               10  ORC-COMPETENCIA    PIC 9(06).
           05  ORC-EFETIVO            PIC 9(05).
           05  ORC-CUSTO              PIC 9(11)V99.
           05  ORC-OPERADOR           PIC X(08).
           05  ORC-DATA-HORA          PIC X(21).
