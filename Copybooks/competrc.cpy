      *=====================================================
      *==  Copybook: COMPETRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do controle de competencias da
      *==            folha (COMPETDB) - um registro por empresa
      *==            e competencia com a situacao A aberta, F
      *==            fechada ou R reaberta. O fechamento do
      *==            CONTRACH grava F (empresa 00 = fechamento
      *==            de todas as empresas); competencia fechada
      *==            recusa regravar o FOLHAHST, lote novo no
      *==            MOVFOLHA e adiantamento novo no ADIANTDB
      *==            (consulta pela rotina SITCOMP). Reabertura
      *==            so pelo MANTCOMP, com supervisor e motivo,
      *==            registrados aqui e no EXCPTLOG. Competencia
      *==            sem registro vale como aberta.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-COMPETENCIA-CTL.
           05  CPT-CHAVE.
               10  CPT-EMPRESA        PIC 9(02).
               10  CPT-COMPETENCIA    PIC 9(06).
           05  CPT-SITUACAO           PIC X(01).
               88  CPT-ABERTA            VALUE "A".
               88  CPT-FECHADA           VALUE "F".
               88  CPT-REABERTA          VALUE "R".
           05  CPT-FECHADA-POR        PIC X(20).
           05  CPT-DATA-FECHAMENTO    PIC X(21).
           05  CPT-SUPERVISOR         PIC X(08).
           05  CPT-MOTIVO             PIC X(40).
           05  CPT-DATA-REABERTURA    PIC X(21).
           05  CPT-QTDE-REABERTURAS   PIC 9(03).
