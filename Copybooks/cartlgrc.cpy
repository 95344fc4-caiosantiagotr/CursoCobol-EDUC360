      *=====================================================
      *==  Copybook: CARTLGRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do registro de cartas emitidas
      *==            (CARTALOG) - uma linha por carta impressa
      *==            pelo EMITCART, com operador, matricula,
      *==            modelo, origem (M matricula digitada, P
      *==            cartao PARAMSEL) e os valores certificados
      *==            (salario do mestre, ultima competencia do
      *==            FOLHAHST e o bruto dela), para mostrar o
      *==            que foi declarado a quem.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-CARTA-LOG.
           05  CLG-DATA-HORA          PIC X(21).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-OPERADOR           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-MATRICULA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-MODELO             PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-ORIGEM             PIC X(01).
               88  CLG-POR-MATRICULA     VALUE "M".
               88  CLG-POR-CARTAO        VALUE "P".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-SALARIO            PIC 9(08)V99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-COMPETENCIA        PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-BRUTO              PIC 9(08)V99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CLG-PAGINA             PIC 9(03).
