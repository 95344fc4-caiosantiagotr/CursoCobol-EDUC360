      *=====================================================
      *==  Copybook: VARFLRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout das variacoes de folha sinalizadas
      *==            para revisao (VARFOLRV) - o VARFOLHA
      *==            compara o bruto e o liquido de cada
      *==            matricula no FOLHAHST com a competencia
      *==            anterior e grava aqui o que passou do
      *==            percentual do cartao LIMITVAR, quem
      *==            recebeu agora e nao no mes anterior (e o
      *==            inverso) e a filial cujo total mexeu
      *==            alem do limite. Chave e a competencia,
      *==            o tipo (M matricula, F filial) e o
      *==            codigo; o REVVARFL registra o visto do
      *==            revisor (A aceita, R rejeitada) com
      *==            motivo e momento. Competencia so e dada
      *==            como limpa sem nenhuma pendente.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-VARIACAO.
           05  VAR-CHAVE.
               10  VAR-COMPETENCIA    PIC 9(06).
               10  VAR-TIPO           PIC X(01).
                   88  VAR-DE-MATRICULA  VALUE "M".
                   88  VAR-DE-FILIAL     VALUE "F".
               10  VAR-CODIGO         PIC 9(06).
           05  VAR-OCORRENCIA         PIC X(01).
               88  VAR-ACIMA-LIMITE      VALUE "V".
               88  VAR-SO-NO-ATUAL       VALUE "N".
               88  VAR-SO-NO-ANTERIOR    VALUE "S".
           05  VAR-FILIAL             PIC 9(03).
           05  VAR-BRUTO-ANTERIOR     PIC 9(11)V99.
           05  VAR-BRUTO-ATUAL        PIC 9(11)V99.
           05  VAR-PCT-BRUTO          PIC 9(05)V99.
           05  VAR-LIQUIDO-ANTERIOR   PIC 9(11)V99.
           05  VAR-LIQUIDO-ATUAL      PIC 9(11)V99.
           05  VAR-PCT-LIQUIDO        PIC 9(05)V99.
           05  VAR-DATA-HORA          PIC X(21).
           05  VAR-SITUACAO           PIC X(01).
               88  VAR-PENDENTE          VALUE "P".
               88  VAR-ACEITA            VALUE "A".
               88  VAR-REJEITADA         VALUE "R".
           05  VAR-MOTIVO             PIC X(05).
           05  VAR-REVISOR            PIC X(08).
           05  VAR-DATA-DECISAO       PIC X(21).
