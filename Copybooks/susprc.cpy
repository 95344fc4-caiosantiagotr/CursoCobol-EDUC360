      *=====================================================
      *==  Copybook: SUSPRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do arquivo de suspenso das
      *==            transacoes do TRANLIST rejeitadas pelo
      *==            AULA10 (SUSPTRAN) - um registro por
      *==            detalhe rejeitado, com a imagem original do
      *==            registro, data e fonte do lote, posicao do
      *==            detalhe no lote e o motivo. O CORRSUSP
      *==            corrige (C) ou cancela (X) o item aberto
      *==            (A); o RECITRAN devolve os corrigidos ao
      *==            TRANLIST num lote de reciclagem proprio e
      *==            os marca reciclados (R); o RELSUSP lista o
      *==            que continua em aberto ha mais de N dias.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-SUSPENSO.
           05  SUS-CHAVE.
               10  SUS-DATA-LOTE      PIC 9(08).
               10  SUS-FONTE          PIC X(09).
               10  SUS-SEQUENCIA      PIC 9(05).
           05  SUS-REGISTRO           PIC X(18).
           05  SUS-ORIGINAL REDEFINES SUS-REGISTRO.
               10  SUS-ORG-TIPO       PIC X(01).
               10  SUS-ORG-OPERACAO   PIC X(01).
               10  SUS-ORG-VALOR1     PIC X(07).
               10  SUS-ORG-VALOR2     PIC X(07).
               10  FILLER             PIC X(02).
           05  SUS-MOTIVO             PIC X(01).
               88  SUS-MOT-NAO-NUMERICO  VALUE "N".
               88  SUS-MOT-OPERACAO      VALUE "O".
               88  SUS-MOT-OVERFLOW      VALUE "V".
           05  SUS-MOTIVO-DESCR       PIC X(40).
           05  SUS-SITUACAO           PIC X(01).
               88  SUS-ABERTO            VALUE "A".
               88  SUS-CORRIGIDO         VALUE "C".
               88  SUS-RECICLADO         VALUE "R".
               88  SUS-CANCELADO         VALUE "X".
               88  SUS-PENDENTE          VALUES "A" "C".
           05  SUS-DATA-INCLUSAO      PIC 9(08).
      *== correcao feita no CORRSUSP
           05  SUS-COR-OPERACAO       PIC X(01).
           05  SUS-COR-VALOR1         PIC 9(05)V99.
           05  SUS-COR-VALOR2         PIC 9(05)V99.
           05  SUS-OPERADOR           PIC X(08).
           05  SUS-DATA-TRATAMENTO    PIC 9(08).
           05  SUS-OBSERVACAO         PIC X(30).
      *== lote de reciclagem em que voltou ao TRANLIST
           05  SUS-RCL-DATA-LOTE      PIC 9(08).
           05  SUS-RCL-FONTE          PIC X(09).
