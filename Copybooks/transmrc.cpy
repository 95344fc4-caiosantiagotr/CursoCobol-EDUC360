      *=====================================================
      *==  Copybook: TRANSMRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do registro de transmissao da
      *==            remessa de salarios (TRANSMDB) - um registro
      *==            por empresa e competencia. O LIBREMES grava
      *==            L liberada quando contracheques, remessa e
      *==            LANCCTB fecham e o supervisor aprova, B
      *==            bloqueada quando uma nova conferencia nao
      *==            fecha, e T transmitida quando o operador
      *==            registra o envio ao banco - so remessa L
      *==            pode ser transmitida, e remessa T nao e
      *==            liberada nem gerada de novo pelo REMEBANC.
      *==            Quantidade e valor sao os do trailer da
      *==            REMESSA liberada, conferidos de novo na
      *==            transmissao.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-TRANSMISSAO.
           05  TRM-CHAVE.
               10  TRM-EMPRESA        PIC 9(02).
               10  TRM-COMPETENCIA    PIC 9(06).
           05  TRM-SITUACAO           PIC X(01).
               88  TRM-LIBERADA          VALUE "L".
               88  TRM-BLOQUEADA         VALUE "B".
               88  TRM-TRANSMITIDA       VALUE "T".
           05  TRM-DATA-PAGTO         PIC 9(08).
           05  TRM-QTDE               PIC 9(06).
           05  TRM-VALOR              PIC 9(13)V99.
           05  TRM-LIBERADA-POR       PIC X(08).
           05  TRM-DATA-LIBERACAO     PIC X(21).
           05  TRM-TRANSMITIDA-POR    PIC X(08).
           05  TRM-DATA-TRANSMISSAO   PIC X(21).
           05  TRM-QTDE-CONFERENCIAS  PIC 9(03).
