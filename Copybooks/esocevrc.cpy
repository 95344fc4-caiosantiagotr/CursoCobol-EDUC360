      *=====================================================
      *==  Copybook: ESOCEVRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do arquivo de eventos do eSocial
      *==            (ESOCEVT) - header com data de geracao e
      *==            competencia do S-1200, um registro por
      *==            evento (tipo, matricula, referencia,
      *==            empresa/CNPJ, nome e o conteudo proprio de
      *==            cada evento em REDEFINES) e trailer com a
      *==            quantidade por tipo. Gerado pelo ESOCIAL a
      *==            partir do controle ESOCCTL; lido pelo
      *==            ESOCRET na confirmacao da transmissao.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-EVENTO.
           05  EVT-TIPO-REG           PIC X(01).
               88  EVT-HEADER            VALUE "0".
               88  EVT-DETALHE           VALUE "1".
               88  EVT-TRAILER           VALUE "9".
           05  EVT-DADOS              PIC X(139).
       01  REG-EVENTO-HEADER REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(01).
           05  EVT-HDR-DATA-GERACAO   PIC 9(08).
           05  EVT-HDR-COMPETENCIA    PIC 9(06).
           05  EVT-HDR-EMPRESA        PIC 9(02).
           05  FILLER                 PIC X(123).
       01  REG-EVENTO-DETALHE REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(01).
           05  EVT-CHAVE.
               10  EVT-EVENTO         PIC X(06).
               10  EVT-MATRICULA      PIC 9(06).
               10  EVT-REFERENCIA     PIC X(14).
           05  EVT-EMPRESA            PIC 9(02).
           05  EVT-CNPJ               PIC X(14).
           05  EVT-NOME               PIC X(30).
           05  EVT-CONTEUDO           PIC X(67).
       01  REG-EVENTO-ADMISSAO REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(73).
           05  EVT-ADM-DATA           PIC 9(08).
           05  EVT-ADM-CARGO          PIC 9(04).
           05  EVT-ADM-FILIAL         PIC 9(03).
           05  EVT-ADM-SALARIO        PIC 9(08)V99.
           05  FILLER                 PIC X(42).
       01  REG-EVENTO-ALTERACAO REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(73).
           05  EVT-ALT-DATA           PIC 9(08).
           05  EVT-ALT-SALARIO-ANT    PIC 9(08)V99.
           05  EVT-ALT-SALARIO        PIC 9(08)V99.
           05  EVT-ALT-CARGO-ANT      PIC 9(04).
           05  EVT-ALT-CARGO          PIC 9(04).
           05  EVT-ALT-FILIAL-ANT     PIC 9(03).
           05  EVT-ALT-FILIAL         PIC 9(03).
           05  FILLER                 PIC X(25).
       01  REG-EVENTO-DESLIGAMENTO REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(73).
           05  EVT-DSL-DATA           PIC 9(08).
           05  EVT-DSL-ADMISSAO       PIC 9(08).
           05  FILLER                 PIC X(51).
       01  REG-EVENTO-REMUNERACAO REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(73).
           05  EVT-REM-COMPETENCIA    PIC 9(06).
           05  EVT-REM-FILIAL         PIC 9(03).
           05  EVT-REM-BRUTO          PIC 9(08)V99.
           05  EVT-REM-INSS           PIC 9(08)V99.
           05  EVT-REM-IRRF           PIC 9(08)V99.
           05  FILLER                 PIC X(28).
       01  REG-EVENTO-TRAILER REDEFINES REG-EVENTO.
           05  FILLER                 PIC X(01).
           05  EVT-TRL-QTDE           PIC 9(06).
           05  EVT-TRL-QTDE-2200      PIC 9(06).
           05  EVT-TRL-QTDE-2206      PIC 9(06).
           05  EVT-TRL-QTDE-2299      PIC 9(06).
           05  EVT-TRL-QTDE-1200      PIC 9(06).
           05  FILLER                 PIC X(109).
