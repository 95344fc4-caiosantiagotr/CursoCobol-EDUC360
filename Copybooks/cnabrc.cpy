      *=====================================================
      *==  Copybook: CNABRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Registro de 240 posicoes do leiaute
      *==            FEBRABAN CNAB 240 de pagamentos (versao 089
      *==            do arquivo, 045 do lote), com uma visao por
      *==            tipo de registro: header de arquivo (0),
      *==            header de lote (1), segmento A e segmento B
      *==            do detalhe (3), trailer de lote (5) e
      *==            trailer de arquivo (9). Gravado pela rotina
      *==            GERACNAB nos arquivos de credito por banco
      *==            e lido pelo PROCRETB no retorno, que vem no
      *==            mesmo leiaute com as ocorrencias do banco
      *==            nas posicoes 231 a 240.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-CNAB240.
           05  CNB-BANCO              PIC 9(03).
           05  CNB-LOTE               PIC 9(04).
           05  CNB-TIPO               PIC 9(01).
               88  CNB-HEADER-ARQUIVO    VALUE 0.
               88  CNB-HEADER-LOTE       VALUE 1.
               88  CNB-DETALHE           VALUE 3.
               88  CNB-TRAILER-LOTE      VALUE 5.
               88  CNB-TRAILER-ARQUIVO   VALUE 9.
           05  CNB-SEQUENCIA          PIC 9(05).
           05  CNB-SEGMENTO           PIC X(01).
               88  CNB-SEGMENTO-A        VALUE "A".
               88  CNB-SEGMENTO-B        VALUE "B".
           05  CNB-DADOS              PIC X(226).
      *== header de arquivo
       01  REG-CNAB240-HA REDEFINES REG-CNAB240.
           05  CNB-HA-BANCO           PIC 9(03).
           05  CNB-HA-LOTE            PIC 9(04).
           05  CNB-HA-TIPO            PIC 9(01).
           05  FILLER                 PIC X(09).
           05  CNB-HA-TIPO-INSCRICAO  PIC 9(01).
           05  CNB-HA-INSCRICAO       PIC X(14).
           05  CNB-HA-CONVENIO        PIC X(20).
           05  CNB-HA-AGENCIA         PIC 9(05).
           05  CNB-HA-AGENCIA-DV      PIC X(01).
           05  CNB-HA-CONTA           PIC 9(12).
           05  CNB-HA-CONTA-DV        PIC X(01).
           05  CNB-HA-AG-CONTA-DV     PIC X(01).
           05  CNB-HA-NOME-EMPRESA    PIC X(30).
           05  CNB-HA-NOME-BANCO      PIC X(30).
           05  FILLER                 PIC X(10).
           05  CNB-HA-CODIGO-REMESSA  PIC 9(01).
           05  CNB-HA-DATA-GERACAO    PIC 9(08).
           05  CNB-HA-HORA-GERACAO    PIC 9(06).
           05  CNB-HA-SEQUENCIAL      PIC 9(06).
           05  CNB-HA-VERSAO-LAYOUT   PIC 9(03).
           05  CNB-HA-DENSIDADE       PIC 9(05).
           05  CNB-HA-RESERVADO-BANCO PIC X(20).
           05  CNB-HA-RESERVADO-EMPR  PIC X(20).
           05  FILLER                 PIC X(29).
      *== header de lote
       01  REG-CNAB240-HL REDEFINES REG-CNAB240.
           05  CNB-HL-BANCO           PIC 9(03).
           05  CNB-HL-LOTE            PIC 9(04).
           05  CNB-HL-TIPO            PIC 9(01).
           05  CNB-HL-OPERACAO        PIC X(01).
           05  CNB-HL-SERVICO         PIC 9(02).
           05  CNB-HL-FORMA-LANCAMENTO PIC 9(02).
           05  CNB-HL-VERSAO-LAYOUT   PIC 9(03).
           05  FILLER                 PIC X(01).
           05  CNB-HL-TIPO-INSCRICAO  PIC 9(01).
           05  CNB-HL-INSCRICAO       PIC X(14).
           05  CNB-HL-CONVENIO        PIC X(20).
           05  CNB-HL-AGENCIA         PIC 9(05).
           05  CNB-HL-AGENCIA-DV      PIC X(01).
           05  CNB-HL-CONTA           PIC 9(12).
           05  CNB-HL-CONTA-DV        PIC X(01).
           05  CNB-HL-AG-CONTA-DV     PIC X(01).
           05  CNB-HL-NOME-EMPRESA    PIC X(30).
           05  CNB-HL-MENSAGEM        PIC X(40).
           05  CNB-HL-LOGRADOURO      PIC X(30).
           05  CNB-HL-NUMERO          PIC 9(05).
           05  CNB-HL-COMPLEMENTO     PIC X(15).
           05  CNB-HL-CIDADE          PIC X(20).
           05  CNB-HL-CEP             PIC 9(05).
           05  CNB-HL-CEP-COMPL       PIC X(03).
           05  CNB-HL-ESTADO          PIC X(02).
           05  CNB-HL-FORMA-PAGAMENTO PIC 9(02).
           05  FILLER                 PIC X(06).
           05  CNB-HL-OCORRENCIAS     PIC X(10).
      *== detalhe - segmento A (credito)
       01  REG-CNAB240-SA REDEFINES REG-CNAB240.
           05  CNB-SA-BANCO           PIC 9(03).
           05  CNB-SA-LOTE            PIC 9(04).
           05  CNB-SA-TIPO            PIC 9(01).
           05  CNB-SA-SEQUENCIA       PIC 9(05).
           05  CNB-SA-SEGMENTO        PIC X(01).
           05  CNB-SA-MOVIMENTO       PIC 9(01).
           05  CNB-SA-INSTRUCAO       PIC 9(02).
           05  CNB-SA-CAMARA          PIC 9(03).
           05  CNB-SA-BANCO-FAVORECIDO PIC 9(03).
           05  CNB-SA-AGENCIA         PIC 9(05).
           05  CNB-SA-AGENCIA-DV      PIC X(01).
           05  CNB-SA-CONTA           PIC 9(12).
           05  CNB-SA-CONTA-DV        PIC X(01).
           05  CNB-SA-AG-CONTA-DV     PIC X(01).
           05  CNB-SA-NOME-FAVORECIDO PIC X(30).
           05  CNB-SA-SEU-NUMERO.
               10  CNB-SA-SEU-NUMERO-MAT  PIC 9(06).
               10  FILLER                 PIC X(14).
           05  CNB-SA-DATA-PAGAMENTO  PIC 9(08).
           05  CNB-SA-MOEDA           PIC X(03).
           05  CNB-SA-QTDE-MOEDA      PIC 9(10)V9(05).
           05  CNB-SA-VALOR           PIC 9(13)V99.
           05  CNB-SA-NOSSO-NUMERO    PIC X(20).
           05  CNB-SA-DATA-REAL       PIC 9(08).
           05  CNB-SA-VALOR-REAL      PIC 9(13)V99.
           05  CNB-SA-INFORMACAO      PIC X(40).
           05  CNB-SA-FINALIDADE-DOC  PIC X(02).
           05  CNB-SA-FINALIDADE-TED  PIC X(05).
           05  CNB-SA-FINALIDADE-COMPL PIC X(02).
           05  FILLER                 PIC X(03).
           05  CNB-SA-AVISO           PIC 9(01).
           05  CNB-SA-OCORRENCIAS.
               10  CNB-SA-OCORRENCIA-1    PIC X(02).
               10  FILLER                 PIC X(08).
      *== detalhe - segmento B (dados do favorecido)
       01  REG-CNAB240-SB REDEFINES REG-CNAB240.
           05  CNB-SB-BANCO           PIC 9(03).
           05  CNB-SB-LOTE            PIC 9(04).
           05  CNB-SB-TIPO            PIC 9(01).
           05  CNB-SB-SEQUENCIA       PIC 9(05).
           05  CNB-SB-SEGMENTO        PIC X(01).
           05  FILLER                 PIC X(03).
           05  CNB-SB-TIPO-INSCRICAO  PIC 9(01).
           05  CNB-SB-INSCRICAO       PIC 9(14).
           05  CNB-SB-LOGRADOURO      PIC X(30).
           05  CNB-SB-NUMERO          PIC 9(05).
           05  CNB-SB-COMPLEMENTO     PIC X(15).
           05  CNB-SB-BAIRRO          PIC X(15).
           05  CNB-SB-CIDADE          PIC X(20).
           05  CNB-SB-CEP             PIC 9(05).
           05  CNB-SB-CEP-COMPL       PIC X(03).
           05  CNB-SB-ESTADO          PIC X(02).
           05  CNB-SB-VENCIMENTO      PIC 9(08).
           05  CNB-SB-VALOR-DOCUMENTO PIC 9(13)V99.
           05  CNB-SB-ABATIMENTO      PIC 9(13)V99.
           05  CNB-SB-DESCONTO        PIC 9(13)V99.
           05  CNB-SB-MORA            PIC 9(13)V99.
           05  CNB-SB-MULTA           PIC 9(13)V99.
           05  CNB-SB-DOCUMENTO.
               10  CNB-SB-DOCUMENTO-MAT   PIC 9(06).
               10  FILLER                 PIC X(09).
           05  CNB-SB-AVISO           PIC 9(01).
           05  CNB-SB-CODIGO-UG       PIC 9(06).
           05  FILLER                 PIC X(08).
      *== trailer de lote
       01  REG-CNAB240-TL REDEFINES REG-CNAB240.
           05  CNB-TL-BANCO           PIC 9(03).
           05  CNB-TL-LOTE            PIC 9(04).
           05  CNB-TL-TIPO            PIC 9(01).
           05  FILLER                 PIC X(09).
           05  CNB-TL-QTDE-REGISTROS  PIC 9(06).
           05  CNB-TL-SOMA-VALORES    PIC 9(16)V99.
           05  CNB-TL-SOMA-MOEDAS     PIC 9(13)V9(05).
           05  CNB-TL-AVISO-DEBITO    PIC 9(06).
           05  FILLER                 PIC X(165).
           05  CNB-TL-OCORRENCIAS     PIC X(10).
      *== trailer de arquivo
       01  REG-CNAB240-TA REDEFINES REG-CNAB240.
           05  CNB-TA-BANCO           PIC 9(03).
           05  CNB-TA-LOTE            PIC 9(04).
           05  CNB-TA-TIPO            PIC 9(01).
           05  FILLER                 PIC X(09).
           05  CNB-TA-QTDE-LOTES      PIC 9(06).
           05  CNB-TA-QTDE-REGISTROS  PIC 9(06).
           05  CNB-TA-QTDE-CONTAS     PIC 9(06).
           05  FILLER                 PIC X(205).
