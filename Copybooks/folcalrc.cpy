      *=====================================================
      *==  Copybook: FOLCALRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout da folha calculada (FOLHACAL) -
      *==            gravada pelo CALCFOLH, que faz uma vez
      *==            so por funcionario ativo o caminho da
      *==            folha (CONTADEP, APLICMOV, ferias pagas,
      *==            CALCDESC, adiantamento e consignado).
      *==            Header com competencia, empresa e data do
      *==            calculo; um detalhe por funcionario com o
      *==            bruto, as verbas itemizadas do movimento,
      *==            os descontos e o liquido; trailer com os
      *==            totais de controle, conferidos pela rotina
      *==            CONFCALC antes de o CONTRACH, o REMEBANC e
      *==            o CONTABIL lerem o arquivo - contracheque,
      *==            credito e partida saem dos mesmos numeros.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Detalhe leva o codigo do banco da conta
      *==                    (EMPREGRC), para a remessa CNAB 240 separar
      *==                    o credito por banco recebedor. Registro
      *==                    passa de 471 para 474 posicoes.
      *=====================================================
       01  REG-FOLHA-CALC.
           05  FCL-TIPO               PIC X(01).
               88  FCL-HEADER            VALUE "0".
               88  FCL-DETALHE           VALUE "1".
               88  FCL-TRAILER           VALUE "9".
           05  FCL-DADOS              PIC X(473).
       01  REG-FOLHA-CALC-HEADER REDEFINES REG-FOLHA-CALC.
           05  FILLER                 PIC X(01).
           05  FCL-HDR-COMPETENCIA    PIC 9(06).
           05  FCL-HDR-EMPRESA        PIC 9(02).
           05  FCL-HDR-DATA-HORA      PIC X(21).
           05  FILLER                 PIC X(444).
       01  REG-FOLHA-CALC-DETALHE REDEFINES REG-FOLHA-CALC.
           05  FILLER                 PIC X(01).
           05  FCL-MATRICULA          PIC 9(06).
           05  FCL-NOME               PIC X(30).
           05  FCL-EMPRESA            PIC 9(02).
           05  FCL-FILIAL             PIC 9(03).
           05  FCL-SALARIO            PIC 9(08)V99.
           05  FCL-DEPENDENTES        PIC 9(02).
           05  FCL-BRUTO              PIC 9(08)V99.
           05  FCL-QTDE-VERBAS        PIC 9(02).
           05  FCL-VERBAS.
               10  FCL-VERBA OCCURS 10 TIMES.
                   15  FCL-VRB-ROTULO     PIC X(20).
                   15  FCL-VRB-NATUREZA   PIC X(01).
                   15  FCL-VRB-VALOR      PIC 9(08)V99.
           05  FCL-FER-DIAS           PIC 9(02).
           05  FCL-FER-DESCONTO       PIC 9(08)V99.
           05  FCL-FER-PAGO           PIC 9(08)V99.
           05  FCL-INSS               PIC 9(08)V99.
           05  FCL-IRRF               PIC 9(08)V99.
           05  FCL-LIQUIDO            PIC 9(08)V99.
           05  FCL-ADIANTAMENTO       PIC 9(08)V99.
           05  FCL-CONSIGNADO         PIC 9(08)V99.
           05  FCL-LIQUIDO-FINAL      PIC 9(08)V99.
           05  FCL-AGENCIA            PIC 9(04).
           05  FCL-CONTA              PIC 9(08).
               88  FCL-CONTA-AUSENTE     VALUE ZEROS.
           05  FCL-CONTA-DV           PIC 9(01).
           05  FCL-BANCO              PIC 9(03).
       01  REG-FOLHA-CALC-TRAILER REDEFINES REG-FOLHA-CALC.
           05  FILLER                 PIC X(01).
           05  FCL-TRL-QTDE           PIC 9(06).
           05  FCL-TRL-BRUTO          PIC 9(13)V99.
           05  FCL-TRL-INSS           PIC 9(13)V99.
           05  FCL-TRL-IRRF           PIC 9(13)V99.
           05  FCL-TRL-ADIANTAMENTO   PIC 9(13)V99.
           05  FCL-TRL-CONSIGNADO     PIC 9(13)V99.
           05  FCL-TRL-LIQUIDO        PIC 9(13)V99.
           05  FILLER                 PIC X(377).
