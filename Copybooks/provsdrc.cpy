      *=====================================================
      *==  Copybook: PROVSDRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do saldo de provisoes por
      *==            matricula (PROVSDO) - provisao acumulada
      *==            de decimo terceiro e de ferias mais um
      *==            terco, com os encargos do empregador
      *==            sobre cada uma, constituida mes a mes pelo
      *==            PROVMES. O movimento da ultima competencia
      *==            provisionada fica guardado para uma
      *==            segunda rodada do mesmo mes lancar so a
      *==            diferenca. As baixas feitas no pagamento
      *==            (DECIMOTR, FERIASPG e RESCISAO, pela rotina
      *==            BAIXAPRV) reduzem o saldo na hora e ficam
      *==            pendentes ate o PROVMES seguinte leva-las
      *==            ao LANCCTB; a ultima referencia baixada
      *==            impede que a regeracao do pagamento baixe
      *==            duas vezes.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-PROVISAO.
           05  PRV-MATRICULA          PIC 9(06).
           05  PRV-EMPRESA            PIC 9(02).
           05  PRV-FILIAL             PIC 9(03).
           05  PRV-SALDO-DECIMO       PIC 9(09)V99.
           05  PRV-SALDO-ENC-DECIMO   PIC 9(09)V99.
           05  PRV-SALDO-FERIAS       PIC 9(09)V99.
           05  PRV-SALDO-ENC-FERIAS   PIC 9(09)V99.
           05  PRV-MOV-COMPETENCIA    PIC 9(06).
           05  PRV-MOV-DECIMO         PIC 9(09)V99.
           05  PRV-MOV-ENC-DECIMO     PIC 9(09)V99.
           05  PRV-BAIXA-DECIMO       PIC 9(09)V99.
           05  PRV-BAIXA-ENC-DECIMO   PIC 9(09)V99.
           05  PRV-BAIXA-FERIAS       PIC 9(09)V99.
           05  PRV-BAIXA-ENC-FERIAS   PIC 9(09)V99.
           05  PRV-REF-DECIMO         PIC X(10).
           05  PRV-REF-FERIAS         PIC X(10).
           05  PRV-DATA-HORA          PIC X(21).
