      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Verbas VT vale-transporte, VR vale-
      *==                    refeicao e PS plano de saude, parte do
      *==                    funcionario gerada pelo BENEFMES no
      *==                    MOVBENEF (mesmo layout do MOVFOLHA).
      *=====================================================
       01  REG-MOVFOLHA.
           05  MVF-TIPO               PIC X(01).
               88  MVF-FALTA             VALUE "FA".
               88  MVF-PROVENTO-FIXO     VALUE "PV".
               88  MVF-DESCONTO-FIXO     VALUE "DV".
               88  MVF-VALE-TRANSPORTE   VALUE "VT".
               88  MVF-VALE-REFEICAO     VALUE "VR".
               88  MVF-PLANO-SAUDE       VALUE "PS".
           05  MVF-QTDE               PIC 9(03)V99.
           05  MVF-VALOR              PIC 9(08)V99.
       01  REG-MOVFOLHA-HEADER REDEFINES REG-MOVFOLHA.
