      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Dias suspensos do periodo (licenca nao
      *==                    remunerada do AFASTDB, que empurram o
      *==                    fim aquisitivo) e situacao P (periodo
      *==                    perdido por auxilio do INSS acima de 6
      *==                    meses ou licenca remunerada acima de
      *==                    30 dias - novo periodo comeca no
      *==                    retorno). Mantidos pelo MANTFER.
      *==   15/10/2026 CAS - Dias da ultima marcacao de gozo e
      *==                    indicador de abono pecuniario (10
      *==                    dias vendidos), para o pagamento das
      *==                    ferias pelo FERIASPG.
      *=====================================================
       01  REG-FERIAS.
           05  FER-CHAVE.
           05  FER-SITUACAO           PIC X(01).
               88  FER-ABERTO            VALUE "A".
               88  FER-QUITADO           VALUE "Q".
               88  FER-PERDIDO           VALUE "P".
           05  FER-DIAS-SUSPENSOS     PIC 9(03).
           05  FER-DIAS-ULT-GOZO      PIC 9(02).
           05  FER-ABONO              PIC X(01).
               88  FER-COM-ABONO         VALUE "S".
