      *=====================================================
      *==  Copybook: ASORC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do cadastro de exames medicos
      *==            ocupacionais (ASODB) - um registro por
      *==            ASO de cada matricula, chaveado pela
      *==            matricula e data do exame, com o tipo (A
      *==            admissional, P periodico, R retorno ao
      *==            trabalho, D demissional), o resultado (A
      *==            apto, I inapto) e a data do proximo
      *==            periodico (zero no demissional). Mantido
      *==            pelo MANTASO, que calcula o proximo; o
      *==            RELASO lista os a vencer e os vencidos
      *==            por filial e a rotina ASODEMIS diz ao
      *==            DESLIGA e ao RESCISAO se ha demissional.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-EXAME-ASO.
           05  ASO-CHAVE.
               10  ASO-MATRICULA      PIC 9(06).
               10  ASO-DATA-EXAME     PIC 9(08).
           05  ASO-TIPO               PIC X(01).
               88  ASO-ADMISSIONAL       VALUE "A".
               88  ASO-PERIODICO         VALUE "P".
               88  ASO-RETORNO           VALUE "R".
               88  ASO-DEMISSIONAL       VALUE "D".
               88  ASO-TIPO-VALIDO       VALUES "A" "P" "R" "D".
           05  ASO-RESULTADO          PIC X(01).
               88  ASO-APTO              VALUE "A".
               88  ASO-INAPTO            VALUE "I".
               88  ASO-RESULTADO-VALIDO  VALUES "A" "I".
           05  ASO-PROXIMO            PIC 9(08).
               88  ASO-SEM-PROXIMO       VALUE ZEROS.
           05  ASO-OPERADOR           PIC X(08).
           05  ASO-DATA-HORA          PIC X(21).
