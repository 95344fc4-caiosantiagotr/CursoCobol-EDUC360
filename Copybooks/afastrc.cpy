      *=====================================================
      *==  Copybook: AFASTRC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do cadastro de afastamentos
      *==            (AFASTDB) - um registro por afastamento
      *==            de cada matricula, chaveado pela
      *==            matricula e data de inicio, com o tipo
      *==            (D doenca, A acidente de trabalho, M
      *==            licenca-maternidade, N licenca nao
      *==            remunerada, R licenca remunerada), o
      *==            retorno previsto e o retorno efetivo
      *==            (zero enquanto o afastamento esta em
      *==            curso). Mantido pelo CADAFAST; a rotina
      *==            DIASAFAS devolve os dias do mes que a
      *==            empresa deve, o MANTFER suspende ou
      *==            perde o periodo aquisitivo e o RELAFAST
      *==            lista os retornos da semana e os
      *==            atrasados.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-AFASTAMENTO.
           05  AFS-CHAVE.
               10  AFS-MATRICULA      PIC 9(06).
               10  AFS-DATA-INICIO    PIC 9(08).
           05  AFS-TIPO               PIC X(01).
               88  AFS-DOENCA            VALUE "D".
               88  AFS-ACIDENTE          VALUE "A".
               88  AFS-MATERNIDADE       VALUE "M".
               88  AFS-NAO-REMUNERADA    VALUE "N".
               88  AFS-REMUNERADA        VALUE "R".
               88  AFS-PELO-INSS         VALUES "D" "A".
               88  AFS-TIPO-VALIDO       VALUES "D" "A" "M"
                                                "N" "R".
           05  AFS-RETORNO-PREVISTO   PIC 9(08).
           05  AFS-RETORNO-EFETIVO    PIC 9(08).
               88  AFS-EM-CURSO          VALUE ZEROS.
           05  AFS-OPERADOR           PIC X(08).
           05  AFS-DATA-HORA          PIC X(21).
