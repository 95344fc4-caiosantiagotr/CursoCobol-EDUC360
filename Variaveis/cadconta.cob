      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Captura tambem o codigo do banco
      *==                    (compensacao) da conta, incluido no
      *==                    EMPREGRC, para o credito sair no arquivo
      *==                    CNAB 240 do banco do funcionario; zero nao
      *==                    e aceito. Imagens antes/depois ampliadas
      *==                    para 101 posicoes.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-AGENCIA-ENT       PIC X(04) VALUE SPACES.
       77 WRK-BANCO-ENT         PIC X(03) VALUE SPACES.
       77 WRK-CONTA-ENT         PIC X(08) VALUE SPACES.
       77 WRK-DV-ENT            PIC X(01) VALUE SPACES.
       77 WRK-CONTA-OK          PIC X(01) VALUE "N".
       77 WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77 WRK-TRV-DETENTOR      PIC X(20) VALUE SPACES.
       77 WRK-MST-OPERACAO      PIC X(01) VALUE "A".
       77 WRK-IMAGEM-ANTES      PIC X(101) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS     PIC X(101) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       2210-ATUALIZA-CONTA      SECTION.
       MOVE REG-EMPREGADO TO WRK-IMAGEM-ANTES.
       DISPLAY "FUNCIONARIO " REG-NOME.
       DISPLAY "BANCO ATUAL " REG-BANCO
               " AGENCIA " REG-AGENCIA
               " CONTA " REG-CONTA "-" REG-CONTA-DV.
       MOVE "N" TO WRK-CONTA-OK.
       PERFORM 2220-RECEBE-CONTA UNTIL WRK-CONTA-OK = "S".
           DISPLAY "GRAVACAO NAO CONFIRMADA - NADA FEITO"
           GO TO 2210-ATUALIZA-SAIDA
       END-IF.
       MOVE WRK-BANCO-ENT   TO REG-BANCO.
       MOVE WRK-AGENCIA-ENT TO REG-AGENCIA.
       MOVE WRK-CONTA       TO REG-CONTA.
       MOVE WRK-DV-ENT      TO REG-CONTA-DV.
           EXIT.

       2220-RECEBE-CONTA        SECTION.
       DISPLAY "BANCO (CODIGO DE COMPENSACAO, 3 DIGITOS) "
       ACCEPT WRK-BANCO-ENT.
       DISPLAY "AGENCIA (4 DIGITOS) "
       ACCEPT WRK-AGENCIA-ENT.
       DISPLAY "CONTA (8 DIGITOS) "
       ACCEPT WRK-CONTA-ENT.
       DISPLAY "DIGITO DA CONTA "
       ACCEPT WRK-DV-ENT.
       IF WRK-BANCO-ENT NOT NUMERIC
          OR WRK-AGENCIA-ENT NOT NUMERIC
          OR WRK-CONTA-ENT NOT NUMERIC
          OR WRK-DV-ENT NOT NUMERIC
           DISPLAY "CAMPOS BANCARIOS DEVEM SER NUMERICOS - "
                   "REDIGITE"
           GO TO 2220-RECEBE-SAIDA
       END-IF.
       IF WRK-BANCO-ENT = "000"
           DISPLAY "BANCO NAO PODE SER ZERO - REDIGITE"
           GO TO 2220-RECEBE-SAIDA
       END-IF.
       MOVE WRK-CONTA-ENT TO WRK-CONTA.
       IF WRK-CONTA = ZEROS
           DISPLAY "CONTA NAO PODE SER ZERO - REDIGITE"
