       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBENEF.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Cadastro da adesao aos beneficios
      *==            (BENEFDB) por matricula - vale-transporte
      *==            (fornecedor e tarifa diaria de ida e
      *==            volta), vale-refeicao (fornecedor, valor
      *==            por dia util e percentual do funcionario)
      *==            e plano de saude (fornecedor, plano, valor
      *==            do titular, valor por dependente e
      *==            percentual do funcionario). Inclusao e
      *==            alteracao pela mesma opcao, mostrando o
      *==            que esta gravado; consulta e exclusao da
      *==            adesao. O pedido aos fornecedores e a
      *==            parte do funcionario saem do BENEFMES - as
      *==            linhas DV digitadas no DIGMOVFL e o teto
      *==            de 6 por cento conferido de olho acabam.
      *==            Matricula criticada pelo digito da rotina
      *==            NUMMATR e conferida no mestre.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIO-FILE ASSIGN TO "BENEFDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-MATRICULA
               FILE STATUS IS WRK-FS-BENEFICIO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "benefrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CADBENEF".
       77 WRK-FS-BENEFICIO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
          88 WRK-OPCAO-MANTER             VALUE "M".
          88 WRK-OPCAO-EXCLUIR            VALUE "E".
          88 WRK-OPCAO-CONSULTAR          VALUE "C".
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-ADESAO-EXISTE     PIC X(01) VALUE "N".
          88 WRK-ALTERACAO                VALUE "S".
       77 WRK-PERGUNTA          PIC X(50) VALUE SPACES.
       77 WRK-SIM-NAO           PIC X(01) VALUE SPACES.
          88 WRK-SIM-NAO-VALIDO           VALUES "S" "N".
       77 WRK-FORNECEDOR-ENT    PIC X(03) VALUE SPACES.
       01 WRK-VALOR-CAMPOS.
          05 WRK-VALOR-ENT      PIC X(07) VALUE SPACES.
          05 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENT
                                PIC 9(05)V99.
       77 WRK-VALOR-MAXIMO      PIC 9(05)V99 VALUE ZEROS.
       01 WRK-PERC-CAMPOS.
          05 WRK-PERC-ENT       PIC X(04) VALUE SPACES.
          05 WRK-PERC-NUM REDEFINES WRK-PERC-ENT
                                PIC 9(02)V99.
       77 WRK-PLANO-ENT         PIC X(10) VALUE SPACES.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR-ED==.
       01  WRK-VALOR2-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR2-ED==.
       77 WRK-PERC-ED           PIC Z9,99.
       77 WRK-NMT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-NMT-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-NMT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 2000-MANTEM-ADESAO UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O BENEFICIO-FILE.
       IF WRK-FS-BENEFICIO = "35"
           OPEN OUTPUT BENEFICIO-FILE
           CLOSE BENEFICIO-FILE
           OPEN I-O BENEFICIO-FILE
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "NADA A MANTER"
           MOVE "S" TO WRK-FIM
       END-IF.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       IF WRK-FIM NOT = "S"
           PERFORM 1080-EFETUA-SIGNON
       END-IF.

       1080-EFETUA-SIGNON       SECTION.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 2
           DISPLAY "ACESSO NEGADO - CADASTRO DE BENEFICIOS "
                   "EXIGE NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NO CADASTRO DE BENEFICIOS"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-ADESAO       SECTION.
       PERFORM 2100-RECEBE-OPCAO.
       IF WRK-OPCAO-MANTER
           PERFORM 3000-MANTEM
       ELSE
           IF WRK-OPCAO-EXCLUIR
               PERFORM 4000-EXCLUI
           ELSE
               IF WRK-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTA
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE M, E OU C"
               END-IF
           END-IF
       END-IF.
       PERFORM 2900-PERGUNTA-CONTINUA.

       2100-RECEBE-OPCAO        SECTION.
       DISPLAY "M INCLUIR/ALTERAR / E EXCLUIR / C CONSULTAR "
       ACCEPT WRK-OPCAO.

       2200-RECEBE-MATRICULA    SECTION.
       DISPLAY "MATRICULA DO FUNCIONARIO "
       ACCEPT WRK-MATRICULA-ENT.
       IF WRK-MATRICULA-ENT NOT NUMERIC
           DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 2200-RECEBE-SAIDA
       END-IF.
       MOVE WRK-MATRICULA-ENT TO WRK-MATRICULA.
       MOVE "V"               TO WRK-NMT-FUNCAO.
       MOVE WRK-MATRICULA     TO WRK-NMT-MATRICULA.
       CALL "NUMMATR" USING BY REFERENCE WRK-NMT-FUNCAO
                            WRK-NMT-MATRICULA
                            WRK-NMT-RESULTADO.
       IF WRK-NMT-RESULTADO = "N"
           DISPLAY "MATRICULA COM DIGITO INVALIDO - REDIGITE"
           MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
           MOVE "MATRICULA COM DIGITO INVALIDO"
                                TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
       ELSE
           MOVE "S" TO WRK-MATRICULA-OK
       END-IF.

       2200-RECEBE-SAIDA.
           EXIT.

       2300-LE-ADESAO           SECTION.
       MOVE "N"           TO WRK-ADESAO-EXISTE.
       MOVE WRK-MATRICULA TO BNF-MATRICULA.
       READ BENEFICIO-FILE KEY IS BNF-MATRICULA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WRK-ADESAO-EXISTE
       END-READ.

       3000-MANTEM              SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       MOVE WRK-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA GRAVADO"
               MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
               MOVE "BENEFICIO DE MATRICULA INEXISTENTE"
                                    TO WRK-EXC-DESCRICAO
               PERFORM 0900-GRAVA-EXCECAO
               GO TO 3000-MANTEM-SAIDA
       END-READ.
       IF REG-DESLIGADO
           DISPLAY "MATRICULA DESLIGADA - NADA GRAVADO"
           GO TO 3000-MANTEM-SAIDA
       END-IF.
       DISPLAY "FUNCIONARIO " REG-NOME.
       PERFORM 2300-LE-ADESAO.
       IF WRK-ALTERACAO
           DISPLAY "ADESAO JA CADASTRADA - SITUACAO ATUAL:"
           PERFORM 5100-MOSTRA-ADESAO
       ELSE
           MOVE SPACES        TO REG-BENEFICIO
           MOVE WRK-MATRICULA TO BNF-MATRICULA
           MOVE ZEROS TO BNF-VT-FORNECEDOR BNF-VT-TARIFA-DIA
                         BNF-VR-FORNECEDOR BNF-VR-VALOR-DIA
                         BNF-VR-PERC-FUNC
                         BNF-PS-FORNECEDOR BNF-PS-VALOR-TITULAR
                         BNF-PS-VALOR-DEPEND BNF-PS-PERC-FUNC
       END-IF.
       PERFORM 3100-RECEBE-VALE-TRANSPORTE.
       PERFORM 3200-RECEBE-VALE-REFEICAO.
       PERFORM 3300-RECEBE-PLANO-SAUDE.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-SGN-OPERADOR-ID   TO BNF-OPERADOR.
       MOVE WRK-DATA-HORA         TO BNF-DATA-HORA.
       IF WRK-ALTERACAO
           REWRITE REG-BENEFICIO
           DISPLAY "ADESAO ALTERADA PARA A MATRICULA "
                   BNF-MATRICULA
       ELSE
           WRITE REG-BENEFICIO
               INVALID KEY
                   DISPLAY "ADESAO JA CADASTRADA - NADA GRAVADO"
               NOT INVALID KEY
                   DISPLAY "ADESAO INCLUIDA PARA A MATRICULA "
                           BNF-MATRICULA
           END-WRITE
       END-IF.

       3000-MANTEM-SAIDA.
           EXIT.

       3100-RECEBE-VALE-TRANSPORTE SECTION.
       MOVE "ADERE AO VALE-TRANSPORTE (S/N) " TO WRK-PERGUNTA.
       PERFORM 3500-RECEBE-SIM-NAO.
       MOVE WRK-SIM-NAO TO BNF-VT-OPCAO.
       IF NOT BNF-VT-OPTANTE
           MOVE ZEROS TO BNF-VT-FORNECEDOR BNF-VT-TARIFA-DIA
           GO TO 3100-RECEBE-SAIDA
       END-IF.
       PERFORM 3600-RECEBE-FORNECEDOR.
       MOVE WRK-FORNECEDOR-ENT TO BNF-VT-FORNECEDOR.
       MOVE "TARIFA DIARIA IDA E VOLTA" TO WRK-PERGUNTA.
       MOVE 999,99 TO WRK-VALOR-MAXIMO.
       PERFORM 3700-RECEBE-VALOR.
       MOVE WRK-VALOR-NUM TO BNF-VT-TARIFA-DIA.

       3100-RECEBE-SAIDA.
           EXIT.

       3200-RECEBE-VALE-REFEICAO SECTION.
       MOVE "ADERE AO VALE-REFEICAO (S/N) " TO WRK-PERGUNTA.
       PERFORM 3500-RECEBE-SIM-NAO.
       MOVE WRK-SIM-NAO TO BNF-VR-OPCAO.
       IF NOT BNF-VR-OPTANTE
           MOVE ZEROS TO BNF-VR-FORNECEDOR BNF-VR-VALOR-DIA
                         BNF-VR-PERC-FUNC
           GO TO 3200-RECEBE-SAIDA
       END-IF.
       PERFORM 3600-RECEBE-FORNECEDOR.
       MOVE WRK-FORNECEDOR-ENT TO BNF-VR-FORNECEDOR.
       MOVE "VALOR DO VALE-REFEICAO POR DIA UTIL" TO WRK-PERGUNTA.
       MOVE 999,99 TO WRK-VALOR-MAXIMO.
       PERFORM 3700-RECEBE-VALOR.
       MOVE WRK-VALOR-NUM TO BNF-VR-VALOR-DIA.
       MOVE "PERCENTUAL PAGO PELO FUNCIONARIO" TO WRK-PERGUNTA.
       PERFORM 3800-RECEBE-PERCENTUAL.
       MOVE WRK-PERC-NUM TO BNF-VR-PERC-FUNC.

       3200-RECEBE-SAIDA.
           EXIT.

       3300-RECEBE-PLANO-SAUDE  SECTION.
       MOVE "ADERE AO PLANO DE SAUDE (S/N) " TO WRK-PERGUNTA.
       PERFORM 3500-RECEBE-SIM-NAO.
       MOVE WRK-SIM-NAO TO BNF-PS-OPCAO.
       IF NOT BNF-PS-OPTANTE
           MOVE SPACES TO BNF-PS-PLANO
           MOVE ZEROS  TO BNF-PS-FORNECEDOR BNF-PS-VALOR-TITULAR
                          BNF-PS-VALOR-DEPEND BNF-PS-PERC-FUNC
           GO TO 3300-RECEBE-SAIDA
       END-IF.
       PERFORM 3600-RECEBE-FORNECEDOR.
       MOVE WRK-FORNECEDOR-ENT TO BNF-PS-FORNECEDOR.
       MOVE SPACES TO WRK-PLANO-ENT.
       PERFORM 3900-RECEBE-PLANO
           UNTIL WRK-PLANO-ENT NOT = SPACES.
       MOVE WRK-PLANO-ENT TO BNF-PS-PLANO.
       MOVE "MENSALIDADE DO TITULAR" TO WRK-PERGUNTA.
       MOVE 99999,99 TO WRK-VALOR-MAXIMO.
       PERFORM 3700-RECEBE-VALOR.
       MOVE WRK-VALOR-NUM TO BNF-PS-VALOR-TITULAR.
       MOVE "MENSALIDADE POR DEPENDENTE ATIVO" TO WRK-PERGUNTA.
       PERFORM 3700-RECEBE-VALOR.
       MOVE WRK-VALOR-NUM TO BNF-PS-VALOR-DEPEND.
       MOVE "PERCENTUAL PAGO PELO FUNCIONARIO" TO WRK-PERGUNTA.
       PERFORM 3800-RECEBE-PERCENTUAL.
       MOVE WRK-PERC-NUM TO BNF-PS-PERC-FUNC.

       3300-RECEBE-SAIDA.
           EXIT.

       3500-RECEBE-SIM-NAO      SECTION.
       MOVE SPACES TO WRK-SIM-NAO.
       PERFORM 3510-PERGUNTA-SIM-NAO
           UNTIL WRK-SIM-NAO-VALIDO.

       3510-PERGUNTA-SIM-NAO    SECTION.
       DISPLAY WRK-PERGUNTA
       ACCEPT WRK-SIM-NAO.
       IF NOT WRK-SIM-NAO-VALIDO
           DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N"
       END-IF.

       3600-RECEBE-FORNECEDOR   SECTION.
       MOVE SPACES TO WRK-FORNECEDOR-ENT.
       PERFORM 3610-PERGUNTA-FORNECEDOR
           UNTIL WRK-FORNECEDOR-ENT NUMERIC
             AND WRK-FORNECEDOR-ENT NOT = "000".

       3610-PERGUNTA-FORNECEDOR SECTION.
       DISPLAY "CODIGO DO FORNECEDOR (3 DIGITOS) "
       ACCEPT WRK-FORNECEDOR-ENT.
       IF WRK-FORNECEDOR-ENT NOT NUMERIC
          OR WRK-FORNECEDOR-ENT = "000"
           DISPLAY "FORNECEDOR INVALIDO - DIGITE O CODIGO"
       END-IF.

       3700-RECEBE-VALOR        SECTION.
       MOVE SPACES TO WRK-VALOR-ENT.
       PERFORM 3710-PERGUNTA-VALOR
           UNTIL WRK-VALOR-ENT NUMERIC
             AND WRK-VALOR-NUM > ZEROS
             AND WRK-VALOR-NUM NOT > WRK-VALOR-MAXIMO.

       3710-PERGUNTA-VALOR      SECTION.
       DISPLAY WRK-PERGUNTA
               " (7 DIGITOS, CENTAVOS NO FIM) "
       ACCEPT WRK-VALOR-ENT.
       IF WRK-VALOR-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
           GO TO 3710-PERGUNTA-SAIDA
       END-IF.
       IF WRK-VALOR-NUM = ZEROS
          OR WRK-VALOR-NUM > WRK-VALOR-MAXIMO
           MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-ED
           DISPLAY "VALOR FORA DA FAIXA - DE 0,01 A "
                   WRK-VALOR-ED
       END-IF.

       3710-PERGUNTA-SAIDA.
           EXIT.

       3800-RECEBE-PERCENTUAL   SECTION.
       MOVE SPACES TO WRK-PERC-ENT.
       PERFORM 3810-PERGUNTA-PERCENTUAL
           UNTIL WRK-PERC-ENT NUMERIC.

       3810-PERGUNTA-PERCENTUAL SECTION.
       DISPLAY WRK-PERGUNTA
               " (4 DIGITOS, EX 2000 = 20,00 POR CENTO) "
       ACCEPT WRK-PERC-ENT.
       IF WRK-PERC-ENT NOT NUMERIC
           DISPLAY "PERCENTUAL INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       3900-RECEBE-PLANO        SECTION.
       DISPLAY "PLANO CONTRATADO (ATE 10 POSICOES) "
       ACCEPT WRK-PLANO-ENT.
       IF WRK-PLANO-ENT = SPACES
           DISPLAY "PLANO NAO PODE FICAR EM BRANCO"
       END-IF.

       4000-EXCLUI              SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       PERFORM 2300-LE-ADESAO.
       IF NOT WRK-ALTERACAO
           DISPLAY "NENHUMA ADESAO CADASTRADA PARA A MATRICULA "
                   WRK-MATRICULA
           GO TO 4000-EXCLUI-SAIDA
       END-IF.
       PERFORM 5100-MOSTRA-ADESAO.
       DISPLAY "CONFIRMA A EXCLUSAO DA ADESAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP = "S"
           DELETE BENEFICIO-FILE RECORD
           DISPLAY "ADESAO EXCLUIDA - SAI DO PEDIDO E DO "
                   "DESCONTO A PARTIR DO PROXIMO BENEFMES"
       ELSE
           DISPLAY "EXCLUSAO NAO CONFIRMADA"
       END-IF.

       4000-EXCLUI-SAIDA.
           EXIT.

       5000-CONSULTA            SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       PERFORM 2300-LE-ADESAO.
       IF WRK-ALTERACAO
           PERFORM 5100-MOSTRA-ADESAO
       ELSE
           DISPLAY "NENHUMA ADESAO CADASTRADA PARA A MATRICULA "
                   WRK-MATRICULA
       END-IF.

       5100-MOSTRA-ADESAO       SECTION.
       IF BNF-VT-OPTANTE
           MOVE BNF-VT-TARIFA-DIA TO WRK-VALOR-ED
           DISPLAY "   VALE-TRANSPORTE  FORNECEDOR "
                   BNF-VT-FORNECEDOR " TARIFA DIA " WRK-VALOR-ED
       ELSE
           DISPLAY "   VALE-TRANSPORTE  NAO OPTANTE"
       END-IF.
       IF BNF-VR-OPTANTE
           MOVE BNF-VR-VALOR-DIA TO WRK-VALOR-ED
           MOVE BNF-VR-PERC-FUNC TO WRK-PERC-ED
           DISPLAY "   VALE-REFEICAO    FORNECEDOR "
                   BNF-VR-FORNECEDOR " VALOR DIA " WRK-VALOR-ED
                   " FUNC " WRK-PERC-ED "%"
       ELSE
           DISPLAY "   VALE-REFEICAO    NAO OPTANTE"
       END-IF.
       IF BNF-PS-OPTANTE
           MOVE BNF-PS-VALOR-TITULAR TO WRK-VALOR-ED
           MOVE BNF-PS-VALOR-DEPEND  TO WRK-VALOR2-ED
           MOVE BNF-PS-PERC-FUNC     TO WRK-PERC-ED
           DISPLAY "   PLANO DE SAUDE   FORNECEDOR "
                   BNF-PS-FORNECEDOR " PLANO " BNF-PS-PLANO
           DISPLAY "      TITULAR " WRK-VALOR-ED
                   " DEPENDENTE " WRK-VALOR2-ED
                   " FUNC " WRK-PERC-ED "%"
       ELSE
           DISPLAY "   PLANO DE SAUDE   NAO OPTANTE"
       END-IF.
       DISPLAY "   ULTIMA MANUTENCAO " BNF-OPERADOR " "
               BNF-DATA-HORA(1:8).

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       2900-PERGUNTA-CONTINUA   SECTION.
       DISPLAY "DESEJA FAZER OUTRA MANUTENCAO (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP NOT = "S"
           MOVE "S" TO WRK-FIM
       END-IF.

       9000-FINALIZAR           SECTION.
       CLOSE BENEFICIO-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE EXCPTLOG-FILE.
