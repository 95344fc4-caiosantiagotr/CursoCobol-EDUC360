       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONSG.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Cadastro dos contratos de emprestimo
      *==            consignado em folha (CONSIGDB) - inclusao
      *==            por matricula e numero do contrato no
      *==            banco, com credor, valor emprestado,
      *==            quantidade e valor das parcelas e a
      *==            primeira competencia de desconto;
      *==            cancelamento e consulta com o saldo
      *==            devedor. A inclusao e recusada quando a
      *==            nova parcela, somada as dos contratos
      *==            ativos, passa da margem legal de 35 por
      *==            cento do liquido (salario menos INSS e
      *==            IRRF pela rotina comum CALCDESC). O
      *==            desconto mensal sai sozinho no CONTRACH e
      *==            no REMEBANC (rotina DESCCONS) - a lista de
      *==            papel e as linhas DV digitadas no DIGMOVFL
      *==            acabam. Matricula criticada pelo digito da
      *==            rotina NUMMATR e conferida no mestre.
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
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
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
       FD  CONSIGNADO-FILE
           LABEL RECORD IS STANDARD.
       COPY "consigrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CADCONSG".
       77 WRK-FS-CONSIGNADO     PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-FIM               PIC X(01) VALUE "N".
       77 WRK-RESP              PIC X(01) VALUE SPACES.
       77 WRK-OPCAO             PIC X(01) VALUE SPACES.
          88 WRK-OPCAO-INCLUIR            VALUE "I".
          88 WRK-OPCAO-CANCELAR           VALUE "X".
          88 WRK-OPCAO-CONSULTAR          VALUE "C".
       77 WRK-MATRICULA-ENT     PIC X(06) VALUE SPACES.
       77 WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-OK      PIC X(01) VALUE "N".
       77 WRK-CONTRATO-ENT      PIC X(12) VALUE SPACES.
       77 WRK-CREDOR-ENT        PIC X(03) VALUE SPACES.
       01 WRK-VALOR-TOTAL-CAMPOS.
          05 WRK-VALOR-TOTAL-ENT PIC X(11) VALUE SPACES.
          05 WRK-VALOR-TOTAL-NUM REDEFINES WRK-VALOR-TOTAL-ENT
                                PIC 9(09)V99.
       01 WRK-PARCELA-CAMPOS.
          05 WRK-PARCELA-ENT    PIC X(09) VALUE SPACES.
          05 WRK-PARCELA-NUM REDEFINES WRK-PARCELA-ENT
                                PIC 9(07)V99.
       77 WRK-QTDE-PARC-ENT     PIC X(03) VALUE SPACES.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       77 WRK-EOF-CSG           PIC X(01) VALUE "N".
       77 WRK-CNT-LISTADOS      PIC 9(03) VALUE ZEROS.
       77 WRK-PERC-MARGEM       PIC 9(02)V99 VALUE 35,00.
       77 WRK-PARCELAS-ATIVAS   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MARGEM            PIC 9(08)V99 VALUE ZEROS.
       77 WRK-COMPROMETIDO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CAL-SALARIO-BRUTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-INSS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-IRRF          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-LIQUIDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CAL-DEPENDENTES   PIC 9(02) VALUE ZEROS.
       01  WRK-VALOR-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-VALOR-ED==.
       01  WRK-MARGEM-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-MARGEM-ED==.
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
       PERFORM 2000-MANTEM-CONTRATO UNTIL WRK-FIM = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN I-O CONSIGNADO-FILE.
       IF WRK-FS-CONSIGNADO = "35"
           OPEN OUTPUT CONSIGNADO-FILE
           CLOSE CONSIGNADO-FILE
           OPEN I-O CONSIGNADO-FILE
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
           DISPLAY "ACESSO NEGADO - CADASTRO DE CONSIGNADOS "
                   "EXIGE NIVEL 2"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NO CADASTRO DE CONSIGNADOS"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-FIM
       END-IF.

       2000-MANTEM-CONTRATO     SECTION.
       PERFORM 2100-RECEBE-OPCAO.
       IF WRK-OPCAO-INCLUIR
           PERFORM 3000-INCLUI
       ELSE
           IF WRK-OPCAO-CANCELAR
               PERFORM 4000-CANCELA
           ELSE
               IF WRK-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTA
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE I, X OU C"
               END-IF
           END-IF
       END-IF.
       PERFORM 2900-PERGUNTA-CONTINUA.

       2100-RECEBE-OPCAO        SECTION.
       DISPLAY "I INCLUIR / X CANCELAR / C CONSULTAR "
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

       3000-INCLUI              SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       MOVE WRK-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA INCLUIDO"
               MOVE "REG-MATRICULA" TO WRK-EXC-CAMPO
               MOVE "CONSIGNADO DE MATRICULA INEXISTENTE"
                                    TO WRK-EXC-DESCRICAO
               PERFORM 0900-GRAVA-EXCECAO
               GO TO 3000-INCLUI-SAIDA
       END-READ.
       IF REG-DESLIGADO
           DISPLAY "MATRICULA DESLIGADA - NADA INCLUIDO"
           GO TO 3000-INCLUI-SAIDA
       END-IF.
       DISPLAY "FUNCIONARIO " REG-NOME.
       DISPLAY "NUMERO DO CONTRATO NO BANCO "
       ACCEPT WRK-CONTRATO-ENT.
       IF WRK-CONTRATO-ENT = SPACES
           DISPLAY "CONTRATO NAO PODE FICAR EM BRANCO - "
                   "NADA INCLUIDO"
           GO TO 3000-INCLUI-SAIDA
       END-IF.
       MOVE WRK-MATRICULA    TO CSG-MATRICULA.
       MOVE WRK-CONTRATO-ENT TO CSG-CONTRATO.
       READ CONSIGNADO-FILE KEY IS CSG-CHAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY "CONTRATO JA CADASTRADO PARA A MATRICULA "
                       "- NADA INCLUIDO"
               GO TO 3000-INCLUI-SAIDA
       END-READ.
       MOVE SPACES TO WRK-CREDOR-ENT.
       PERFORM 3100-RECEBE-CREDOR
           UNTIL WRK-CREDOR-ENT NUMERIC
             AND WRK-CREDOR-ENT NOT = "000".
       MOVE SPACES TO WRK-VALOR-TOTAL-ENT.
       PERFORM 3200-RECEBE-VALOR-TOTAL
           UNTIL WRK-VALOR-TOTAL-ENT NUMERIC
             AND WRK-VALOR-TOTAL-NUM > ZEROS.
       MOVE SPACES TO WRK-QTDE-PARC-ENT.
       PERFORM 3300-RECEBE-QTDE-PARCELAS
           UNTIL WRK-QTDE-PARC-ENT NUMERIC
             AND WRK-QTDE-PARC-ENT NOT = "000".
       MOVE SPACES TO WRK-PARCELA-ENT.
       PERFORM 3400-RECEBE-PARCELA
           UNTIL WRK-PARCELA-ENT NUMERIC
             AND WRK-PARCELA-NUM > ZEROS.
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 3500-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       PERFORM 3600-CRITICA-MARGEM.
       IF WRK-COMPROMETIDO > WRK-MARGEM
           MOVE WRK-COMPROMETIDO TO WRK-VALOR-ED
           MOVE WRK-MARGEM       TO WRK-MARGEM-ED
           DISPLAY "MARGEM CONSIGNAVEL EXCEDIDA - PARCELAS "
                   WRK-VALOR-ED " CONTRA MARGEM DE "
                   WRK-MARGEM-ED
           DISPLAY "CONTRATO RECUSADO - NADA INCLUIDO"
           MOVE "CSG-VALOR-PARC" TO WRK-EXC-CAMPO
           MOVE "CONSIGNADO RECUSADO - MARGEM EXCEDIDA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 3000-INCLUI-SAIDA
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE SPACES              TO REG-CONSIGNADO.
       MOVE WRK-MATRICULA       TO CSG-MATRICULA.
       MOVE WRK-CONTRATO-ENT    TO CSG-CONTRATO.
       MOVE WRK-CREDOR-ENT      TO CSG-CREDOR.
       MOVE WRK-VALOR-TOTAL-NUM TO CSG-VALOR-TOTAL.
       MOVE WRK-QTDE-PARC-ENT   TO CSG-QTDE-PARCELAS.
       MOVE WRK-PARCELA-NUM     TO CSG-VALOR-PARCELA.
       MOVE ZEROS               TO CSG-PARCELAS-PAGAS
                                   CSG-ULTIMA-COMPET.
       MOVE "A"                 TO CSG-SITUACAO.
       MOVE WRK-DATA-HORA(1:8)  TO CSG-DATA-CONTRATO.
       MOVE WRK-COMPETENCIA     TO CSG-PRIMEIRA-COMPET.
       MOVE WRK-SGN-OPERADOR-ID TO CSG-OPERADOR.
       MOVE WRK-DATA-HORA       TO CSG-DATA-HORA.
       WRITE REG-CONSIGNADO
           INVALID KEY
               DISPLAY "CONTRATO JA CADASTRADO - NADA INCLUIDO"
           NOT INVALID KEY
               DISPLAY "CONTRATO " CSG-CONTRATO
                       " INCLUIDO PARA A MATRICULA "
                       CSG-MATRICULA
       END-WRITE.

       3000-INCLUI-SAIDA.
           EXIT.

       3100-RECEBE-CREDOR       SECTION.
       DISPLAY "CODIGO DO BANCO CREDOR (3 DIGITOS) "
       ACCEPT WRK-CREDOR-ENT.
       IF WRK-CREDOR-ENT NOT NUMERIC
          OR WRK-CREDOR-ENT = "000"
           DISPLAY "CREDOR INVALIDO - DIGITE O CODIGO DO BANCO"
       END-IF.

       3200-RECEBE-VALOR-TOTAL  SECTION.
       DISPLAY "VALOR EMPRESTADO (11 DIGITOS, CENTAVOS NO "
               "FIM) "
       ACCEPT WRK-VALOR-TOTAL-ENT.
       IF WRK-VALOR-TOTAL-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       3300-RECEBE-QTDE-PARCELAS SECTION.
       DISPLAY "QUANTIDADE DE PARCELAS (3 DIGITOS) "
       ACCEPT WRK-QTDE-PARC-ENT.
       IF WRK-QTDE-PARC-ENT NOT NUMERIC
          OR WRK-QTDE-PARC-ENT = "000"
           DISPLAY "QUANTIDADE INVALIDA - DIGITE DE 001 A 999"
       END-IF.

       3400-RECEBE-PARCELA      SECTION.
       DISPLAY "VALOR DA PARCELA (9 DIGITOS, CENTAVOS NO FIM) "
       ACCEPT WRK-PARCELA-ENT.
       IF WRK-PARCELA-ENT NOT NUMERIC
           DISPLAY "VALOR INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       3500-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "PRIMEIRA COMPETENCIA DE DESCONTO (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 3500-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 3500-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       3500-RECEBE-SAIDA.
           EXIT.

       3600-CRITICA-MARGEM      SECTION.
      *== margem consignavel: 35 por cento do liquido do
      *== salario (sem o movimento variavel do mes), contra
      *== as parcelas dos contratos ativos mais a nova
       CALL "CONTADEP" USING BY REFERENCE
                             REG-MATRICULA
                             WRK-CAL-DEPENDENTES.
       MOVE REG-SALARIO TO WRK-CAL-SALARIO-BRUTO.
       CALL "CALCDESC" USING BY REFERENCE
                             WRK-CAL-SALARIO-BRUTO
                             WRK-CAL-INSS
                             WRK-CAL-IRRF
                             WRK-CAL-LIQUIDO
                             WRK-COMPETENCIA
                             WRK-CAL-DEPENDENTES.
       COMPUTE WRK-MARGEM ROUNDED =
               WRK-CAL-LIQUIDO * WRK-PERC-MARGEM / 100.
       MOVE ZEROS TO WRK-PARCELAS-ATIVAS.
       MOVE "N"   TO WRK-EOF-CSG.
       MOVE WRK-MATRICULA TO CSG-MATRICULA.
       MOVE LOW-VALUES    TO CSG-CONTRATO.
       START CONSIGNADO-FILE KEY IS >= CSG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-CSG
       END-START.
       PERFORM 3610-SOMA-PARCELA UNTIL WRK-EOF-CSG = "S".
       COMPUTE WRK-COMPROMETIDO =
               WRK-PARCELAS-ATIVAS + WRK-PARCELA-NUM.

       3610-SOMA-PARCELA        SECTION.
       READ CONSIGNADO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-CSG
           NOT AT END
               IF CSG-MATRICULA NOT = WRK-MATRICULA
                   MOVE "S" TO WRK-EOF-CSG
               ELSE
                   IF CSG-ATIVO
                       ADD CSG-VALOR-PARCELA
                         TO WRK-PARCELAS-ATIVAS
                   END-IF
               END-IF
       END-READ.

       4000-CANCELA             SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       DISPLAY "NUMERO DO CONTRATO NO BANCO "
       ACCEPT WRK-CONTRATO-ENT.
       MOVE WRK-MATRICULA    TO CSG-MATRICULA.
       MOVE WRK-CONTRATO-ENT TO CSG-CONTRATO.
       READ CONSIGNADO-FILE KEY IS CSG-CHAVE
           INVALID KEY
               DISPLAY "CONTRATO NAO CADASTRADO"
               GO TO 4000-CANCELA-SAIDA
       END-READ.
       IF NOT CSG-ATIVO
           DISPLAY "CONTRATO NAO ESTA ATIVO (SITUACAO "
                   CSG-SITUACAO ") - NADA FEITO"
           GO TO 4000-CANCELA-SAIDA
       END-IF.
       DISPLAY "CONFIRMA O CANCELAMENTO DO CONTRATO "
               CSG-CONTRATO " (S/N) "
       ACCEPT WRK-RESP.
       IF WRK-RESP = "S"
           MOVE "C" TO CSG-SITUACAO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-SGN-OPERADOR-ID   TO CSG-OPERADOR
           MOVE WRK-DATA-HORA         TO CSG-DATA-HORA
           REWRITE REG-CONSIGNADO
           DISPLAY "CONTRATO CANCELADO - SAI DO DESCONTO"
       ELSE
           DISPLAY "CANCELAMENTO NAO CONFIRMADO"
       END-IF.

       4000-CANCELA-SAIDA.
           EXIT.

       5000-CONSULTA            SECTION.
       MOVE "N" TO WRK-MATRICULA-OK.
       PERFORM 2200-RECEBE-MATRICULA
           UNTIL WRK-MATRICULA-OK = "S".
       MOVE ZEROS TO WRK-CNT-LISTADOS.
       MOVE "N"   TO WRK-EOF-CSG.
       MOVE WRK-MATRICULA TO CSG-MATRICULA.
       MOVE LOW-VALUES    TO CSG-CONTRATO.
       START CONSIGNADO-FILE KEY IS >= CSG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-CSG
       END-START.
       PERFORM 5100-LISTA-CONTRATO UNTIL WRK-EOF-CSG = "S".
       IF WRK-CNT-LISTADOS = ZEROS
           DISPLAY "NENHUM CONSIGNADO REGISTRADO PARA A "
                   "MATRICULA " WRK-MATRICULA
       END-IF.

       5100-LISTA-CONTRATO      SECTION.
       READ CONSIGNADO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-CSG
               GO TO 5100-LISTA-SAIDA
       END-READ.
       IF CSG-MATRICULA NOT = WRK-MATRICULA
           MOVE "S" TO WRK-EOF-CSG
           GO TO 5100-LISTA-SAIDA
       END-IF.
       ADD 1 TO WRK-CNT-LISTADOS.
       MOVE ZEROS TO WRK-SALDO-DEVEDOR.
       IF CSG-ATIVO
           COMPUTE WRK-SALDO-DEVEDOR =
                   (CSG-QTDE-PARCELAS - CSG-PARCELAS-PAGAS)
                   * CSG-VALOR-PARCELA
       END-IF.
       MOVE CSG-VALOR-PARCELA TO WRK-VALOR-ED.
       MOVE WRK-SALDO-DEVEDOR TO WRK-MARGEM-ED.
       DISPLAY "CONTRATO " CSG-CONTRATO " BANCO " CSG-CREDOR
               " SIT " CSG-SITUACAO
               " PARCELAS " CSG-PARCELAS-PAGAS "/"
               CSG-QTDE-PARCELAS.
       DISPLAY "   PARCELA " WRK-VALOR-ED
               " SALDO DEVEDOR " WRK-MARGEM-ED
               " DESDE " CSG-PRIMEIRA-COMPET.

       5100-LISTA-SAIDA.
           EXIT.

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
       CLOSE CONSIGNADO-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           CLOSE EMPREGADOS-FILE
       END-IF.
       CLOSE EXCPTLOG-FILE.
