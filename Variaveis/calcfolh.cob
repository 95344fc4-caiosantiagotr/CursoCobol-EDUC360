       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFOLH.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Calculo unico da folha mensal - le os
      *==            ativos do mestre uma vez so e, para cada
      *==            um, conta os dependentes (CONTADEP),
      *==            aplica o movimento de verbas (APLICMOV),
      *==            tira os dias de ferias ja pagos no recibo
      *==            (FERPAGDB), calcula INSS e IRRF (CALCDESC)
      *==            e abate o adiantamento (ADIANTDB) e as
      *==            parcelas do consignado (DESCCONS, so
      *==            consulta). Grava a folha calculada
      *==            FOLHACAL com header, um detalhe por
      *==            funcionario e trailer de totais de
      *==            controle; o CONTRACH, o REMEBANC e o
      *==            CONTABIL leem o FOLHACAL em vez de
      *==            recalcular, e o contracheque, o credito e
      *==            a partida saem dos mesmos numeros.
      *==            Competencia e empresa pelo cartao PARMFOLH
      *==            (modo batch da cadeia) ou competencia do
      *==            mes corrente e empresa perguntada;
      *==            competencia fechada no COMPETDB e recusada
      *==            com RETURN-CODE 8.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Grava o codigo do banco da conta (REG-
      *==                    BANCO) no detalhe da FOLHACAL.
      *==   15/10/2026 CAS - Mestre EMPREGDB que nao abre (inclusive
      *==                    ausente) derruba o job com RC 8 e o
      *==                    FOLHACAL anterior fica intacto.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT ADIANTAMENTO-FILE ASSIGN TO "ADIANTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT FOLHACAL-FILE ASSIGN TO "FOLHACAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHACAL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  ADIANTAMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "adiantrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  FOLHACAL-FILE
           LABEL RECORD IS STANDARD.
       COPY "folcalrc.cpy".

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "CALCFOLH".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-ADIANTAMENTO   PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-FOLHACAL       PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-COMPET-FECHADA    PIC X(01) VALUE "N".
       77 WRK-MESTRE-AUSENTE    PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-ADIANT-OK         PIC X(01) VALUE "N".
          88 WRK-ADIANT-DISPONIVEL        VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-EOF-FERPAG        PIC X(01) VALUE "N".
       77 WRK-INT-MES-INICIO    PIC 9(07) VALUE ZEROS.
       77 WRK-INT-MES-FIM       PIC 9(07) VALUE ZEROS.
       77 WRK-INT-GOZO-INICIO   PIC 9(07) VALUE ZEROS.
       77 WRK-INT-GOZO-FIM      PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-TRECHO       PIC S9(07) VALUE ZEROS.
       01 WRK-DATA-MES          PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MES-RD REDEFINES WRK-DATA-MES.
          05 WRK-DMS-ANO        PIC 9(04).
          05 WRK-DMS-MES        PIC 9(02).
          05 WRK-DMS-DIA        PIC 9(02).
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-X REDEFINES WRK-COMPETENCIA PIC X(06).
       77 WRK-LIQUIDO-CALC      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CSG-FUNCAO        PIC X(01) VALUE SPACES.
       77 WRK-CSG-QTDE          PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BRUTO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-INSS          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANTAMENTO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CONSIGNADO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO       PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       PERFORM 0200-CALCULA-FUNCIONARIO UNTIL WRK-EOF = "S".
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:6) TO WRK-COMPETENCIA-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1050-RECEBE-EMPRESA
               UNTIL WRK-EMPRESA-ENT NUMERIC
           MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL
       END-IF.
      *== competencia fechada ja foi paga: recalcular so
      *== depois de reaberta pelo MANTCOMP
       MOVE "V" TO WRK-CPT-FUNCAO.
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-EMPRESA-SEL
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA-X
                   " JA FECHADA PARA A EMPRESA " WRK-EMPRESA-SEL
                   " - REABRIR PELO MANTCOMP"
           MOVE "S" TO WRK-COMPET-FECHADA
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
      *== sem o mestre nao ha folha: uma FOLHACAL vazia iria
      *== adiante na cadeia como se ninguem recebesse
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "MESTRE EMPREGDB INDISPONIVEL - FS "
                   WRK-FS-EMPREGADOS " - JOB ABANDONADO"
           MOVE "S" TO WRK-MESTRE-AUSENTE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-EOF
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT ADIANTAMENTO-FILE.
       IF WRK-FS-ADIANTAMENTO = "00"
           MOVE "S" TO WRK-ADIANT-OK
       END-IF.
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       END-IF.
       OPEN OUTPUT FOLHACAL-FILE.
       MOVE SPACES          TO REG-FOLHA-CALC.
       MOVE "0"             TO FCL-TIPO.
       MOVE WRK-COMPETENCIA TO FCL-HDR-COMPETENCIA.
       MOVE WRK-EMPRESA-SEL TO FCL-HDR-EMPRESA.
       MOVE WRK-DATA-HORA   TO FCL-HDR-DATA-HORA.
       WRITE REG-FOLHA-CALC.
       PERFORM 1100-LIMITES-DO-MES.
       PERFORM 0100-RECEBE.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH: presente, competencia e
      *== empresa vem dele e nenhum prompt e feito (modo
      *== batch da cadeia); presente mas ilegivel, o job cai
      *== com RC 8 em vez de prosseguir com palpite
       OPEN INPUT PARAMETRO-FILE.
       IF WRK-FS-PARAMETRO NOT = "00"
           GO TO 1010-LE-PARAM-SAIDA
       END-IF.
       MOVE "S" TO WRK-MODO-CARTAO.
       READ PARAMETRO-FILE
           AT END
               DISPLAY "CARTAO PARMFOLH VAZIO - JOB ABANDONADO"
               MOVE "S" TO WRK-CARTAO-INVALIDO
           NOT AT END
               IF PRM-COMPETENCIA NOT NUMERIC
                  OR PRM-EMPRESA NOT NUMERIC
                   DISPLAY "CARTAO PARMFOLH COM CAMPO NAO "
                           "NUMERICO - JOB ABANDONADO"
                   MOVE "S" TO WRK-CARTAO-INVALIDO
               ELSE
                   IF PRM-COMPETENCIA NOT = ZEROS
                       MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                   END-IF
                   MOVE PRM-EMPRESA TO WRK-EMPRESA-SEL
                   DISPLAY "PARAMETROS DO CARTAO - COMPETENCIA "
                           WRK-COMPETENCIA " EMPRESA "
                           WRK-EMPRESA-SEL
               END-IF
       END-READ.
       CLOSE PARAMETRO-FILE.

       1010-LE-PARAM-SAIDA.
           EXIT.

       1050-RECEBE-EMPRESA      SECTION.
       DISPLAY "EMPRESA DA FOLHA (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-LIMITES-DO-MES      SECTION.
      *== primeiro e ultimo dia da competencia, para medir
      *== os dias de gozo de ferias que caem nela
       COMPUTE WRK-DATA-MES = WRK-COMPETENCIA * 100 + 1.
       COMPUTE WRK-INT-MES-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MES).
       IF WRK-DMS-MES = 12
           ADD 1 TO WRK-DMS-ANO
           MOVE 1 TO WRK-DMS-MES
       ELSE
           ADD 1 TO WRK-DMS-MES
       END-IF.
       COMPUTE WRK-INT-MES-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MES) - 1.

       0100-RECEBE              SECTION.
       READ EMPREGADOS-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
       END-READ.

       0150-CASA-EMPRESA        SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.

       0200-CALCULA-FUNCIONARIO SECTION.
       PERFORM 0150-CASA-EMPRESA.
       IF NOT REG-DESLIGADO
          AND (WRK-EMPRESA-SEL = ZEROS
               OR WRK-EMPRESA-REG = WRK-EMPRESA-SEL)
           MOVE SPACES          TO REG-FOLHA-CALC
           MOVE "1"             TO FCL-TIPO
           MOVE REG-MATRICULA   TO FCL-MATRICULA
           MOVE REG-NOME        TO FCL-NOME
           MOVE WRK-EMPRESA-REG TO FCL-EMPRESA
           MOVE REG-FILIAL      TO FCL-FILIAL
           MOVE REG-SALARIO     TO FCL-SALARIO
           MOVE REG-AGENCIA     TO FCL-AGENCIA
           MOVE REG-CONTA       TO FCL-CONTA
           MOVE REG-CONTA-DV    TO FCL-CONTA-DV
           MOVE REG-BANCO       TO FCL-BANCO
           CALL "CONTADEP" USING BY REFERENCE
                                 REG-MATRICULA
                                 FCL-DEPENDENTES
           CALL "APLICMOV" USING BY REFERENCE
                                 REG-MATRICULA
                                 WRK-COMPETENCIA
                                 REG-SALARIO
                                 FCL-BRUTO
                                 FCL-QTDE-VERBAS
                                 FCL-VERBAS
           PERFORM 0250-BUSCA-FERIAS
           CALL "CALCDESC" USING BY REFERENCE
                                 FCL-BRUTO
                                 FCL-INSS
                                 FCL-IRRF
                                 FCL-LIQUIDO
                                 WRK-COMPETENCIA
                                 FCL-DEPENDENTES
           PERFORM 0260-BUSCA-ADIANTAMENTO
           PERFORM 0270-CONSULTA-CONSIGNADO
           WRITE REG-FOLHA-CALC
           ADD 1                 TO WRK-TOT-QTDE
           ADD FCL-BRUTO         TO WRK-TOT-BRUTO
           ADD FCL-INSS          TO WRK-TOT-INSS
           ADD FCL-IRRF          TO WRK-TOT-IRRF
           ADD FCL-ADIANTAMENTO  TO WRK-TOT-ADIANTAMENTO
           ADD FCL-CONSIGNADO    TO WRK-TOT-CONSIGNADO
           ADD FCL-LIQUIDO-FINAL TO WRK-TOT-LIQUIDO
       END-IF.
       PERFORM 0100-RECEBE.

       0250-BUSCA-FERIAS        SECTION.
      *== dias de gozo dentro da competencia ja foram pagos no
      *== recibo de ferias: saem do bruto do mes (mes
      *== comercial de 30 dias); o liquido de ferias do mes
      *== do inicio do gozo vai so como informacao
       MOVE ZEROS TO FCL-FER-DIAS FCL-FER-PAGO FCL-FER-DESCONTO.
       IF NOT WRK-FERPAG-DISPONIVEL
           GO TO 0250-BUSCA-SAIDA
       END-IF.
       MOVE "N"           TO WRK-EOF-FERPAG.
       MOVE REG-MATRICULA TO FPG-MATRICULA.
       MOVE ZEROS         TO FPG-INICIO-GOZO.
       START FERPAG-FILE KEY IS >= FPG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERPAG
       END-START.
       PERFORM 0255-SOMA-FERIAS UNTIL WRK-EOF-FERPAG = "S".
       IF FCL-FER-DIAS > 30
           MOVE 30 TO FCL-FER-DIAS
       END-IF.
       COMPUTE FCL-FER-DESCONTO ROUNDED =
               REG-SALARIO / 30 * FCL-FER-DIAS.
       IF FCL-FER-DESCONTO > FCL-BRUTO
           MOVE FCL-BRUTO TO FCL-FER-DESCONTO
       END-IF.
       SUBTRACT FCL-FER-DESCONTO FROM FCL-BRUTO.

       0250-BUSCA-SAIDA.
           EXIT.

       0255-SOMA-FERIAS         SECTION.
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERPAG
               GO TO 0255-SOMA-SAIDA
       END-READ.
       IF FPG-MATRICULA NOT = REG-MATRICULA
           MOVE "S" TO WRK-EOF-FERPAG
           GO TO 0255-SOMA-SAIDA
       END-IF.
       IF FPG-COMPETENCIA = WRK-COMPETENCIA
           ADD FPG-LIQUIDO TO FCL-FER-PAGO
       END-IF.
       COMPUTE WRK-INT-GOZO-INICIO =
               FUNCTION INTEGER-OF-DATE(FPG-INICIO-GOZO).
       COMPUTE WRK-INT-GOZO-FIM =
               WRK-INT-GOZO-INICIO + FPG-DIAS-GOZO - 1.
       IF WRK-INT-GOZO-INICIO < WRK-INT-MES-INICIO
           MOVE WRK-INT-MES-INICIO TO WRK-INT-GOZO-INICIO
       END-IF.
       IF WRK-INT-GOZO-FIM > WRK-INT-MES-FIM
           MOVE WRK-INT-MES-FIM TO WRK-INT-GOZO-FIM
       END-IF.
       COMPUTE WRK-DIAS-TRECHO =
               WRK-INT-GOZO-FIM - WRK-INT-GOZO-INICIO + 1.
       IF WRK-DIAS-TRECHO > ZEROS
           ADD WRK-DIAS-TRECHO TO FCL-FER-DIAS
       END-IF.

       0255-SOMA-SAIDA.
           EXIT.

       0260-BUSCA-ADIANTAMENTO  SECTION.
      *== adiantamento da mesma competencia abate o liquido;
      *== desconto maior que o liquido trava em zero e avisa
       MOVE ZEROS TO FCL-ADIANTAMENTO.
       IF WRK-ADIANT-DISPONIVEL
           MOVE REG-MATRICULA   TO ADI-MATRICULA
           MOVE WRK-COMPETENCIA TO ADI-COMPETENCIA
           READ ADIANTAMENTO-FILE KEY IS ADI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADI-VALOR TO FCL-ADIANTAMENTO
           END-READ
       END-IF.
       COMPUTE WRK-LIQUIDO-CALC = FCL-LIQUIDO
                                - FCL-ADIANTAMENTO.
       IF WRK-LIQUIDO-CALC < ZEROS
           MOVE ZEROS TO FCL-LIQUIDO-FINAL
           DISPLAY "AVISO: ADIANTAMENTO SUPERA O LIQUIDO DA "
                   "MATRICULA " REG-MATRICULA
                   " - LIQUIDO TRAVADO EM ZERO"
       ELSE
           MOVE WRK-LIQUIDO-CALC TO FCL-LIQUIDO-FINAL
       END-IF.

       0270-CONSULTA-CONSIGNADO SECTION.
      *== parcelas do consignado so abatem quando o liquido
      *== comporta todas; a baixa no contrato e do CONTRACH,
      *== que fecha a competencia
       MOVE "C" TO WRK-CSG-FUNCAO.
       CALL "DESCCONS" USING BY REFERENCE WRK-CSG-FUNCAO
                             REG-MATRICULA
                             WRK-COMPETENCIA
                             FCL-CONSIGNADO
                             WRK-CSG-QTDE.
       IF FCL-CONSIGNADO > FCL-LIQUIDO-FINAL
           DISPLAY "AVISO: PARCELAS DE CONSIGNADO SUPERAM O "
                   "LIQUIDO DA MATRICULA " REG-MATRICULA
                   " - NAO DESCONTADAS NO MES"
           MOVE ZEROS TO FCL-CONSIGNADO
       ELSE
           SUBTRACT FCL-CONSIGNADO FROM FCL-LIQUIDO-FINAL
       END-IF.

       0300-TRAILER             SECTION.
       MOVE SPACES               TO REG-FOLHA-CALC.
       MOVE "9"                  TO FCL-TIPO.
       MOVE WRK-TOT-QTDE         TO FCL-TRL-QTDE.
       MOVE WRK-TOT-BRUTO        TO FCL-TRL-BRUTO.
       MOVE WRK-TOT-INSS         TO FCL-TRL-INSS.
       MOVE WRK-TOT-IRRF         TO FCL-TRL-IRRF.
       MOVE WRK-TOT-ADIANTAMENTO TO FCL-TRL-ADIANTAMENTO.
       MOVE WRK-TOT-CONSIGNADO   TO FCL-TRL-CONSIGNADO.
       MOVE WRK-TOT-LIQUIDO      TO FCL-TRL-LIQUIDO.
       WRITE REG-FOLHA-CALC.
       MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
       DISPLAY "FOLHA CALCULADA - COMPETENCIA " WRK-COMPETENCIA-X
               " EMPRESA " WRK-EMPRESA-SEL.
       DISPLAY "  FUNCIONARIOS " WRK-TOT-QTDE
               "  BRUTO " WRK-TOTAL-ED.
       MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
       DISPLAY "  LIQUIDO A CREDITAR " WRK-TOTAL-ED.

       9000-FINALIZAR           SECTION.
      *== recusa na largada: nenhum FOLHACAL foi aberto e o
      *== da rodada anterior, se houver, fica como estava
       IF WRK-CARTAO-INVALIDO = "S"
           DISPLAY "CALCFOLH ABANDONADO PELO CARTAO PARMFOLH - "
                   "FOLHA NAO CALCULADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-COMPET-FECHADA = "S"
           DISPLAY "CALCFOLH RECUSADO - COMPETENCIA FECHADA - "
                   "FOLHA NAO CALCULADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-MESTRE-AUSENTE = "S"
           DISPLAY "CALCFOLH ABANDONADO SEM O MESTRE - "
                   "FOLHA NAO CALCULADA"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 0300-TRAILER.
       CLOSE EMPREGADOS-FILE.
       IF WRK-ADIANT-DISPONIVEL
           CLOSE ADIANTAMENTO-FILE
       END-IF.
       IF WRK-FERPAG-DISPONIVEL
           CLOSE FERPAG-FILE
       END-IF.
       CLOSE FOLHACAL-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.
