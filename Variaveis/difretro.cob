       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFRETRO.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Diferenca retroativa de reajuste coletivo
      *==            - o acordo fecha meses depois da data
      *==            base e o REAJUSTE chega atrasado ao
      *==            mestre; os meses ja pagos ficam a menor.
      *==            Recebe a competencia de vigencia do
      *==            acordo, o tipo e o indice aplicados (os
      *==            mesmos do REAJUSTE: percentual ou valor
      *==            fixo), a filial (000 = todas) e a
      *==            competencia da folha corrente. Para cada
      *==            competencia fechada no FOLHAHST desde a
      *==            vigencia ate a anterior a corrente,
      *==            recalcula o bruto devido sobre o bruto
      *==            pago e acumula a diferenca por matricula.
      *==            A diferenca de cada funcionario ativo vai
      *==            como verba PV num lote do MOVFOLHA da
      *==            competencia corrente (acrescentado ao lote
      *==            do mes quando ja existe, novo quando nao);
      *==            o demonstrativo RELRETRO mostra mes a mes
      *==            o pago, o devido e a diferenca. Desligado
      *==            so e listado, para acerto fora da folha.
      *==            Exige nivel 3, como o reajuste efetivo.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Folha corrente ja fechada pelo
      *==                    CONTRACH (COMPETDB, rotina SITCOMP, em
      *==                    qualquer empresa) nao recebe o lote da
      *==                    diferenca: RETURN-CODE 8.
      *==   15/10/2026 CAS - Reajuste em valor fixo nao se aplica de
      *==                    novo sobre a folha complementar do
      *==                    mes (FOLHACMP); o percentual sim.
      *==   15/10/2026 CAS - So recalcula as competencias do FOLHAHST
      *==                    fechadas no COMPETDB (rotina SITCOMP);
      *==                    as ainda abertas ficam de fora e saem
      *==                    listadas no RELRETRO. Vigencia limitada
      *==                    a 120 meses antes da folha corrente.
      *==   15/10/2026 CAS - Lote RETROATIV anterior da competencia e
      *==                    retirado pela rotina LOTEMOV antes do
      *==                    novo: rodar de novo nao paga a
      *==                    diferenca duas vezes.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT RELATORIO-FILE ASSIGN TO "RELRETRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT EXCPTLOG-FILE ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCPTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  MOVIMENTO-FILE
           LABEL RECORD IS STANDARD.
       COPY "movfolrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-FUNCIONARIO.
           05  FILLER              PIC X(10) VALUE "MATRICULA ".
           05  REL-FUN-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-FUN-NOME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-FUN-OBS         PIC X(30).
       01  REL-DETALHE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REL-DET-MES         PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  REL-DET-ANO         PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-PAGO==.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-DEVIDO==.
           05  FILLER              PIC X(02) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-DET-DIFERENCA==.
           05  FILLER              PIC X(14) VALUE SPACES.
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(30).
           05  FILLER              PIC X(16) VALUE SPACES.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==REL-TOT-DIFERENCA==.
           05  FILLER              PIC X(18) VALUE SPACES.

       FD  EXCPTLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "excplog.cpy".

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "DIFRETRO".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-MOVIMENTO      PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-EXCPTLOG       PIC X(02) VALUE "00".
       77 WRK-EXC-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-EXC-DESCRICAO     PIC X(40) VALUE SPACES.
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-EOF               PIC X(01) VALUE "N".
       77 WRK-TIPO              PIC X(01) VALUE SPACES.
          88 WRK-TIPO-PERCENTUAL          VALUE "P".
          88 WRK-TIPO-VALOR-FIXO          VALUE "V".
       01 WRK-INDICE-CAMPOS.
          05 WRK-INDICE-ENT     PIC X(06) VALUE SPACES.
          05 WRK-INDICE-NUM REDEFINES WRK-INDICE-ENT
                                PIC 9(04)V99.
       77 WRK-INDICE            PIC 9(04)V99 VALUE ZEROS.
       77 WRK-FILIAL-ENT        PIC X(03) VALUE SPACES.
       77 WRK-FILIAL-FILTRO     PIC 9(03) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-COMPET-VIGENCIA   PIC 9(06) VALUE ZEROS.
       01 WRK-COMPET-VIGENCIA-RD REDEFINES WRK-COMPET-VIGENCIA.
           05  WRK-CVG-ANO          PIC 9(04).
           05  WRK-CVG-MES          PIC 9(02).
       01 WRK-COMPET-FOLHA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPET-FOLHA-RD REDEFINES WRK-COMPET-FOLHA.
           05  WRK-CFO-ANO          PIC 9(04).
           05  WRK-CFO-MES          PIC 9(02).
       01 WRK-COMPET-TESTE      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPET-TESTE-RD REDEFINES WRK-COMPET-TESTE.
           05  WRK-CTT-ANO          PIC 9(04).
           05  WRK-CTT-MES          PIC 9(02).
       77 WRK-QTD-MESES         PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-MESES         PIC 9(04) VALUE 120.
       77 WRK-IND-MES           PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MESES.
          05 WRK-MES-FECHADO    PIC X(01) OCCURS 120 TIMES.
       77 WRK-CNT-NAO-FECHADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-LMV-FUNCAO        PIC X(01) VALUE "F".
       77 WRK-LMV-FONTE         PIC X(09) VALUE "RETROATIV".
       77 WRK-LMV-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-LMV-REMOVIDOS     PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-FUNC-SITUACAO     PIC X(01) VALUE SPACES.
          88 WRK-FUNC-CONSIDERADO         VALUE "S".
          88 WRK-FUNC-DESLIGADO           VALUE "D".
          88 WRK-FUNC-FORA                VALUE "N".
       77 WRK-DEVIDO            PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIFERENCA         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIF-MATRICULA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HOUVE-ERRO        PIC X(01) VALUE "N".
       77 WRK-CNT-MESES         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-LANCADOS      PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DESLIGADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CORRENTE     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LANCADO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESLIGADOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SGN-OPERADOR-ID   PIC X(08) VALUE SPACES.
       77 WRK-SGN-NOME          PIC X(30) VALUE SPACES.
       77 WRK-SGN-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-SGN-RESULTADO     PIC X(01) VALUE "N".
       01  WRK-TOTAL-ED-GRP.
           COPY "moedaed.cpy"
               REPLACING ==:CAMPO:== BY ==WRK-TOTAL-ED==.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           PERFORM 2000-TRATA-HISTORICO UNTIL WRK-EOF = "S"
           PERFORM 3000-FECHA-MATRICULA
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       OPEN EXTEND EXCPTLOG-FILE.
       IF WRK-FS-EXCPTLOG = "35"
           OPEN OUTPUT EXCPTLOG-FILE
           CLOSE EXCPTLOG-FILE
           OPEN EXTEND EXCPTLOG-FILE
       END-IF.
       CALL "SIGNON" USING BY REFERENCE WRK-SGN-OPERADOR-ID
                           WRK-SGN-NOME
                           WRK-SGN-NIVEL
                           WRK-SGN-RESULTADO
                           WRK-NOME-JOB.
       IF WRK-SGN-RESULTADO NOT = "S"
          OR WRK-SGN-NIVEL < 3
           DISPLAY "ACESSO NEGADO - DIFERENCA RETROATIVA EXIGE "
                   "NIVEL 3"
           MOVE "OPE-NIVEL"      TO WRK-EXC-CAMPO
           MOVE "ACESSO NEGADO NA DIFERENCA RETROATIVA"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1100-RECEBE-PARAMETROS.
       IF WRK-ABANDONA = "S"
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
      *== folha corrente ja paga e fechada nao recebe lote novo
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-CPT-EMPRESA
                            WRK-COMPET-FOLHA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPET-FOLHA
                   " JA FECHADA - DIFERENCA NAO GERADA"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO NOT = "00"
           DISPLAY "HISTORICO FOLHAHST AUSENTE - NENHUMA "
                   "FOLHA FECHADA A RECALCULAR"
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS NOT = "00"
           DISPLAY "ARQUIVO MESTRE EMPREGDB INDISPONIVEL - "
                   "DIFERENCA NAO CALCULADA"
           CLOSE HISTORICO-FILE
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1200-ABRE-LOTE.
       IF WRK-ABANDONA = "S"
           CLOSE HISTORICO-FILE
           CLOSE EMPREGADOS-FILE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "DIFERENCA RETROATIVA"  TO WRK-CAB-TITULO.
       MOVE "    MES/ANO" TO WRK-REL-COLUNAS.
       MOVE "PAGO"        TO WRK-REL-COLUNAS(27:4).
       MOVE "DEVIDO"      TO WRK-REL-COLUNAS(43:6).
       MOVE "DIFERENCA"   TO WRK-REL-COLUNAS(58:9).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "VIGENCIA " WRK-COMPET-VIGENCIA
              "  FOLHA " WRK-COMPET-FOLHA
              "  TIPO " WRK-TIPO
              "  INDICE " WRK-INDICE-ENT
              "  FILIAL " WRK-FILIAL-ENT
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       PERFORM 1300-SITUACAO-MESES.
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
       END-START.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-PARAMETROS   SECTION.
       DISPLAY "COMPETENCIA DE VIGENCIA DO ACORDO".
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 1110-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       MOVE WRK-COMPETENCIA TO WRK-COMPET-VIGENCIA.
       DISPLAY "COMPETENCIA DA FOLHA CORRENTE (RECEBE A "
               "DIFERENCA)".
       MOVE "N" TO WRK-COMPETENCIA-OK.
       PERFORM 1110-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-OK = "S".
       MOVE WRK-COMPETENCIA TO WRK-COMPET-FOLHA.
       IF WRK-COMPET-VIGENCIA NOT < WRK-COMPET-FOLHA
           DISPLAY "VIGENCIA NAO E ANTERIOR A FOLHA CORRENTE - "
                   "NAO HA DIFERENCA RETROATIVA"
           MOVE "S" TO WRK-ABANDONA
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       COMPUTE WRK-QTD-MESES = (WRK-CFO-ANO - WRK-CVG-ANO) * 12
                             + WRK-CFO-MES - WRK-CVG-MES.
       IF WRK-QTD-MESES > WRK-MAX-MESES
           DISPLAY "VIGENCIA A MAIS DE " WRK-MAX-MESES
                   " MESES DA FOLHA CORRENTE - ACERTO FORA DA "
                   "FOLHA"
           MOVE "S" TO WRK-ABANDONA
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       PERFORM 1120-RECEBE-TIPO
           UNTIL WRK-TIPO-PERCENTUAL OR WRK-TIPO-VALOR-FIXO.
       PERFORM 1130-RECEBE-INDICE
           UNTIL WRK-INDICE-ENT NUMERIC.
       MOVE WRK-INDICE-NUM TO WRK-INDICE.
       PERFORM 1140-RECEBE-FILIAL
           UNTIL WRK-FILIAL-ENT NUMERIC.
       MOVE WRK-FILIAL-ENT TO WRK-FILIAL-FILTRO.

       1100-RECEBE-SAIDA.
           EXIT.

       1110-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "  (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1110-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 1110-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       1110-RECEBE-SAIDA.
           EXIT.

       1120-RECEBE-TIPO         SECTION.
       DISPLAY "TIPO DO REAJUSTE - P PERCENTUAL / V VALOR FIXO "
       ACCEPT WRK-TIPO.
       IF NOT WRK-TIPO-PERCENTUAL AND NOT WRK-TIPO-VALOR-FIXO
           DISPLAY "TIPO INVALIDO - DIGITE P OU V"
       END-IF.

       1130-RECEBE-INDICE       SECTION.
       DISPLAY "INDICE DO REAJUSTE - PERCENTUAL OU VALOR EM "
               "CENTAVOS (6 DIGITOS, EX 001050 = 10,50) "
       ACCEPT WRK-INDICE-ENT.
       IF WRK-INDICE-ENT NOT NUMERIC
           DISPLAY "INDICE INVALIDO - DIGITE APENAS NUMEROS"
       END-IF.

       1140-RECEBE-FILIAL       SECTION.
       DISPLAY "FILIAL DO ACORDO - 000 PARA TODAS "
       ACCEPT WRK-FILIAL-ENT.
       IF WRK-FILIAL-ENT NOT NUMERIC
           DISPLAY "FILIAL INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1200-ABRE-LOTE           SECTION.
      *== lote do mes ja digitado ou importado para a mesma
      *== competencia: a diferenca entra como um lote a mais
      *== no fim do arquivo (a APLICMOV aceita varios lotes da
      *== competencia), no lugar do RETROATIV anterior que a
      *== LOTEMOV retira; arquivo velho de outra competencia
      *== e substituido
       CALL "LOTEMOV" USING WRK-LMV-FUNCAO WRK-COMPET-FOLHA
                            WRK-LMV-FONTE WRK-LMV-RESULTADO
                            WRK-LMV-REMOVIDOS.
       IF WRK-LMV-RESULTADO = "E"
           DISPLAY "MOVFOLHA NAO REMONTADO (MOVFOLWK) - "
                   "DIFERENCA NAO GERADA"
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-ABANDONA
           GO TO 1200-ABRE-SAIDA
       END-IF.
       IF WRK-LMV-RESULTADO = "O"
           DISPLAY "AVISO: MOVFOLHA DE OUTRA COMPETENCIA SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-REMOVIDOS > ZEROS
           DISPLAY "LOTE RETROATIV ANTERIOR DA COMPETENCIA "
                   "SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-RESULTADO = "A"
           OPEN EXTEND MOVIMENTO-FILE
           DISPLAY "DIFERENCA ACRESCENTADA AO MOVFOLHA DA "
                   "COMPETENCIA " WRK-COMPET-FOLHA
       ELSE
           OPEN OUTPUT MOVIMENTO-FILE
       END-IF.
       MOVE SPACES           TO REG-MOVFOLHA.
       MOVE "H"              TO MVF-TIPO.
       MOVE WRK-COMPET-FOLHA TO MVF-HDR-COMPETENCIA.
       MOVE "RETROATIV"      TO MVF-HDR-FONTE.
       WRITE REG-MOVFOLHA.

       1200-ABRE-SAIDA.
           EXIT.

       1300-SITUACAO-MESES      SECTION.
      *== so a competencia fechada no COMPETDB tem o bruto
      *== definitivo no FOLHAHST; a aberta pode ser refeita e
      *== fica fora do recalculo, listada no demonstrativo
       MOVE ZEROS               TO WRK-CNT-NAO-FECHADOS.
       MOVE ALL "N"             TO WRK-TAB-MESES.
       MOVE WRK-COMPET-VIGENCIA TO WRK-COMPET-TESTE.
       PERFORM 1310-TESTA-MES
           VARYING WRK-IND-MES FROM 1 BY 1
           UNTIL WRK-IND-MES > WRK-QTD-MESES.
       IF WRK-CNT-NAO-FECHADOS > ZEROS
           DISPLAY "AVISO: " WRK-CNT-NAO-FECHADOS
                   " COMPETENCIA(S) NAO FECHADA(S) FORA DO "
                   "RECALCULO - VER RELRETRO"
       END-IF.

       1310-TESTA-MES           SECTION.
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-CPT-EMPRESA
                            WRK-COMPET-TESTE WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           MOVE "S" TO WRK-MES-FECHADO(WRK-IND-MES)
       ELSE
           ADD 1 TO WRK-CNT-NAO-FECHADOS
           IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
               PERFORM 8100-CABECALHO-PADRAO
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "    " WRK-CTT-MES "/" WRK-CTT-ANO
                  "  COMPETENCIA NAO FECHADA - NAO RECALCULADA"
                  DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO WRK-REL-LINHAS-PAGINA
       END-IF.
       ADD 1 TO WRK-CTT-MES.
       IF WRK-CTT-MES > 12
           MOVE 1 TO WRK-CTT-MES
           ADD 1  TO WRK-CTT-ANO
       END-IF.

       2000-TRATA-HISTORICO     SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF
               GO TO 2000-TRATA-SAIDA
       END-READ.
       IF FHS-COMPETENCIA < WRK-COMPET-VIGENCIA
          OR FHS-COMPETENCIA NOT < WRK-COMPET-FOLHA
           GO TO 2000-TRATA-SAIDA
       END-IF.
       MOVE FHS-COMPETENCIA TO WRK-COMPET-TESTE.
       COMPUTE WRK-IND-MES = (WRK-CTT-ANO - WRK-CVG-ANO) * 12
                           + WRK-CTT-MES - WRK-CVG-MES + 1.
       IF WRK-MES-FECHADO(WRK-IND-MES) NOT = "S"
           GO TO 2000-TRATA-SAIDA
       END-IF.
       IF FHS-MATRICULA NOT = WRK-MATRICULA-ATUAL
           PERFORM 3000-FECHA-MATRICULA
           PERFORM 2100-ABRE-MATRICULA
       END-IF.
       IF WRK-FUNC-FORA
           GO TO 2000-TRATA-SAIDA
       END-IF.
      *== valor fixo e uma vez por mes: vai so na folha normal
       IF WRK-TIPO-VALOR-FIXO
          AND FHS-COMPLEMENTAR
           GO TO 2000-TRATA-SAIDA
       END-IF.
       PERFORM 2200-RECALCULA-MES.

       2000-TRATA-SAIDA.
           EXIT.

       2100-ABRE-MATRICULA      SECTION.
       MOVE FHS-MATRICULA TO WRK-MATRICULA-ATUAL.
       MOVE ZEROS         TO WRK-DIF-MATRICULA.
       MOVE "N"           TO WRK-FUNC-SITUACAO.
       MOVE FHS-MATRICULA TO REG-MATRICULA.
       READ EMPREGADOS-FILE KEY IS REG-MATRICULA
           INVALID KEY
               GO TO 2100-ABRE-SAIDA
       END-READ.
       IF WRK-FILIAL-FILTRO NOT = ZEROS
          AND REG-FILIAL NOT = WRK-FILIAL-FILTRO
           GO TO 2100-ABRE-SAIDA
       END-IF.
       IF REG-DESLIGADO
           MOVE "D" TO WRK-FUNC-SITUACAO
       ELSE
           MOVE "S" TO WRK-FUNC-SITUACAO
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES        TO REL-FUNCIONARIO.
       MOVE "MATRICULA "  TO REL-FUNCIONARIO(1:10).
       MOVE REG-MATRICULA TO REL-FUN-MATRICULA.
       MOVE REG-NOME      TO REL-FUN-NOME.
       IF WRK-FUNC-DESLIGADO
           MOVE "DESLIGADO - ACERTO FORA FOLHA" TO REL-FUN-OBS
       END-IF.
       WRITE REL-LINHA FROM REL-FUNCIONARIO.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       2100-ABRE-SAIDA.
           EXIT.

       2200-RECALCULA-MES       SECTION.
      *== devido = bruto pago no mes com o reajuste do
      *== acordo, pelo mesmo calculo do REAJUSTE
       MOVE "N" TO WRK-HOUVE-ERRO.
       IF WRK-TIPO-PERCENTUAL
           COMPUTE WRK-DEVIDO ROUNDED =
                   FHS-BRUTO * (1 + WRK-INDICE / 100)
               ON SIZE ERROR
                   MOVE "S" TO WRK-HOUVE-ERRO
           END-COMPUTE
       ELSE
           COMPUTE WRK-DEVIDO = FHS-BRUTO + WRK-INDICE
               ON SIZE ERROR
                   MOVE "S" TO WRK-HOUVE-ERRO
           END-COMPUTE
       END-IF.
       IF WRK-HOUVE-ERRO = "S"
           DISPLAY "*** DEVIDO NAO REPRESENTAVEL - MATRICULA "
                   FHS-MATRICULA " COMPETENCIA " FHS-COMPETENCIA
                   " IGNORADA ***"
           MOVE "FHS-BRUTO"      TO WRK-EXC-CAMPO
           MOVE "DIFERENCA RETROATIVA ESTOUROU O CAMPO"
                                 TO WRK-EXC-DESCRICAO
           PERFORM 0900-GRAVA-EXCECAO
           GO TO 2200-RECALCULA-SAIDA
       END-IF.
       COMPUTE WRK-DIFERENCA = WRK-DEVIDO - FHS-BRUTO.
       ADD WRK-DIFERENCA TO WRK-DIF-MATRICULA.
       ADD 1             TO WRK-CNT-MESES.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES             TO REL-DETALHE.
       MOVE FHS-COMPETENCIA    TO WRK-COMPETENCIA.
       MOVE WRK-CMP-MES        TO REL-DET-MES.
       MOVE "/"                TO REL-DETALHE(7:1).
       MOVE WRK-CMP-ANO        TO REL-DET-ANO.
       MOVE FHS-BRUTO          TO REL-DET-PAGO.
       MOVE WRK-DEVIDO         TO REL-DET-DEVIDO.
       MOVE WRK-DIFERENCA      TO REL-DET-DIFERENCA.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       2200-RECALCULA-SAIDA.
           EXIT.

       3000-FECHA-MATRICULA     SECTION.
       IF WRK-MATRICULA-ATUAL = ZEROS
          OR WRK-FUNC-FORA
           GO TO 3000-FECHA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES            TO REL-TOTAL.
       MOVE WRK-DIF-MATRICULA TO REL-TOT-DIFERENCA.
       IF WRK-FUNC-DESLIGADO
           MOVE "  DIFERENCA NAO LANCADA" TO REL-TOT-ROTULO
           ADD 1                 TO WRK-CNT-DESLIGADOS
           ADD WRK-DIF-MATRICULA TO WRK-TOT-DESLIGADOS
       ELSE
           MOVE "  LANCADA COMO PV NA FOLHA" TO REL-TOT-ROTULO
       END-IF.
       WRITE REL-LINHA FROM REL-TOTAL.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.
       IF WRK-FUNC-CONSIDERADO
          AND WRK-DIF-MATRICULA > ZEROS
           MOVE SPACES              TO REG-MOVFOLHA
           MOVE "D"                 TO MVF-TIPO
           MOVE WRK-MATRICULA-ATUAL TO MVF-MATRICULA
           MOVE "PV"                TO MVF-VERBA
           MOVE ZEROS               TO MVF-QTDE
           MOVE WRK-DIF-MATRICULA   TO MVF-VALOR
           WRITE REG-MOVFOLHA
           ADD 1                    TO WRK-CNT-LANCADOS
           ADD WRK-DIF-MATRICULA    TO WRK-HASH-CORRENTE
                                       WRK-TOT-LANCADO
       END-IF.

       3000-FECHA-SAIDA.
           EXIT.

       0900-GRAVA-EXCECAO       SECTION.
       MOVE WRK-NOME-JOB       TO EXC-PROGRAMA.
       MOVE WRK-EXC-CAMPO      TO EXC-CAMPO.
       MOVE WRK-EXC-DESCRICAO  TO EXC-DESCRICAO.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA      TO EXC-DATA-HORA.
       WRITE REG-EXCPTLOG.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           CLOSE EXCPTLOG-FILE
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       MOVE SPACES            TO REG-MOVFOLHA.
       MOVE "T"               TO MVF-TIPO.
       MOVE WRK-CNT-LANCADOS  TO MVF-TRL-QTDE.
       MOVE WRK-HASH-CORRENTE TO MVF-TRL-HASH.
       WRITE REG-MOVFOLHA.
       IF WRK-REL-LINHAS-PAGINA + 2 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE SPACES             TO REL-TOTAL.
       MOVE "TOTAL LANCADO NO MOVFOLHA" TO REL-TOT-ROTULO.
       MOVE WRK-TOT-LANCADO    TO REL-TOT-DIFERENCA.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE SPACES             TO REL-TOTAL.
       MOVE "TOTAL DE DESLIGADOS"       TO REL-TOT-ROTULO.
       MOVE WRK-TOT-DESLIGADOS TO REL-TOT-DIFERENCA.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE WRK-TOT-LANCADO TO WRK-TOTAL-ED.
       DISPLAY "DIFRETRO - " WRK-CNT-MESES " MESES RECALCULADOS, "
               WRK-CNT-LANCADOS " DIFERENCAS LANCADAS, TOTAL "
               WRK-TOTAL-ED.
       IF WRK-CNT-DESLIGADOS > ZEROS
           DISPLAY "AVISO: " WRK-CNT-DESLIGADOS
                   " DESLIGADOS COM DIFERENCA - VER RELRETRO"
       END-IF.
       CLOSE HISTORICO-FILE.
       CLOSE EMPREGADOS-FILE.
       CLOSE MOVIMENTO-FILE.
       CLOSE RELATORIO-FILE.
       CLOSE EXCPTLOG-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
