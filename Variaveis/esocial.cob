       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Geracao dos eventos do eSocial - varre a
      *==            trilha do mestre MSTRLOG (inclusao vira
      *==            admissao S-2200; alteracao de salario,
      *==            cargo ou filial vira S-2206; passagem para
      *==            desligado pelo DESLIGA vira S-2299) e o
      *==            historico FOLHAHST da competencia pedida
      *==            (remuneracao S-1200). Cada evento novo e
      *==            registrado no controle ESOCCTL com a
      *==            situacao gerado; o arquivo ESOCEVT sai com
      *==            todos os eventos ainda nao transmitidos
      *==            (novos, pendentes e rejeitados que a fonte
      *==            regenerou), com um header e um trailer
      *==            que traz a quantidade por tipo de evento,
      *==            e a listagem RELESOC mostra o que entrou.
      *==            Evento ja enviado ou aceito nao sai de
      *==            novo - a digitacao no portal acabou.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Folha complementar (FOLHACMP) gera o
      *==                    S-1200 proprio, referencia AAAAMM-SS.
      *==   15/10/2026 CAS - S-1200 da folha normal soma as ferias
      *==                    pagas na competencia (FERPAGDB):
      *==                    ferias, 1/3 e abono, INSS e IRRF.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS-FILE ASSIGN TO "EMPREGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MATRICULA
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREGADOS.
           SELECT MSTRLOG-FILE ASSIGN TO "MSTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MSTRLOG.
           SELECT HISTORICO-FILE ASSIGN TO "FOLHAHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT FERPAG-FILE ASSIGN TO "FERPAGDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-CHAVE
               FILE STATUS IS WRK-FS-FERPAG.
           SELECT CONTROLE-FILE ASSIGN TO "ESOCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT EVENTOS-FILE ASSIGN TO "ESOCEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.
           SELECT RELATORIO-FILE ASSIGN TO "RELESOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT PARAMETRO-FILE ASSIGN TO "PARMFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empregrc.cpy".

       FD  MSTRLOG-FILE
           LABEL RECORD IS STANDARD.
       COPY "mstlgrc.cpy".

       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "folhahrc.cpy".

       FD  EMPRESAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "empresrc.cpy".

       FD  FERPAG-FILE
           LABEL RECORD IS STANDARD.
       COPY "ferpgrc.cpy".

       FD  CONTROLE-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocctrc.cpy".

       FD  EVENTOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocevrc.cpy".

       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  REL-LINHA               PIC X(80).
       01  REL-DETALHE.
           05  REL-DET-EVENTO      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-MATRICULA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-REFERENCIA  PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-EMPRESA     PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-NOME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REL-DET-SITUACAO    PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(30).
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(44) VALUE SPACES.

       FD  PARAMETRO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PARAM-FOLHA.
           05  PRM-DATA-PAGTO         PIC 9(08).
           05  PRM-COMPETENCIA        PIC 9(06).
           05  PRM-EMPRESA            PIC 9(02).

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "ESOCIAL".
       77 WRK-FS-EMPREGADOS     PIC X(02) VALUE "00".
       77 WRK-FS-MSTRLOG        PIC X(02) VALUE "00".
       77 WRK-FS-HISTORICO      PIC X(02) VALUE "00".
       77 WRK-FS-EMPRESAS       PIC X(02) VALUE "00".
       77 WRK-FS-FERPAG         PIC X(02) VALUE "00".
       77 WRK-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WRK-FS-EVENTOS        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FS-PARAMETRO      PIC X(02) VALUE "00".
       77 WRK-MODO-CARTAO       PIC X(01) VALUE "N".
          88 WRK-CARTAO-PRESENTE          VALUE "S".
       77 WRK-CARTAO-INVALIDO   PIC X(01) VALUE "N".
       77 WRK-EMPREGADOS-OK     PIC X(01) VALUE "N".
          88 WRK-EMPREGADOS-DISPONIVEL    VALUE "S".
       77 WRK-EMPRESAS-OK       PIC X(01) VALUE "N".
          88 WRK-EMPRESAS-DISPONIVEL      VALUE "S".
       77 WRK-HISTORICO-OK      PIC X(01) VALUE "N".
          88 WRK-HISTORICO-DISPONIVEL     VALUE "S".
       77 WRK-FERPAG-OK         PIC X(01) VALUE "N".
          88 WRK-FERPAG-DISPONIVEL        VALUE "S".
       77 WRK-EMPRESA-ENT       PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA-SEL       PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-REG       PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-OK    PIC X(01) VALUE "N".
       01 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-RD REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO          PIC 9(04).
           05  WRK-CMP-MES          PIC 9(02).
       01 WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-GERACAO-X REDEFINES WRK-DATA-GERACAO
                                PIC X(08).
       77 WRK-EOF-MSTRLOG       PIC X(01) VALUE "N".
       77 WRK-EOF-HISTORICO     PIC X(01) VALUE "N".
       77 WRK-EOF-FERPAG        PIC X(01) VALUE "N".
       77 WRK-EOF-CONTROLE      PIC X(01) VALUE "N".
       77 WRK-EVT-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-EVT-CONTEUDO      PIC X(140) VALUE SPACES.
       77 WRK-EVT-NOME          PIC X(30) VALUE SPACES.
      *== imagens de 101 bytes do MSTRLOG, no layout do
      *== EMPREGRC, so ate o cargo - os campos que os eventos
      *== usam
       01 WRK-IMG-ANTES.
           05  WRK-ANT-MATRICULA    PIC 9(06).
           05  FILLER               PIC X(33).
           05  WRK-ANT-SALARIO      PIC 9(08)V99.
           05  FILLER               PIC X(10).
           05  WRK-ANT-FILIAL       PIC 9(03).
           05  WRK-ANT-SITUACAO     PIC X(01).
           05  FILLER               PIC X(31).
           05  WRK-ANT-CARGO        PIC 9(04).
       01 WRK-IMG-DEPOIS.
           05  WRK-POS-MATRICULA    PIC 9(06).
           05  WRK-POS-NOME         PIC X(30).
           05  FILLER               PIC X(03).
           05  WRK-POS-SALARIO      PIC 9(08)V99.
           05  FILLER               PIC X(10).
           05  WRK-POS-FILIAL       PIC 9(03).
           05  WRK-POS-SITUACAO     PIC X(01).
           05  WRK-POS-DATA-DESLIG  PIC 9(08).
           05  WRK-POS-DATA-ADMISSAO PIC 9(08).
           05  FILLER               PIC X(13).
           05  WRK-POS-EMPRESA      PIC 9(02).
           05  WRK-POS-CARGO        PIC 9(04).
       77 WRK-CNT-NOVOS         PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-REGERADOS     PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-JA-CONTROLADOS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-NO-ARQUIVO    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-2200          PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-2206          PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-2299          PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-1200          PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-CARTAO-INVALIDO NOT = "S"
           PERFORM 2000-VARRE-TRILHA
           PERFORM 3000-VARRE-HISTORICO
           PERFORM 4000-GERA-ARQUIVO
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-GERACAO-X.
       PERFORM 1010-LE-PARAM-FOLHA.
       IF WRK-CARTAO-INVALIDO = "S"
           MOVE 8 TO RETURN-CODE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF NOT WRK-CARTAO-PRESENTE
           PERFORM 1100-RECEBE-COMPETENCIA
               UNTIL WRK-COMPETENCIA-OK = "S"
           PERFORM 1050-RECEBE-EMPRESA
               UNTIL WRK-EMPRESA-ENT NUMERIC
           MOVE WRK-EMPRESA-ENT TO WRK-EMPRESA-SEL
       END-IF.
       OPEN INPUT EMPREGADOS-FILE.
       IF WRK-FS-EMPREGADOS = "00"
           MOVE "S" TO WRK-EMPREGADOS-OK
       END-IF.
       OPEN INPUT HISTORICO-FILE.
       IF WRK-FS-HISTORICO = "00"
           MOVE "S" TO WRK-HISTORICO-OK
       END-IF.
       OPEN INPUT EMPRESAS-FILE.
       IF WRK-FS-EMPRESAS = "00"
           MOVE "S" TO WRK-EMPRESAS-OK
       END-IF.
      *== ferias sao pagas antes do gozo e saem do bruto da
      *== folha; o que o FERIASPG pagou na competencia vem
      *== do FERPAGDB
       OPEN INPUT FERPAG-FILE.
       IF WRK-FS-FERPAG = "00"
           MOVE "S" TO WRK-FERPAG-OK
       ELSE
           DISPLAY "AVISO: FERPAGDB INDISPONIVEL - FERIAS PAGAS "
                   "FORA DO S-1200"
       END-IF.
       OPEN I-O CONTROLE-FILE.
       IF WRK-FS-CONTROLE = "35"
           OPEN OUTPUT CONTROLE-FILE
           CLOSE CONTROLE-FILE
           OPEN I-O CONTROLE-FILE
       END-IF.
       OPEN OUTPUT EVENTOS-FILE.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "EVENTOS DO ESOCIAL GERADOS" TO WRK-CAB-TITULO.
       MOVE "EVENTO  MATRIC  REFERENCIA      EM  NOME"
         TO WRK-REL-COLUNAS.
       MOVE "SITUACAO" TO WRK-REL-COLUNAS(69:8).
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.
       MOVE SPACES TO REL-LINHA.
       STRING "COMPETENCIA DO S-1200 " WRK-COMPETENCIA
              "  EMPRESA " WRK-EMPRESA-SEL
              DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1010-LE-PARAM-FOLHA      SECTION.
      *== cartao opcional PARMFOLH da cadeia: competencia do
      *== S-1200 (zero = a do mes corrente) e empresa vem
      *== dele; presente mas ilegivel, o job cai com RC 8
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
                   IF PRM-COMPETENCIA = ZEROS
                       MOVE WRK-DATA-GERACAO-X(1:6)
                         TO WRK-COMPETENCIA-ENT
                       MOVE WRK-COMPETENCIA-ENT
                         TO WRK-COMPETENCIA
                   ELSE
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
       DISPLAY "EMPRESA DOS EVENTOS (2 DIGITOS, 00 = TODAS) "
       ACCEPT WRK-EMPRESA-ENT.
       IF WRK-EMPRESA-ENT NOT NUMERIC
           DISPLAY "EMPRESA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DO S-1200 (AAAAMM, 000000 = SEM "
               "REMUNERACAO) "
       ACCEPT WRK-COMPETENCIA-ENT.
       IF WRK-COMPETENCIA-ENT NOT NUMERIC
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
       IF WRK-COMPETENCIA NOT = ZEROS
          AND (WRK-CMP-MES < 1 OR WRK-CMP-MES > 12)
           DISPLAY "MES DA COMPETENCIA INVALIDO - REDIGITE"
           GO TO 1100-RECEBE-SAIDA
       END-IF.
       MOVE "S" TO WRK-COMPETENCIA-OK.

       1100-RECEBE-SAIDA.
           EXIT.

       2000-VARRE-TRILHA        SECTION.
       OPEN INPUT MSTRLOG-FILE.
       IF WRK-FS-MSTRLOG NOT = "00"
           DISPLAY "TRILHA MSTRLOG AUSENTE - SEM EVENTOS DE "
                   "ADMISSAO, ALTERACAO OU DESLIGAMENTO"
           GO TO 2000-VARRE-SAIDA
       END-IF.
       MOVE "N" TO WRK-EOF-MSTRLOG.
       PERFORM 2100-LE-TRILHA UNTIL WRK-EOF-MSTRLOG = "S".
       CLOSE MSTRLOG-FILE.

       2000-VARRE-SAIDA.
           EXIT.

       2100-LE-TRILHA           SECTION.
       READ MSTRLOG-FILE
           AT END
               MOVE "S" TO WRK-EOF-MSTRLOG
               GO TO 2100-LE-SAIDA
       END-READ.
       MOVE MST-IMAGEM-ANTES  TO WRK-IMG-ANTES.
       MOVE MST-IMAGEM-DEPOIS TO WRK-IMG-DEPOIS.
      *== imagens anteriores ao alargamento do registro
      *== trazem brancos em cargo e empresa
       IF WRK-ANT-CARGO NOT NUMERIC
           MOVE ZEROS TO WRK-ANT-CARGO
       END-IF.
       IF WRK-POS-CARGO NOT NUMERIC
           MOVE ZEROS TO WRK-POS-CARGO
       END-IF.
       IF WRK-POS-EMPRESA NOT NUMERIC
           MOVE ZEROS TO WRK-POS-EMPRESA
       END-IF.
       MOVE WRK-POS-EMPRESA TO WRK-EVT-EMPRESA.
       IF WRK-EVT-EMPRESA = ZEROS
           MOVE 1 TO WRK-EVT-EMPRESA
       END-IF.
      *== o recall do acervo (CONSARQM) reinclui quem ja foi
      *== admitido - nao e admissao nova
       IF MST-OPER-INCLUSAO
          AND MST-PROGRAMA NOT = "CONSARQM"
           PERFORM 2200-MONTA-ADMISSAO
           GO TO 2100-LE-SAIDA
       END-IF.
       IF NOT MST-OPER-ALTERACAO
           GO TO 2100-LE-SAIDA
       END-IF.
       IF WRK-ANT-SITUACAO NOT = "D"
          AND WRK-POS-SITUACAO = "D"
           PERFORM 2400-MONTA-DESLIGAMENTO
           GO TO 2100-LE-SAIDA
       END-IF.
       IF WRK-ANT-SALARIO NOT = WRK-POS-SALARIO
          OR WRK-ANT-CARGO NOT = WRK-POS-CARGO
          OR WRK-ANT-FILIAL NOT = WRK-POS-FILIAL
           PERFORM 2300-MONTA-ALTERACAO
       END-IF.

       2100-LE-SAIDA.
           EXIT.

       2200-MONTA-ADMISSAO      SECTION.
       MOVE SPACES                TO REG-EVENTO.
       MOVE "1"                   TO EVT-TIPO-REG.
       MOVE "S-2200"              TO EVT-EVENTO.
       MOVE MST-MATRICULA         TO EVT-MATRICULA.
       MOVE WRK-POS-DATA-ADMISSAO TO EVT-REFERENCIA.
       MOVE WRK-POS-NOME          TO EVT-NOME.
       MOVE WRK-POS-DATA-ADMISSAO TO EVT-ADM-DATA.
       MOVE WRK-POS-CARGO         TO EVT-ADM-CARGO.
       MOVE WRK-POS-FILIAL        TO EVT-ADM-FILIAL.
       MOVE WRK-POS-SALARIO       TO EVT-ADM-SALARIO.
       PERFORM 2800-REGISTRA-EVENTO.

       2300-MONTA-ALTERACAO     SECTION.
       MOVE SPACES                TO REG-EVENTO.
       MOVE "1"                   TO EVT-TIPO-REG.
       MOVE "S-2206"              TO EVT-EVENTO.
       MOVE MST-MATRICULA         TO EVT-MATRICULA.
       MOVE MST-DATA-HORA(1:14)   TO EVT-REFERENCIA.
       MOVE WRK-POS-NOME          TO EVT-NOME.
       MOVE MST-DATA-HORA(1:8)    TO EVT-ALT-DATA.
       MOVE WRK-ANT-SALARIO       TO EVT-ALT-SALARIO-ANT.
       MOVE WRK-POS-SALARIO       TO EVT-ALT-SALARIO.
       MOVE WRK-ANT-CARGO         TO EVT-ALT-CARGO-ANT.
       MOVE WRK-POS-CARGO         TO EVT-ALT-CARGO.
       MOVE WRK-ANT-FILIAL        TO EVT-ALT-FILIAL-ANT.
       MOVE WRK-POS-FILIAL        TO EVT-ALT-FILIAL.
       PERFORM 2800-REGISTRA-EVENTO.

       2400-MONTA-DESLIGAMENTO  SECTION.
       MOVE SPACES                TO REG-EVENTO.
       MOVE "1"                   TO EVT-TIPO-REG.
       MOVE "S-2299"              TO EVT-EVENTO.
       MOVE MST-MATRICULA         TO EVT-MATRICULA.
       MOVE WRK-POS-DATA-DESLIG   TO EVT-REFERENCIA.
       MOVE WRK-POS-NOME          TO EVT-NOME.
       MOVE WRK-POS-DATA-DESLIG   TO EVT-DSL-DATA.
       MOVE WRK-POS-DATA-ADMISSAO TO EVT-DSL-ADMISSAO.
       PERFORM 2800-REGISTRA-EVENTO.

       2800-REGISTRA-EVENTO     SECTION.
      *== evento novo entra no controle como gerado; o
      *== rejeitado que a fonte trouxe de novo volta a gerado
      *== com o conteudo atual; enviado, aceito ou ainda
      *== pendente fica como esta
       IF WRK-EMPRESA-SEL NOT = ZEROS
          AND WRK-EVT-EMPRESA NOT = WRK-EMPRESA-SEL
           GO TO 2800-REGISTRA-SAIDA
       END-IF.
       MOVE WRK-EVT-EMPRESA TO EVT-EMPRESA.
       PERFORM 2900-BUSCA-CNPJ.
       MOVE REG-EVENTO      TO WRK-EVT-CONTEUDO.
       MOVE EVT-CHAVE       TO ESC-CHAVE.
       READ CONTROLE-FILE KEY IS ESC-CHAVE
           INVALID KEY
               MOVE SPACES            TO REG-ESOCIAL-CTL
               MOVE EVT-CHAVE         TO ESC-CHAVE
               MOVE "G"               TO ESC-SITUACAO
               MOVE WRK-EVT-EMPRESA   TO ESC-EMPRESA
               MOVE WRK-DATA-GERACAO  TO ESC-DATA-GERACAO
               MOVE ZEROS             TO ESC-DATA-ENVIO
                                         ESC-DATA-RETORNO
                                         ESC-QTDE-ENVIOS
               MOVE WRK-EVT-CONTEUDO  TO ESC-CONTEUDO
               WRITE REG-ESOCIAL-CTL
                   INVALID KEY
                       DISPLAY "AVISO: EVENTO " EVT-EVENTO
                               " DA MATRICULA " EVT-MATRICULA
                               " NAO CONTROLADO - FS "
                               WRK-FS-CONTROLE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-NOVOS
               END-WRITE
           NOT INVALID KEY
               IF ESC-REJEITADO
                   MOVE "G"              TO ESC-SITUACAO
                   MOVE WRK-DATA-GERACAO TO ESC-DATA-GERACAO
                   MOVE WRK-EVT-CONTEUDO TO ESC-CONTEUDO
                   REWRITE REG-ESOCIAL-CTL
                   ADD 1 TO WRK-CNT-REGERADOS
               ELSE
                   ADD 1 TO WRK-CNT-JA-CONTROLADOS
               END-IF
       END-READ.

       2800-REGISTRA-SAIDA.
           EXIT.

       2900-BUSCA-CNPJ          SECTION.
       MOVE SPACES TO EVT-CNPJ.
       IF WRK-EMPRESAS-DISPONIVEL
           MOVE WRK-EVT-EMPRESA TO EMP-CODIGO
           READ EMPRESAS-FILE KEY IS EMP-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-CNPJ TO EVT-CNPJ
           END-READ
       END-IF.

       3000-VARRE-HISTORICO     SECTION.
      *== S-1200: um evento por matricula paga na competencia
       IF WRK-COMPETENCIA = ZEROS
           GO TO 3000-VARRE-SAIDA
       END-IF.
       IF NOT WRK-HISTORICO-DISPONIVEL
           DISPLAY "HISTORICO FOLHAHST AUSENTE - SEM EVENTOS "
                   "DE REMUNERACAO"
           GO TO 3000-VARRE-SAIDA
       END-IF.
       MOVE "N"   TO WRK-EOF-HISTORICO.
       MOVE ZEROS TO FHS-CHAVE.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-HISTORICO
       END-START.
       PERFORM 3100-LE-HISTORICO UNTIL WRK-EOF-HISTORICO = "S".

       3000-VARRE-SAIDA.
           EXIT.

       3100-LE-HISTORICO        SECTION.
       READ HISTORICO-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-HISTORICO
           NOT AT END
               IF FHS-COMPETENCIA = WRK-COMPETENCIA
                   PERFORM 3200-MONTA-REMUNERACAO
               END-IF
       END-READ.

       3200-MONTA-REMUNERACAO   SECTION.
       MOVE SPACES           TO REG-EVENTO.
       MOVE "1"              TO EVT-TIPO-REG.
       MOVE "S-1200"         TO EVT-EVENTO.
       MOVE FHS-MATRICULA    TO EVT-MATRICULA.
       IF FHS-COMPLEMENTAR
           STRING FHS-COMPETENCIA "-" FHS-SEQUENCIA
               DELIMITED BY SIZE INTO EVT-REFERENCIA
       ELSE
           MOVE FHS-COMPETENCIA  TO EVT-REFERENCIA
       END-IF.
       MOVE FHS-COMPETENCIA  TO EVT-REM-COMPETENCIA.
       MOVE FHS-FILIAL       TO EVT-REM-FILIAL.
       MOVE FHS-BRUTO        TO EVT-REM-BRUTO.
       MOVE FHS-INSS         TO EVT-REM-INSS.
       MOVE FHS-IRRF         TO EVT-REM-IRRF.
       IF FHS-FOLHA-NORMAL
           PERFORM 3300-SOMA-FERIAS
       END-IF.
       MOVE 1                TO WRK-EVT-EMPRESA.
       IF WRK-EMPREGADOS-DISPONIVEL
           MOVE FHS-MATRICULA TO REG-MATRICULA
           READ EMPREGADOS-FILE KEY IS REG-MATRICULA
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO EVT-NOME
               NOT INVALID KEY
                   MOVE REG-NOME TO EVT-NOME
                   PERFORM 0150-CASA-EMPRESA
                   MOVE WRK-EMPRESA-REG TO WRK-EVT-EMPRESA
           END-READ
       END-IF.
       PERFORM 2800-REGISTRA-EVENTO.

       3300-SOMA-FERIAS         SECTION.
      *== ferias, 1/3 e abono pagos na competencia entram uma
      *== vez, no S-1200 da folha normal - a complementar do
      *== mes nao repete
       IF NOT WRK-FERPAG-DISPONIVEL
           GO TO 3300-SOMA-SAIDA
       END-IF.
       MOVE FHS-MATRICULA TO FPG-MATRICULA.
       MOVE ZEROS         TO FPG-INICIO-GOZO.
       MOVE "N"           TO WRK-EOF-FERPAG.
       START FERPAG-FILE KEY IS >= FPG-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-FERPAG
       END-START.
       PERFORM 3310-LE-FERIAS-PAGAS UNTIL WRK-EOF-FERPAG = "S".

       3300-SOMA-SAIDA.
           EXIT.

       3310-LE-FERIAS-PAGAS     SECTION.
       READ FERPAG-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-FERPAG
           NOT AT END
               IF FPG-MATRICULA NOT = FHS-MATRICULA
                   MOVE "S" TO WRK-EOF-FERPAG
               ELSE
                   IF FPG-COMPETENCIA = WRK-COMPETENCIA
                       ADD FPG-VALOR-FERIAS FPG-VALOR-TERCO
                           FPG-VALOR-ABONO TO EVT-REM-BRUTO
                       ADD FPG-INSS TO EVT-REM-INSS
                       ADD FPG-IRRF TO EVT-REM-IRRF
                   END-IF
               END-IF
       END-READ.

       0150-CASA-EMPRESA        SECTION.
      *== REG-EMPRESA zero e legado e vale como a empresa 01
       MOVE REG-EMPRESA TO WRK-EMPRESA-REG.
       IF WRK-EMPRESA-REG = ZEROS
           MOVE 1 TO WRK-EMPRESA-REG
       END-IF.

       4000-GERA-ARQUIVO        SECTION.
      *== o arquivo leva todo evento ainda nao transmitido
      *== (situacao gerado) da empresa, novo ou de rodada
      *== anterior - a regeracao nunca esquece um pendente
       MOVE SPACES           TO REG-EVENTO.
       MOVE "0"              TO EVT-TIPO-REG.
       MOVE WRK-DATA-GERACAO TO EVT-HDR-DATA-GERACAO.
       MOVE WRK-COMPETENCIA  TO EVT-HDR-COMPETENCIA.
       MOVE WRK-EMPRESA-SEL  TO EVT-HDR-EMPRESA.
       WRITE REG-EVENTO.
       MOVE "N"    TO WRK-EOF-CONTROLE.
       MOVE SPACES TO ESC-CHAVE.
       START CONTROLE-FILE KEY IS >= ESC-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-CONTROLE
       END-START.
       PERFORM 4100-LE-CONTROLE UNTIL WRK-EOF-CONTROLE = "S".
       MOVE SPACES             TO REG-EVENTO.
       MOVE "9"                TO EVT-TIPO-REG.
       MOVE WRK-CNT-NO-ARQUIVO TO EVT-TRL-QTDE.
       MOVE WRK-CNT-2200       TO EVT-TRL-QTDE-2200.
       MOVE WRK-CNT-2206       TO EVT-TRL-QTDE-2206.
       MOVE WRK-CNT-2299       TO EVT-TRL-QTDE-2299.
       MOVE WRK-CNT-1200       TO EVT-TRL-QTDE-1200.
       WRITE REG-EVENTO.

       4100-LE-CONTROLE         SECTION.
       READ CONTROLE-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-CONTROLE
               GO TO 4100-LE-SAIDA
       END-READ.
       IF NOT ESC-GERADO
           GO TO 4100-LE-SAIDA
       END-IF.
       IF WRK-EMPRESA-SEL NOT = ZEROS
          AND ESC-EMPRESA NOT = WRK-EMPRESA-SEL
           GO TO 4100-LE-SAIDA
       END-IF.
       MOVE ESC-CONTEUDO TO REG-EVENTO.
       MOVE EVT-NOME     TO WRK-EVT-NOME.
       WRITE REG-EVENTO.
       ADD 1 TO WRK-CNT-NO-ARQUIVO.
       IF ESC-EVT-ADMISSAO
           ADD 1 TO WRK-CNT-2200
       END-IF.
       IF ESC-EVT-ALTERACAO
           ADD 1 TO WRK-CNT-2206
       END-IF.
       IF ESC-EVT-DESLIGAMENTO
           ADD 1 TO WRK-CNT-2299
       END-IF.
       IF ESC-EVT-REMUNERACAO
           ADD 1 TO WRK-CNT-1200
       END-IF.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE ESC-EVENTO     TO REL-DET-EVENTO.
       MOVE ESC-MATRICULA  TO REL-DET-MATRICULA.
       MOVE ESC-REFERENCIA TO REL-DET-REFERENCIA.
       MOVE ESC-EMPRESA    TO REL-DET-EMPRESA.
       MOVE WRK-EVT-NOME   TO REL-DET-NOME.
       IF ESC-QTDE-ENVIOS > ZEROS
           MOVE "REENVIO"  TO REL-DET-SITUACAO
       ELSE
           IF ESC-DATA-GERACAO = WRK-DATA-GERACAO
               MOVE "NOVO"     TO REL-DET-SITUACAO
           ELSE
               MOVE "PENDENTE" TO REL-DET-SITUACAO
           END-IF
       END-IF.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       4100-LE-SAIDA.
           EXIT.

       4500-TOTAIS              SECTION.
       IF WRK-REL-LINHAS-PAGINA + 8 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       MOVE "EVENTOS NOVOS NO CONTROLE"      TO REL-TOT-ROTULO.
       MOVE WRK-CNT-NOVOS                    TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "REJEITADOS REGERADOS"           TO REL-TOT-ROTULO.
       MOVE WRK-CNT-REGERADOS                TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "JA CONTROLADOS (IGNORADOS)"     TO REL-TOT-ROTULO.
       MOVE WRK-CNT-JA-CONTROLADOS           TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "S-2200 ADMISSOES NO ARQUIVO"    TO REL-TOT-ROTULO.
       MOVE WRK-CNT-2200                     TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "S-2206 ALTERACOES NO ARQUIVO"   TO REL-TOT-ROTULO.
       MOVE WRK-CNT-2206                     TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "S-2299 DESLIGAMENTOS NO ARQ"    TO REL-TOT-ROTULO.
       MOVE WRK-CNT-2299                     TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "S-1200 REMUNERACOES NO ARQ"     TO REL-TOT-ROTULO.
       MOVE WRK-CNT-1200                     TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.
       MOVE "TOTAL DE EVENTOS NO ARQUIVO"    TO REL-TOT-ROTULO.
       MOVE WRK-CNT-NO-ARQUIVO               TO REL-TOT-QTDE.
       WRITE REL-LINHA FROM REL-TOTAL.

       9000-FINALIZAR           SECTION.
       IF WRK-CARTAO-INVALIDO = "S"
           DISPLAY "ESOCIAL ABANDONADO PELO CARTAO PARMFOLH - "
                   "NENHUM EVENTO GERADO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       PERFORM 4500-TOTAIS.
       DISPLAY "ESOCIAL - " WRK-CNT-NO-ARQUIVO
               " EVENTOS NO ARQUIVO ESOCEVT (" WRK-CNT-NOVOS
               " NOVOS, " WRK-CNT-REGERADOS " REGERADOS)".
       IF WRK-EMPREGADOS-DISPONIVEL
           CLOSE EMPREGADOS-FILE
       END-IF.
       IF WRK-HISTORICO-DISPONIVEL
           CLOSE HISTORICO-FILE
       END-IF.
       IF WRK-EMPRESAS-DISPONIVEL
           CLOSE EMPRESAS-FILE
       END-IF.
       IF WRK-FERPAG-DISPONIVEL
           CLOSE FERPAG-FILE
       END-IF.
       CLOSE CONTROLE-FILE.
       CLOSE EVENTOS-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
