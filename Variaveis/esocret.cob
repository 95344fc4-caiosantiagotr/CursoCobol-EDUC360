       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCRET.
      *=====================================================
      *==   Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Acompanhamento dos eventos do eSocial no
      *==            controle ESOCCTL, em duas funcoes:
      *==            1 - confirma a transmissao do arquivo
      *==                ESOCEVT gerado pelo ESOCIAL, passando
      *==                cada evento dele de gerado para enviado
      *==                com a data de envio;
      *==            2 - processa o arquivo de retorno ESOCRETN
      *==                do governo, marcando cada evento enviado
      *==                como aceito (com o recibo) ou rejeitado
      *==                (com o motivo). O rejeitado volta a sair
      *==                no ESOCIAL seguinte quando a fonte o
      *==                trouxer de novo.
      *==            A listagem RELESRET mostra os eventos
      *==            confirmados, as rejeicoes, os retornos sem
      *==            evento enviado e, no fim da funcao 2, os
      *==            enviados que seguem sem retorno. Rejeicao ou
      *==            retorno desconhecido devolve RETURN-CODE 4.
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
           SELECT CONTROLE-FILE ASSIGN TO "ESOCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT EVENTOS-FILE ASSIGN TO "ESOCEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.
           SELECT RETORNO-FILE ASSIGN TO "ESOCRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT RELATORIO-FILE ASSIGN TO "RELESRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocctrc.cpy".

       FD  EVENTOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "esocevrc.cpy".

       FD  RETORNO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-RETORNO.
           05  RET-CHAVE.
               10  RET-EVENTO         PIC X(06).
               10  RET-MATRICULA      PIC 9(06).
               10  RET-REFERENCIA     PIC X(14).
           05  RET-RESULTADO          PIC X(01).
               88  RET-ACEITO            VALUE "A".
               88  RET-REJEITADO         VALUE "R".
           05  RET-RECIBO             PIC X(20).
           05  RET-MOTIVO             PIC X(40).

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
           05  REL-DET-OCORRENCIA  PIC X(48).
       01  REL-TOTAL.
           05  REL-TOT-ROTULO      PIC X(30).
           05  REL-TOT-QTDE        PIC ZZZZZ9.
           05  FILLER              PIC X(44) VALUE SPACES.

       WORKING-STORAGE           SECTION.
       COPY "runlogws.cpy".
       COPY "relcabws.cpy".
       77 WRK-NOME-JOB          PIC X(20) VALUE "ESOCRET".
       77 WRK-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WRK-FS-EVENTOS        PIC X(02) VALUE "00".
       77 WRK-FS-RETORNO        PIC X(02) VALUE "00".
       77 WRK-FS-RELATORIO      PIC X(02) VALUE "00".
       77 WRK-FUNCAO            PIC X(01) VALUE SPACES.
          88 WRK-FUNCAO-ENVIO             VALUE "1".
          88 WRK-FUNCAO-RETORNO           VALUE "2".
          88 WRK-FUNCAO-VALIDA            VALUE "1" "2".
       77 WRK-ABANDONA          PIC X(01) VALUE "N".
       77 WRK-EOF-EVENTOS       PIC X(01) VALUE "N".
       77 WRK-EOF-RETORNO       PIC X(01) VALUE "N".
       77 WRK-EOF-CONTROLE      PIC X(01) VALUE "N".
       01 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-X REDEFINES WRK-DATA-HOJE
                                PIC X(08).
       77 WRK-DATA-ED           PIC 99/99/9999.
       77 WRK-DETALHE-SALVO     PIC X(80) VALUE SPACES.
       77 WRK-CNT-CONFIRMADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-NAO-GERADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-ACEITOS       PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-DESCONHECIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-RETORNO   PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE            SECTION.
       CALL "PROGRAM01" USING BY REFERENCE WRK-NOME-JOB.
       PERFORM 1000-INICIALIZAR.
       IF WRK-ABANDONA NOT = "S"
           IF WRK-FUNCAO-ENVIO
               PERFORM 2000-CONFIRMA-ENVIO
           ELSE
               PERFORM 3000-PROCESSA-RETORNO
               PERFORM 4000-LISTA-SEM-RETORNO
           END-IF
       END-IF.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIALIZAR         SECTION.
       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
       MOVE WRK-DATA-HORA(1:8) TO WRK-DATA-HOJE-X.
       PERFORM 1100-RECEBE-FUNCAO UNTIL WRK-FUNCAO-VALIDA.
       OPEN I-O CONTROLE-FILE.
       IF WRK-FS-CONTROLE NOT = "00"
           DISPLAY "CONTROLE ESOCCTL AUSENTE - RODE O ESOCIAL "
                   "ANTES. FS " WRK-FS-CONTROLE
           MOVE "S" TO WRK-ABANDONA
           MOVE 8   TO RETURN-CODE
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF WRK-FUNCAO-ENVIO
           OPEN INPUT EVENTOS-FILE
           IF WRK-FS-EVENTOS NOT = "00"
               DISPLAY "ARQUIVO ESOCEVT AUSENTE - FS "
                       WRK-FS-EVENTOS
               MOVE "S" TO WRK-ABANDONA
               MOVE 8   TO RETURN-CODE
               CLOSE CONTROLE-FILE
               GO TO 1000-INICIALIZA-SAIDA
           END-IF
           MOVE "ESOCIAL - ENVIO CONFIRMADO" TO WRK-CAB-TITULO
       ELSE
           OPEN INPUT RETORNO-FILE
           IF WRK-FS-RETORNO NOT = "00"
               DISPLAY "ARQUIVO DE RETORNO ESOCRETN AUSENTE - FS "
                       WRK-FS-RETORNO
               MOVE "S" TO WRK-ABANDONA
               MOVE 8   TO RETURN-CODE
               CLOSE CONTROLE-FILE
               GO TO 1000-INICIALIZA-SAIDA
           END-IF
           MOVE "ESOCIAL - RETORNO DO GOVERNO" TO WRK-CAB-TITULO
       END-IF.
       OPEN OUTPUT RELATORIO-FILE.
       MOVE "EVENTO  MATRIC  REFERENCIA      OCORRENCIA"
         TO WRK-REL-COLUNAS.
       PERFORM 8000-PREPARA-CABECALHO.
       PERFORM 8100-CABECALHO-PADRAO.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-FUNCAO       SECTION.
       DISPLAY "FUNCAO: 1 = CONFIRMAR ENVIO DO ESOCEVT, "
               "2 = PROCESSAR RETORNO ESOCRETN "
       ACCEPT WRK-FUNCAO.
       IF NOT WRK-FUNCAO-VALIDA
           DISPLAY "FUNCAO INVALIDA - DIGITE 1 OU 2"
       END-IF.

       2000-CONFIRMA-ENVIO      SECTION.
       MOVE "N" TO WRK-EOF-EVENTOS.
       PERFORM 2100-LE-EVENTO UNTIL WRK-EOF-EVENTOS = "S".
       CLOSE EVENTOS-FILE.

       2100-LE-EVENTO           SECTION.
       READ EVENTOS-FILE
           AT END
               MOVE "S" TO WRK-EOF-EVENTOS
               GO TO 2100-LE-SAIDA
       END-READ.
       IF NOT EVT-DETALHE
           GO TO 2100-LE-SAIDA
       END-IF.
       MOVE EVT-EVENTO     TO REL-DET-EVENTO.
       MOVE EVT-MATRICULA  TO REL-DET-MATRICULA.
       MOVE EVT-REFERENCIA TO REL-DET-REFERENCIA.
       MOVE EVT-CHAVE      TO ESC-CHAVE.
       READ CONTROLE-FILE KEY IS ESC-CHAVE
           INVALID KEY
               MOVE "SEM REGISTRO NO CONTROLE - NAO CONFIRMADO"
                 TO REL-DET-OCORRENCIA
               ADD 1 TO WRK-CNT-NAO-GERADOS
               PERFORM 8500-IMPRIME-DETALHE
               GO TO 2100-LE-SAIDA
       END-READ.
      *== so o gerado passa a enviado - arquivo transmitido
      *== duas vezes nao conta envio em dobro
       IF NOT ESC-GERADO
           MOVE SPACES TO REL-DET-OCORRENCIA
           STRING "JA ESTAVA NA SITUACAO " ESC-SITUACAO
                  " - IGNORADO"
                  DELIMITED BY SIZE INTO REL-DET-OCORRENCIA
           ADD 1 TO WRK-CNT-NAO-GERADOS
           PERFORM 8500-IMPRIME-DETALHE
           GO TO 2100-LE-SAIDA
       END-IF.
       MOVE "E"           TO ESC-SITUACAO.
       MOVE WRK-DATA-HOJE TO ESC-DATA-ENVIO.
       MOVE ZEROS         TO ESC-DATA-RETORNO.
       ADD 1 TO ESC-QTDE-ENVIOS.
       REWRITE REG-ESOCIAL-CTL.
       ADD 1 TO WRK-CNT-CONFIRMADOS.
       MOVE "ENVIADO" TO REL-DET-OCORRENCIA.
       PERFORM 8500-IMPRIME-DETALHE.

       2100-LE-SAIDA.
           EXIT.

       3000-PROCESSA-RETORNO    SECTION.
       MOVE "N" TO WRK-EOF-RETORNO.
       PERFORM 3100-LE-RETORNO UNTIL WRK-EOF-RETORNO = "S".
       CLOSE RETORNO-FILE.

       3100-LE-RETORNO          SECTION.
       READ RETORNO-FILE
           AT END
               MOVE "S" TO WRK-EOF-RETORNO
               GO TO 3100-LE-SAIDA
       END-READ.
       MOVE RET-EVENTO     TO REL-DET-EVENTO.
       MOVE RET-MATRICULA  TO REL-DET-MATRICULA.
       MOVE RET-REFERENCIA TO REL-DET-REFERENCIA.
       IF NOT RET-ACEITO AND NOT RET-REJEITADO
           MOVE SPACES TO REL-DET-OCORRENCIA
           STRING "RESULTADO INVALIDO NO RETORNO: " RET-RESULTADO
                  DELIMITED BY SIZE INTO REL-DET-OCORRENCIA
           ADD 1 TO WRK-CNT-DESCONHECIDOS
           PERFORM 8500-IMPRIME-DETALHE
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE RET-CHAVE TO ESC-CHAVE.
       READ CONTROLE-FILE KEY IS ESC-CHAVE
           INVALID KEY
               MOVE "RETORNO DE EVENTO QUE NAO ESTA NO CONTROLE"
                 TO REL-DET-OCORRENCIA
               ADD 1 TO WRK-CNT-DESCONHECIDOS
               PERFORM 8500-IMPRIME-DETALHE
               GO TO 3100-LE-SAIDA
       END-READ.
      *== retorno so vale para evento enviado; o repetido ou
      *== o de evento ainda nao transmitido e apontado
       IF NOT ESC-ENVIADO
           MOVE SPACES TO REL-DET-OCORRENCIA
           STRING "RETORNO PARA EVENTO NA SITUACAO "
                  ESC-SITUACAO " - IGNORADO"
                  DELIMITED BY SIZE INTO REL-DET-OCORRENCIA
           ADD 1 TO WRK-CNT-DESCONHECIDOS
           PERFORM 8500-IMPRIME-DETALHE
           GO TO 3100-LE-SAIDA
       END-IF.
       MOVE WRK-DATA-HOJE TO ESC-DATA-RETORNO.
       IF RET-ACEITO
           MOVE "A"        TO ESC-SITUACAO
           MOVE RET-RECIBO TO ESC-RECIBO
           MOVE SPACES     TO ESC-MOTIVO
           REWRITE REG-ESOCIAL-CTL
           ADD 1 TO WRK-CNT-ACEITOS
       ELSE
           MOVE "R"        TO ESC-SITUACAO
           MOVE RET-MOTIVO TO ESC-MOTIVO
           REWRITE REG-ESOCIAL-CTL
           ADD 1 TO WRK-CNT-REJEITADOS
           MOVE SPACES TO REL-DET-OCORRENCIA
           STRING "REJEITADO: " RET-MOTIVO
                  DELIMITED BY SIZE INTO REL-DET-OCORRENCIA
           PERFORM 8500-IMPRIME-DETALHE
       END-IF.

       3100-LE-SAIDA.
           EXIT.

       4000-LISTA-SEM-RETORNO   SECTION.
      *== enviado sem retorno continua na listagem ate o
      *== governo responder - nada fica esquecido
       MOVE "N"    TO WRK-EOF-CONTROLE.
       MOVE SPACES TO ESC-CHAVE.
       START CONTROLE-FILE KEY IS >= ESC-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF-CONTROLE
       END-START.
       PERFORM 4100-LE-CONTROLE UNTIL WRK-EOF-CONTROLE = "S".

       4100-LE-CONTROLE         SECTION.
       READ CONTROLE-FILE NEXT RECORD
           AT END
               MOVE "S" TO WRK-EOF-CONTROLE
               GO TO 4100-LE-SAIDA
       END-READ.
       IF NOT ESC-ENVIADO
           GO TO 4100-LE-SAIDA
       END-IF.
       MOVE ESC-EVENTO     TO REL-DET-EVENTO.
       MOVE ESC-MATRICULA  TO REL-DET-MATRICULA.
       MOVE ESC-REFERENCIA TO REL-DET-REFERENCIA.
       MOVE ESC-DATA-ENVIO(7:2) TO WRK-DATA-ED(1:2).
       MOVE ESC-DATA-ENVIO(5:2) TO WRK-DATA-ED(4:2).
       MOVE ESC-DATA-ENVIO(1:4) TO WRK-DATA-ED(7:4).
       MOVE SPACES TO REL-DET-OCORRENCIA.
       STRING "SEM RETORNO - ENVIADO EM " WRK-DATA-ED
              DELIMITED BY SIZE INTO REL-DET-OCORRENCIA.
       ADD 1 TO WRK-CNT-SEM-RETORNO.
       PERFORM 8500-IMPRIME-DETALHE.

       4100-LE-SAIDA.
           EXIT.

       8500-IMPRIME-DETALHE     SECTION.
       IF WRK-REL-LINHAS-PAGINA >= WRK-REL-MAX-LINHAS
           MOVE REL-DETALHE TO WRK-DETALHE-SALVO
           PERFORM 8100-CABECALHO-PADRAO
           MOVE WRK-DETALHE-SALVO TO REL-DETALHE
       END-IF.
       WRITE REL-LINHA FROM REL-DETALHE.
       ADD 1 TO WRK-REL-LINHAS-PAGINA.

       9000-FINALIZAR           SECTION.
       IF WRK-ABANDONA = "S"
           DISPLAY "ESOCRET ABANDONADO - CONTROLE NAO ATUALIZADO"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       IF WRK-REL-LINHAS-PAGINA + 6 > WRK-REL-MAX-LINHAS
           PERFORM 8100-CABECALHO-PADRAO
       END-IF.
       IF WRK-FUNCAO-ENVIO
           MOVE "EVENTOS CONFIRMADOS ENVIADOS" TO REL-TOT-ROTULO
           MOVE WRK-CNT-CONFIRMADOS            TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           MOVE "EVENTOS NAO CONFIRMADOS"      TO REL-TOT-ROTULO
           MOVE WRK-CNT-NAO-GERADOS            TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           DISPLAY "ESOCRET - " WRK-CNT-CONFIRMADOS
                   " EVENTOS PASSADOS PARA ENVIADO"
       ELSE
           MOVE "EVENTOS ACEITOS"              TO REL-TOT-ROTULO
           MOVE WRK-CNT-ACEITOS                TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           MOVE "EVENTOS REJEITADOS"           TO REL-TOT-ROTULO
           MOVE WRK-CNT-REJEITADOS             TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           MOVE "RETORNOS NAO APLICADOS"       TO REL-TOT-ROTULO
           MOVE WRK-CNT-DESCONHECIDOS          TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           MOVE "ENVIADOS AINDA SEM RETORNO"   TO REL-TOT-ROTULO
           MOVE WRK-CNT-SEM-RETORNO            TO REL-TOT-QTDE
           WRITE REL-LINHA FROM REL-TOTAL
           DISPLAY "ESOCRET - " WRK-CNT-ACEITOS " ACEITOS, "
                   WRK-CNT-REJEITADOS " REJEITADOS, "
                   WRK-CNT-DESCONHECIDOS " RETORNOS NAO APLICADOS"
           IF WRK-CNT-REJEITADOS > ZEROS
              OR WRK-CNT-DESCONHECIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       CLOSE CONTROLE-FILE.
       CLOSE RELATORIO-FILE.

       9000-FINALIZA-SAIDA.
           EXIT.

       COPY "relcabpd.cpy".
