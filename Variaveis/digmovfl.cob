      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Competencia ja fechada pelo CONTRACH
      *==                    (COMPETDB, rotina SITCOMP, em qualquer
      *==                    empresa - o lote nao tem empresa) nao
      *==                    abre lote novo: RETURN-CODE 8 e o
      *==                    MOVFOLHA anterior fica intacto.
      *==   15/10/2026 CAS - MOVFOLHA da mesma competencia nao e mais
      *==                    apagado: a rotina LOTEMOV retira so o
      *==                    lote digitado anterior e os lotes PONTO
      *==                    (IMPPONTO) e RETROATIV (DIFRETRO) ficam;
      *==                    essas duas fontes nao sao digitaveis.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       77 WRK-COMPETENCIA-ENT   PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-FONTE             PIC X(09) VALUE SPACES.
          88 WRK-FONTE-RESERVADA          VALUES "PONTO"
                                                 "RETROATIV".
       77 WRK-FONTE-OK          PIC X(01) VALUE "N".
       77 WRK-LOTE-RECUSADO     PIC X(01) VALUE "N".
       77 WRK-LMV-FUNCAO        PIC X(01) VALUE "D".
       77 WRK-LMV-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-LMV-REMOVIDOS     PIC 9(03) VALUE ZEROS.
       77 WRK-CPT-FUNCAO        PIC X(01) VALUE "V".
       77 WRK-CPT-EMPRESA       PIC 9(02) VALUE ZEROS.
       77 WRK-CPT-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-COMPET-FECHADA    PIC X(01) VALUE "N".
       77 WRK-VERBA             PIC X(02) VALUE SPACES.
          88 WRK-VERBA-VALIDA             VALUES "HE" "FA"
                                                 "PV" "DV".
       PERFORM 1100-RECEBE-COMPETENCIA
           UNTIL WRK-COMPETENCIA-ENT NUMERIC.
       MOVE WRK-COMPETENCIA-ENT TO WRK-COMPETENCIA.
      *== competencia ja paga e fechada nao recebe lote novo
       CALL "SITCOMP" USING WRK-CPT-FUNCAO WRK-CPT-EMPRESA
                            WRK-COMPETENCIA WRK-NOME-JOB
                            WRK-CPT-RESULTADO.
       IF WRK-CPT-RESULTADO = "F"
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                   " JA FECHADA - LOTE NAO ABERTO"
           MOVE "S" TO WRK-COMPET-FECHADA
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       PERFORM 1150-RECEBE-FONTE
           UNTIL WRK-FONTE-OK = "S".
      *== os lotes do IMPPONTO e do DIFRETRO na competencia
      *== ficam; o digitado anterior da lugar a este
       CALL "LOTEMOV" USING WRK-LMV-FUNCAO WRK-COMPETENCIA
                            WRK-FONTE WRK-LMV-RESULTADO
                            WRK-LMV-REMOVIDOS.
       IF WRK-LMV-RESULTADO = "E"
           DISPLAY "MOVFOLHA NAO REMONTADO (MOVFOLWK) - LOTE NAO "
                   "ABERTO"
           MOVE "S" TO WRK-LOTE-RECUSADO
           MOVE 8   TO RETURN-CODE
           MOVE "S" TO WRK-FIM
           GO TO 1000-INICIALIZA-SAIDA
       END-IF.
       IF WRK-LMV-RESULTADO = "O"
           DISPLAY "AVISO: MOVFOLHA DE OUTRA COMPETENCIA SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-REMOVIDOS > ZEROS
           DISPLAY "LOTE DIGITADO ANTERIOR DA COMPETENCIA "
                   "SUBSTITUIDO"
       END-IF.
       IF WRK-LMV-RESULTADO = "A"
           OPEN EXTEND MOVIMENTO-FILE
           DISPLAY "LOTE ACRESCENTADO AO MOVFOLHA DA COMPETENCIA "
                   WRK-COMPETENCIA
       ELSE
           OPEN OUTPUT MOVIMENTO-FILE
       END-IF.
       MOVE SPACES          TO REG-MOVFOLHA.
       MOVE "H"             TO MVF-TIPO.
       MOVE WRK-COMPETENCIA TO MVF-HDR-COMPETENCIA.
       MOVE WRK-FONTE       TO MVF-HDR-FONTE.
       WRITE REG-MOVFOLHA.

       1000-INICIALIZA-SAIDA.
           EXIT.

       1100-RECEBE-COMPETENCIA  SECTION.
       DISPLAY "COMPETENCIA DO MOVIMENTO (AAAAMM) "
       ACCEPT WRK-COMPETENCIA-ENT.
           DISPLAY "COMPETENCIA INVALIDA - DIGITE APENAS NUMEROS"
       END-IF.

       1150-RECEBE-FONTE        SECTION.
       DISPLAY "FONTE DO LOTE (ATE 9 POSICOES) "
       ACCEPT WRK-FONTE.
       IF WRK-FONTE-RESERVADA
           DISPLAY "FONTE RESERVADA AO IMPPONTO/DIFRETRO - REDIGITE"
       ELSE
           MOVE "S" TO WRK-FONTE-OK
       END-IF.

       2000-DIGITA-MOVIMENTO    SECTION.
       MOVE SPACES TO WRK-VERBA.
       PERFORM 2100-RECEBE-VERBA
       END-IF.

       9000-FINALIZAR           SECTION.
       IF WRK-COMPET-FECHADA = "S"
          OR WRK-LOTE-RECUSADO = "S"
           GO TO 9000-FINALIZA-SAIDA
       END-IF.
       MOVE SPACES            TO REG-MOVFOLHA.
       MOVE "T"               TO MVF-TIPO.
       MOVE WRK-CNT-DIGITADOS TO MVF-TRL-QTDE.
       MOVE WRK-HASH-CORRENTE TO WRK-HASH-ED.
       DISPLAY "MOVFOLHA GERADO - " WRK-CNT-DIGITADOS
               " MOVIMENTOS, HASH " WRK-HASH-ED.

       9000-FINALIZA-SAIDA.
           EXIT.
