      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - Folha complementar (FOLHACMP) aparece
      *==                    como pagamento proprio da competencia,
      *==                    com o numero da sequencia.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       MOVE ZEROS TO WRK-CNT-LISTADAS.
       MOVE "N"   TO WRK-EOF.
       MOVE WRK-MATRICULA TO FHS-MATRICULA.
       MOVE ZEROS         TO FHS-COMPETENCIA FHS-SEQUENCIA.
       START HISTORICO-FILE KEY IS >= FHS-CHAVE
           INVALID KEY
               MOVE "S" TO WRK-EOF
                   MOVE FHS-INSS    TO WRK-INSS-ED
                   MOVE FHS-IRRF    TO WRK-IRRF-ED
                   MOVE FHS-LIQUIDO TO WRK-LIQUIDO-ED
                   IF FHS-COMPLEMENTAR
                       DISPLAY "COMPETENCIA " FHS-COMPETENCIA
                               " FILIAL " FHS-FILIAL
                               " COMPLEMENTAR " FHS-SEQUENCIA
                   ELSE
                       DISPLAY "COMPETENCIA " FHS-COMPETENCIA
                               " FILIAL " FHS-FILIAL
                   END-IF
                   DISPLAY "  BRUTO " WRK-BRUTO-ED
                           " INSS " WRK-INSS-ED
                   DISPLAY "  IRRF  " WRK-IRRF-ED
