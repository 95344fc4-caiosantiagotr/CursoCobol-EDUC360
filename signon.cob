      *==                    operador, programa chamador, terminal
      *==                    e momento; o chamador passa a
      *==                    informar o nome do job na LINKAGE.
      *==   15/10/2026 CAS - Operador bloqueado sem falhas de senha foi
      *==                    bloqueado por inatividade no RECERTOP - a
      *==                    mensagem passa a dizer o motivo certo.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               GO TO 1100-CONFERE-SAIDA
           END-IF
           IF OPE-BLOQUEADO
               IF OPE-FALHAS >= 3
                   DISPLAY "OPERADOR BLOQUEADO POR FALHAS DE "
                           "SENHA - RESET PELO SUPERVISOR NO "
                           "CADOPER"
               ELSE
                   DISPLAY "OPERADOR BLOQUEADO POR INATIVIDADE "
                           "- RESET PELO SUPERVISOR NO CADOPER"
               END-IF
               GO TO 1100-CONFERE-SAIDA
           END-IF
           IF OPE-SENHA = SPACES
