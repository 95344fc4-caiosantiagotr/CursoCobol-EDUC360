      *==   22/08/2026 CAS - Sign-on recusado passa a ser gravado no
      *==                    EXCPTLOG, como em toda funcao sensivel
      *==                    da suite, em vez de so aparecer na tela.
      *==   15/10/2026 CAS - Linha do EXCPTMOV alargada para 141
      *==                    posicoes com o operador que lancou a
      *==                    excecao (AULA11) no fim; linhas antigas
      *==                    chegam com o operador em branco.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       FILE SECTION.
       FD  EXCECAO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-EXCECAO-MOV         PIC X(141).

       FD  DISPOLOG-FILE
           LABEL RECORD IS STANDARD.
