      *==                    EMPREGRC.
      *==   02/09/2026 CAS - Ampliadas para 98 posicoes, com o
      *==                    codigo de cargo incluido no EMPREGRC.
      *==   15/10/2026 CAS - Ampliadas para 101 posicoes, com o codigo
      *==                    do banco incluido no EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WRK-MST-PROGRAMA        PIC X(20).
       01  WRK-MST-OPERACAO        PIC X(01).
       01  WRK-MST-MATRICULA       PIC 9(06).
       01  WRK-MST-ANTES           PIC X(101).
       01  WRK-MST-DEPOIS          PIC X(101).

       PROCEDURE DIVISION USING WRK-MST-PROGRAMA
                                WRK-MST-OPERACAO
