      *==                    do zeramento de salario/filial: nao
      *==                    herdar valores do registro lido na
      *==                    verificacao de duplicado.
      *==   15/10/2026 CAS - Imagens antes/depois ampliadas para 101
      *==                    posicoes, com o codigo do banco incluido no
      *==                    EMPREGRC.
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-SGN-NIVEL      PIC 9(01) VALUE ZEROS.
       77  WRK-SGN-RESULTADO  PIC X(01) VALUE "N".
       77  WRK-MST-OPERACAO   PIC X(01) VALUE SPACES.
       77  WRK-IMAGEM-ANTES   PIC X(101) VALUE SPACES.
       77  WRK-IMAGEM-DEPOIS  PIC X(101) VALUE SPACES.
       77  WRK-MATRICULA-NOVA PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-NOVO      PIC X(30) VALUE SPACES.
       77  WRK-IDADE-NOVA     PIC 9(03) VALUE ZEROS.
