      *==  Data: 02/09/2026
      *==  Observacoes:
      *==   02/09/2026 CAS - Criacao.
      *==   15/10/2026 CAS - O RECERTOP tambem le o log, para o ultimo
      *==                    sign-on com sucesso de cada operador e o
      *==                    bloqueio por inatividade.
      *=====================================================
       01  REG-ACESSO.
           05  ACL-OPERADOR           PIC X(08).
