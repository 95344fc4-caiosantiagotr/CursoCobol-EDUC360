      *=====================================================
      *==  Copybook: GUIARC
      *==  Autor: Caio              EMPRESA: INFORMATICA
      *==  Objetivo: Layout do registro de guias de
      *==            recolhimento (GUIADB) - uma guia por
      *==            competencia, empresa (CNPJ do EMPRESDB) e
      *==            tipo: D DARF do IRRF retido (codigo 0561),
      *==            G GPS do INSS (codigo 2100, segurados mais
      *==            a parte da empresa, RAT e terceiros pelas
      *==            aliquotas do cartao ALIQINSS). Gravada pelo
      *==            GUIASREC com o vencimento ja antecipado
      *==            para dia util; a baixa (data do pagamento
      *==            e operador) e do BAIXAGUI. Guia pendente
      *==            com vencimento passado sai no PAINELOP.
      *==  Data: 15/10/2026
      *==  Observacoes:
      *==   15/10/2026 CAS - Criacao.
      *=====================================================
       01  REG-GUIA.
           05  GUI-CHAVE.
               10  GUI-COMPETENCIA    PIC 9(06).
               10  GUI-EMPRESA        PIC 9(02).
               10  GUI-TIPO           PIC X(01).
                   88  GUI-DARF          VALUE "D".
                   88  GUI-GPS           VALUE "G".
                   88  GUI-TIPO-VALIDO   VALUES "D" "G".
           05  GUI-CNPJ               PIC X(14).
           05  GUI-CODIGO-RECEITA     PIC X(04).
           05  GUI-VALOR-SEGURADOS    PIC 9(11)V99.
           05  GUI-VALOR-EMPRESA      PIC 9(11)V99.
           05  GUI-VALOR-RAT          PIC 9(11)V99.
           05  GUI-VALOR-TERCEIROS    PIC 9(11)V99.
           05  GUI-VALOR-TOTAL        PIC 9(11)V99.
           05  GUI-VENCIMENTO         PIC 9(08).
           05  GUI-SITUACAO           PIC X(01).
               88  GUI-PENDENTE          VALUE "P".
               88  GUI-PAGA              VALUE "Q".
           05  GUI-DATA-PAGAMENTO     PIC 9(08).
           05  GUI-OPERADOR-BAIXA     PIC X(08).
           05  GUI-DATA-HORA          PIC X(21).
