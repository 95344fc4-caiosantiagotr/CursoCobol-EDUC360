      *==                    saidas da folha (DISTRELA).
      *==   02/09/2026 CAS - Opcao 52: atividade diaria por
      *==                    operador (RELOPER).
      *==   15/10/2026 CAS - Opcao 53: recolhimento mensal do FGTS
      *==                    com saldo por matricula (FGTSMES).
      *==   15/10/2026 CAS - Opcao 54: geracao dos eventos do eSocial
      *==                    (ESOCIAL) com controle por evento.
      *==   15/10/2026 CAS - Opcao 55: confirmacao de envio e retorno
      *==                    do eSocial (ESOCRET).
      *==   15/10/2026 CAS - Opcao 56: cadastro de emprestimo consignado
      *==                    com critica de margem (CADCONSG).
      *==   15/10/2026 CAS - Opcao 57: repasse mensal do consignado ao
      *==                    banco credor (REPCONSG).
      *==   15/10/2026 CAS - Opcao 58: adesao a vale-transporte, vale-
      *==                    refeicao e plano de saude (CADBENEF).
      *==   15/10/2026 CAS - Opcao 59: pedido mensal de beneficios e
      *==                    desconto no contracheque (BENEFMES).
      *==   15/10/2026 CAS - Opcao 60: importacao do ponto eletronico
      *==                    para o lote MOVFOLHA (IMPPONTO).
      *==   15/10/2026 CAS - Opcao 61: diferenca retroativa de reajuste
      *==                    (DIFRETRO).
      *==   15/10/2026 CAS - Opcao 62: variacao da folha sobre o mes
      *==                    anterior (VARFOLHA).
      *==   15/10/2026 CAS - Opcao 63: visto do revisor nas variacoes
      *==                    (REVVARFL).
      *==   15/10/2026 CAS - Opcao 64: efetivo e rotatividade mensal
      *==                    (RELEFETI).
      *==   15/10/2026 CAS - Opcao 65: cadastro de afastamentos
      *==                    (CADAFAST).
      *==   15/10/2026 CAS - Opcao 66: retornos de afastamento da semana
      *==                    (RELAFAST).
      *==   15/10/2026 CAS - Opcao 67: fechamento e reabertura de
      *==                    competencias (MANTCOMP).
      *==   15/10/2026 CAS - Opcao 68: folha complementar de competencia
      *==                    fechada (FOLHACMP).
      *==   15/10/2026 CAS - Opcao 69: guias DARF e GPS da competencia
      *==                    por empresa (GUIASREC).
      *==   15/10/2026 CAS - Opcao 70: baixa das guias pagas pelo
      *==                    financeiro (BAIXAGUI).
      *==   15/10/2026 CAS - Opcao 71: pagamento de ferias, aviso e
      *==                    recibo (FERIASPG).
      *==   15/10/2026 CAS - Opcao 72: calculo unico da folha mensal
      *==                    (CALCFOLH), que grava o FOLHACAL lido pelo
      *==                    CONTRACH, REMEBANC e CONTABIL.
      *==   15/10/2026 CAS - Opcao 73: orcamento anual da folha por
      *==                    empresa, filial e mes (MANTORCA).
      *==   15/10/2026 CAS - Opcao 74: projecao da folha ate dezembro
      *==                    contra o orcamento (PROJORCA).
      *==   15/10/2026 CAS - Opcao 75: orcado x realizado do mes e do
      *==                    ano por filial (RELORCAM).
      *==   15/10/2026 CAS - Opcao 76: provisao mensal de decimo e
      *==                    ferias com lancamento no LANCCTB
      *==                    (PROVMES).
      *==   15/10/2026 CAS - Opcao 77: varredura de integridade
      *==                    dos arquivos (VARREINT).
      *==   15/10/2026 CAS - Opcao 78: recuperacao do mestre ate
      *==                    um momento, pela geracao mais a
      *==                    trilha MSTRLOG (RECUPMST).
      *==   15/10/2026 CAS - Opcao 79: anonimizacao LGPD dos
      *==                    desligados antigos (ANONLGPD).
      *==   15/10/2026 CAS - Opcao 80: relatorio do titular para
      *==                    pedido de acesso da LGPD (RELTITUL).
      *==   15/10/2026 CAS - Opcao 81: liberacao da remessa e
      *==                    registro da transmissao (LIBREMES).
      *==   15/10/2026 CAS - Opcao 82: correcao do suspenso de
      *==                    transacoes rejeitadas (CORRSUSP).
      *==   15/10/2026 CAS - Opcao 83: envelhecimento do suspenso de
      *==                    transacoes (RELSUSP).
      *==   15/10/2026 CAS - Opcao 84: recertificacao de acessos,
      *==                    bloqueio por inatividade e segregacao
      *==                    de funcoes (RECERTOP).
      *==   15/10/2026 CAS - Opcao 85: exames medicos ocupacionais
      *==                    (MANTASO).
      *==   15/10/2026 CAS - Opcao 86: ASO a vencer e vencidos por
      *==                    filial (RELASO).
      *==   15/10/2026 CAS - Opcao 87: modelos de carta do RH
      *==                    (MANTCART).
      *==   15/10/2026 CAS - Opcao 88: emissao de cartas do RH com
      *==                    registro no CARTALOG (EMITCART).
      *======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       DISPLAY " 38 TRANSFERENCIA DE FILIAL  (TRANSFIL)".
       DISPLAY " 41 RESCISAO                 (RESCISAO)".
       DISPLAY " 42 ADIANTAMENTO QUINZENAL   (ADIANTA)".
       DISPLAY " 56 CADASTRO CONSIGNADOS     (CADCONSG)".
       DISPLAY " 58 ADESAO A BENEFICIOS      (CADBENEF)".
       DISPLAY " 60 IMPORTACAO DO PONTO      (IMPPONTO)".
       DISPLAY " 65 AFASTAMENTOS             (CADAFAST)".
       DISPLAY " 85 EXAMES OCUPACIONAIS ASO  (MANTASO)".
       DISPLAY " 87 MODELOS DE CARTA DO RH   (MANTCART)".
       DISPLAY "CALCULO BATCH".
       DISPLAY " 07 CALCULO DE TRANSACOES    (AULA10)".
       DISPLAY " 08 CALCULADORA COM CORRECAO (AULA11)".
       DISPLAY " 09 CADEIA NOTURNA COMPLETA  (ENCADEIA)".
       DISPLAY " 59 BENEFICIOS DO MES        (BENEFMES)".
       DISPLAY " 61 DIFERENCA RETROATIVA     (DIFRETRO)".
       DISPLAY " 62 VARIACAO DA FOLHA        (VARFOLHA)".
       DISPLAY " 63 VISTO NA VARIACAO        (REVVARFL)".
       DISPLAY " 68 FOLHA COMPLEMENTAR       (FOLHACMP)".
       DISPLAY " 71 PAGAMENTO DE FERIAS      (FERIASPG)".
       DISPLAY " 72 CALCULO DA FOLHA         (CALCFOLH)".
       DISPLAY " 76 PROVISAO 13O E FERIAS    (PROVMES)".
       DISPLAY "RELATORIOS".
       DISPLAY " 10 FOLHA DE PAGAMENTO       (FOLHAPG)".
       DISPLAY " 11 FOLHA POR FILIAL         (RELFILIA)".
       DISPLAY " 17 PAINEL DE OPERACAO       (PAINELOP)".
       DISPLAY " 52 ATIVIDADE POR OPERADOR   (RELOPER)".
       DISPLAY " 30 FERIAS A VENCER          (RELFERVC)".
       DISPLAY " 64 EFETIVO E ROTATIVIDADE   (RELEFETI)".
       DISPLAY " 66 RETORNOS DE AFASTAMENTO  (RELAFAST)".
       DISPLAY " 74 PROJECAO X ORCAMENTO     (PROJORCA)".
       DISPLAY " 75 ORCADO X REALIZADO       (RELORCAM)".
       DISPLAY " 80 DADOS DO TITULAR LGPD    (RELTITUL)".
       DISPLAY " 83 SUSPENSO DE TRANSACOES   (RELSUSP)".
       DISPLAY " 86 ASO A VENCER E VENCIDOS  (RELASO)".
       DISPLAY " 88 EMISSAO DE CARTAS DO RH  (EMITCART)".
       DISPLAY "EXTRACOES E INTERFACES".
       DISPLAY " 18 EXTRATO PARA O RH        (EXTRAIRH)".
       DISPLAY " 19 EXTRATOR POR PARAMETROS  (EXTRASEL)".
       DISPLAY " 31 DECIMO TERCEIRO          (DECIMOTR)".
       DISPLAY " 33 RETORNO DO BANCO         (PROCRETB)".
       DISPLAY " 35 LANCAMENTOS CONTABEIS    (CONTABIL)".
       DISPLAY " 53 RECOLHIMENTO DO FGTS     (FGTSMES)".
       DISPLAY " 54 EVENTOS DO ESOCIAL       (ESOCIAL)".
       DISPLAY " 55 ENVIO/RETORNO ESOCIAL    (ESOCRET)".
       DISPLAY " 57 REPASSE CONSIGNADO       (REPCONSG)".
       DISPLAY " 69 GUIAS DARF E GPS        (GUIASREC)".
       DISPLAY " 81 LIBERACAO DA REMESSA     (LIBREMES)".
       DISPLAY "UTILITARIOS".
       DISPLAY " 21 FAXINA DOS LOGS          (ARQLOGS)".
       DISPLAY " 22 DESCARGA DO MESTRE       (DESCARGA)".
       DISPLAY " 28 DIGITACAO DE TRANSACOES  (DIGTRAN)".
       DISPLAY " 29 PROGRAMACAO DE FERIAS    (MANTFER)".
       DISPLAY " 32 DIGITACAO DO MOVIMENTO   (DIGMOVFL)".
       DISPLAY " 67 CONTROLE DE COMPETENCIAS (MANTCOMP)".
       DISPLAY " 70 BAIXA DE GUIA PAGA       (BAIXAGUI)".
       DISPLAY " 73 ORCAMENTO DA FOLHA       (MANTORCA)".
       DISPLAY " 77 VARREDURA DE INTEGRIDADE (VARREINT)".
       DISPLAY " 78 RECUPERACAO DO MESTRE    (RECUPMST)".
       DISPLAY " 79 ANONIMIZACAO LGPD        (ANONLGPD)".
       DISPLAY " 82 CORRECAO DO SUSPENSO     (CORRSUSP)".
       DISPLAY " 84 RECERTIFICACAO ACESSOS   (RECERTOP)".
       DISPLAY " 00 SAIR".
       DISPLAY "DIGITE A OPCAO DESEJADA ".

           CALL "RELOPER"
           CANCEL "RELOPER"
       ELSE
       IF WRK-OPCAO = 53
           CALL "FGTSMES"
           CANCEL "FGTSMES"
       ELSE
       IF WRK-OPCAO = 54
           CALL "ESOCIAL"
           CANCEL "ESOCIAL"
       ELSE
       IF WRK-OPCAO = 55
           CALL "ESOCRET"
           CANCEL "ESOCRET"
       ELSE
       IF WRK-OPCAO = 56
           CALL "CADCONSG"
           CANCEL "CADCONSG"
       ELSE
       IF WRK-OPCAO = 57
           CALL "REPCONSG"
           CANCEL "REPCONSG"
       ELSE
       IF WRK-OPCAO = 58
           CALL "CADBENEF"
           CANCEL "CADBENEF"
       ELSE
       IF WRK-OPCAO = 59
           CALL "BENEFMES"
           CANCEL "BENEFMES"
       ELSE
       IF WRK-OPCAO = 60
           CALL "IMPPONTO"
           CANCEL "IMPPONTO"
       ELSE
       IF WRK-OPCAO = 61
           CALL "DIFRETRO"
           CANCEL "DIFRETRO"
       ELSE
       IF WRK-OPCAO = 62
           CALL "VARFOLHA"
           CANCEL "VARFOLHA"
       ELSE
       IF WRK-OPCAO = 63
           CALL "REVVARFL"
           CANCEL "REVVARFL"
       ELSE
       IF WRK-OPCAO = 64
           CALL "RELEFETI"
           CANCEL "RELEFETI"
       ELSE
       IF WRK-OPCAO = 65
           CALL "CADAFAST"
           CANCEL "CADAFAST"
       ELSE
       IF WRK-OPCAO = 66
           CALL "RELAFAST"
           CANCEL "RELAFAST"
       ELSE
       IF WRK-OPCAO = 67
           CALL "MANTCOMP"
           CANCEL "MANTCOMP"
       ELSE
       IF WRK-OPCAO = 68
           CALL "FOLHACMP"
           CANCEL "FOLHACMP"
       ELSE
       IF WRK-OPCAO = 69
           CALL "GUIASREC"
           CANCEL "GUIASREC"
       ELSE
       IF WRK-OPCAO = 70
           CALL "BAIXAGUI"
           CANCEL "BAIXAGUI"
       ELSE
       IF WRK-OPCAO = 71
           CALL "FERIASPG"
           CANCEL "FERIASPG"
       ELSE
       IF WRK-OPCAO = 72
           CALL "CALCFOLH"
           CANCEL "CALCFOLH"
       ELSE
       IF WRK-OPCAO = 73
           CALL "MANTORCA"
           CANCEL "MANTORCA"
       ELSE
       IF WRK-OPCAO = 74
           CALL "PROJORCA"
           CANCEL "PROJORCA"
       ELSE
       IF WRK-OPCAO = 75
           CALL "RELORCAM"
           CANCEL "RELORCAM"
       ELSE
       IF WRK-OPCAO = 76
           CALL "PROVMES"
           CANCEL "PROVMES"
       ELSE
       IF WRK-OPCAO = 77
           CALL "VARREINT"
           CANCEL "VARREINT"
       ELSE
       IF WRK-OPCAO = 78
           CALL "RECUPMST"
           CANCEL "RECUPMST"
       ELSE
       IF WRK-OPCAO = 79
           CALL "ANONLGPD"
           CANCEL "ANONLGPD"
       ELSE
       IF WRK-OPCAO = 80
           CALL "RELTITUL"
           CANCEL "RELTITUL"
       ELSE
       IF WRK-OPCAO = 81
           CALL "LIBREMES"
           CANCEL "LIBREMES"
       ELSE
       IF WRK-OPCAO = 82
           CALL "CORRSUSP"
           CANCEL "CORRSUSP"
       ELSE
       IF WRK-OPCAO = 83
           CALL "RELSUSP"
           CANCEL "RELSUSP"
       ELSE
       IF WRK-OPCAO = 84
           CALL "RECERTOP"
           CANCEL "RECERTOP"
       ELSE
       IF WRK-OPCAO = 85
           CALL "MANTASO"
           CANCEL "MANTASO"
       ELSE
       IF WRK-OPCAO = 86
           CALL "RELASO"
           CANCEL "RELASO"
       ELSE
       IF WRK-OPCAO = 87
           CALL "MANTCART"
           CANCEL "MANTCART"
       ELSE
       IF WRK-OPCAO = 88
           CALL "EMITCART"
           CANCEL "EMITCART"
       ELSE
           DISPLAY "OPCAO INEXISTENTE - ESCOLHA ENTRE 00 E 88"
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF END-IF END-IF END-IF
       END-IF END-IF END-IF END-IF.

       2200-EXECUTA-SAIDA.
           EXIT.
