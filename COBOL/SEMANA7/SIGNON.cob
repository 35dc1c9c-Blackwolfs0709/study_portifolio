       0100-CONFERE-PERMISSAO      SECTION.
           EVALUATE LNK-SIG-PROGRAMA
               WHEN "CLIMANT"
      *== ENDERECOS DO CLIENTE SAO PARTE DO CADASTRO DO CLIENTE
               WHEN "ENDMANT"
      *== HISTORICO DE CONTATOS E ATENDIMENTO AO CADASTRO DO CLIENTE
               WHEN "CLICONT"
      *== CONSENTIMENTO DE MARKETING E COMUNICACAO DO CLIENTE
               WHEN "CONSMANT"
                   MOVE OP-PERM-CLIMANT TO WRK-PERMISSAO
               WHEN "CTAMANT"
      *== CONTAS A PAGAR E DA MESMA MESA FINANCEIRA DAS CONTAS;
      *== SEGUNDA VIA DE BOLETO TAMBEM; CONTRATO DE EMPRESTIMO
      *== DA CONTA CORRENTE IDEM; CHAVE PIX DA CONTA TAMBEM;
      *== APLICACAO A PRAZO DA CONTA IDEM
               WHEN "APAGMANT"
               WHEN "BOL2VIA"
               WHEN "CREDMANT"
               WHEN "PIXMANT"
               WHEN "APLMANT"
                   MOVE OP-PERM-CTAMANT TO WRK-PERMISSAO
               WHEN "PARMANT"
      *== O CADASTRO DE FILIAIS (RAZAO SOCIAL, CNPJ, UF) E TABELA DE
      *== PARAMETRO DA EMPRESA - MESMA PERMISSAO
               WHEN "FILMANT"
      *== A BOLSA DE ESTUDO MEXE NO VALOR DA MENSALIDADE, COMO OS
      *== PARAMETROS MENSALIDADE E DESCONTO_IRMAOS - MESMA PERMISSAO
               WHEN "BOLSAMNT"
                   MOVE OP-PERM-PARMANT TO WRK-PERMISSAO
               WHEN "NOTAMANT"
      *== DECLARACOES E CERTIFICADOS SAO EMITIDOS PELA SECRETARIA
      *== QUE MANTEM AS NOTAS - MESMA PERMISSAO
               WHEN "DECLARA"
                   MOVE OP-PERM-NOTAMANT TO WRK-PERMISSAO
               WHEN "EMPMANT"
      *== META DE VENDA E CADASTRO DO VENDEDOR - QUEM MANTEM O
      *== FUNCIONARIO MANTEM A META DELE; A ADESAO AOS BENEFICIOS
      *== (VT, VR, PLANO DE SAUDE) E O CONSIGNADO TAMBEM
               WHEN "METAMANT"
               WHEN "BENMANT"
               WHEN "CSGMANT"
                   MOVE OP-PERM-EMPMANT TO WRK-PERMISSAO
               WHEN "PEDSTAT"
                   MOVE OP-PERM-PEDSTAT TO WRK-PERMISSAO
               WHEN "OPERMANT"
      *== APROVACAO DO INVENTARIO FISICO E DO SUPERVISOR - O MESMO
      *== QUE RESPONDE PELO CADASTRO DE OPERADORES; O AUMENTO
      *== TEMPORARIO DE LIMITE DA CONTA (CTAMANT) TAMBEM
               WHEN "INVAPROV"
               WHEN "CTALIMTP"
      *== A SEGUNDA ASSINATURA DOS PEDIDOS RETIDOS PARA APROVACAO
      *== (LIMITE, SITUACAO DE CONTA, SALARIO) TAMBEM E DELE
               WHEN "APROVMNT"
      *== FECHAR E REABRIR COMPETENCIA TAMBEM E COISA DO SUPERVISOR
               WHEN "PERMANT"
                   MOVE OP-PERM-OPERMANT TO WRK-PERMISSAO
               WHEN "LIMMANT"
      *== PRECO DE CONTRATO E CONDICAO COMERCIAL DO CLIENTE, COMO O
      *== LIMITE DE CREDITO - MESMA MESA, MESMA PERMISSAO
               WHEN "PRCMANT"
                   MOVE OP-PERM-LIMMANT TO WRK-PERMISSAO
               WHEN "ESTMANT"
      *== PEDIDO DE COMPRA E CADASTRO DE FORNECEDORES ANDAM COM A
      *== PERMISSAO DO CADASTRO DE MERCADORIAS - QUEM REPOE O
      *== ESTOQUE E QUEM COMPRA; TRANSFERENCIA ENTRE DEPOSITOS TAMBEM
               WHEN "COMPMANT"
               WHEN "FORNMANT"
               WHEN "ESTTRANS"
                   MOVE OP-PERM-ESTMANT TO WRK-PERMISSAO
               WHEN "PRODMANT"
                   MOVE OP-PERM-PRODMANT TO WRK-PERMISSAO
               WHEN "ORDMANT"
      *== PAGAMENTO AGENDADO E A ORDEM PERMANENTE DE UMA VEZ SO -
      *== MESMO BALCAO, MESMA PERMISSAO
               WHEN "AGDMANT"
                   MOVE OP-PERM-ORDMANT TO WRK-PERMISSAO
               WHEN "TURMAMNT"
      *== A GRADE HORARIA E PARTE DO CADASTRO DA TURMA
               WHEN "HORMANT"
      *== FALTA E SUBSTITUICAO DE PROFESSOR SAO LANCADAS PELA
      *== MESMA COORDENACAO QUE MANTEM A GRADE
               WHEN "AULAOCOR"
                   MOVE OP-PERM-TURMAMNT TO WRK-PERMISSAO
               WHEN OTHER
      *== PROGRAMA FORA DO CATALOGO DE PERMISSOES: NEGA, QUE E O
