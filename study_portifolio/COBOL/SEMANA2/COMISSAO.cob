           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - NAO COMISSIONA
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  EMPREGADOS.
       01  EMP-REG.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== MOVIMENTO DA FOLHA NO LAYOUT MOV-REG QUE O FOLHA JA LE:
      *== A COMISSAO ENTRA COMO BONUS "B" (VALOR EM REAIS INTEIROS)
