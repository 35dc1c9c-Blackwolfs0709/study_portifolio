           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  NIVEIS-OUT.
       01  TIE-REG.
