      *==           E GERAR UM REGISTRO DE FATURAMENTO COM SUBTOTAL,
      *==           FRETE E TOTAL GERAL
      *== DATA: 08/08/2026
      *== OBSERVAÇÕES: CADA PEDIDO CONCLUIDO (FATURADO, RETIDO OU
      *==           REJEITADO) E CONFIRMADO NO CHECKPOINT (PEDIDOS.CKP);
      *==           SE O PASSO CAIR, BASTA O JOBCTL RODA-LO DE NOVO: OS
      *==           PEDIDOS CONFIRMADOS SAO PULADOS, O QUE O PEDIDO
      *==           INTERROMPIDO GRAVOU NOS SEQUENCIAIS E DESFEITO E ELE
      *==           E CONCLUIDO A PARTIR DA ETAPA MARCADA. PEDIDO
      *==           DATADO EM COMPETENCIA DE VENDAS JA FECHADA (VER
      *==           PERLIB/PERMANT) E FATURADO NA PRIMEIRA COMPETENCIA
      *==           ABERTA OU REJEITADO COM O MOTIVO, CONFORME O
      *==           PARAMETRO PERIODO_VENDAS
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT FRETE2-TABELA ASSIGN TO DYNAMIC WRK-TAB2-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA2.
           SELECT FRETE-ZONA ASSIGN TO DYNAMIC WRK-ZON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONA.
           SELECT FRETE-ZONATX ASSIGN TO DYNAMIC WRK-ZTX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONATX.
           SELECT PEDIDOS-IN ASSIGN TO DYNAMIC WRK-PED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT PEDIDOS-REJ ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT PRECOCLI ASSIGN TO DYNAMIC WRK-PRC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS FS-PRECOCLI.
           SELECT PLANOS ASSIGN TO DYNAMIC WRK-PLN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANOS.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.
           SELECT VENDACAR ASSIGN TO DYNAMIC WRK-VCR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-PEDIDO
               ALTERNATE RECORD KEY IS VCR-AUTORIZACAO WITH DUPLICATES
               FILE STATUS IS FS-VENDACAR.
           SELECT CLIENDERECOS ASSIGN TO DYNAMIC WRK-CEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-CHAVE
               FILE STATUS IS FS-CLIENDERECOS.
           SELECT PEDEND ASSIGN TO DYNAMIC WRK-PEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-PEDIDO
               FILE STATUS IS FS-PEDEND.
           SELECT CHECKPOINT ASSIGN TO DYNAMIC WRK-CKP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKP.
           SELECT TRUNCA ASSIGN TO DYNAMIC WRK-TRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRC.
           SELECT PEDIDOS-TMP ASSIGN TO DYNAMIC WRK-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TMP.

       DATA DIVISION.
       FILE SECTION.
           05 TAB2-ICMS          PIC 9(01)V99.
           05 TAB2-SOBRETAXA     PIC 9(03)V99.

      *== FAIXAS DE CEP POR ZONA DE ENTREGA E TAXA DE CADA ZONA COM
      *== VIGENCIA (MANTIDAS PELO FRETZONA); PEDIDO COM CEP DENTRO DE
      *== UMA FAIXA PAGA A TAXA DA ZONA EM VEZ DA TAXA DA UF
       FD  FRETE-ZONA.
       01  ZON-REG.
           05 ZON-CEP-INICIO     PIC 9(08).
           05 ZON-CEP-FIM        PIC 9(08).
           05 ZON-ZONA           PIC X(04).
       FD  FRETE-ZONATX.
       01  ZTX-REG.
           05 ZTX-ZONA           PIC X(04).
           05 ZTX-VIGENCIA       PIC 9(08).
           05 ZTX-TAXA           PIC 9(01)V99.

      *== ENTRADA CABECALHO/ITEM, COMO OS PEDIDOS CHEGAM DO BALCAO:
      *== UM REGISTRO "P" POR PEDIDO (NUMERO, CLIENTE, UF, DATA)
      *== SEGUIDO DOS SEUS REGISTROS "I" (PRODUTO, VALOR, PESO); O
      *== PED-VENDEDOR: EMP-CODIGO DE QUEM VENDEU, VALIDADO CONTRA O
      *== CADASTRO DO EMPMANT; ZEROS/ESPACOS = VENDA SEM VENDEDOR
      *== (LINHA ANTIGA DO BALCAO) - E A BASE DO COMISSAO
           05 PED-PLANO          PIC X(02).
      *== PED-PLANO: CODIGO DO PLANO DE PAGAMENTO EM PLANOS.TAB;
      *== ESPACOS = A VISTA (UM DEBITO OU UM BOLETO, COMO SEMPRE)
           05 PED-FORMA          PIC X(01).
      *== PED-FORMA: "C" = PAGO NO CARTAO (CREDITO/DEBITO) - A
      *== CREDENCIADORA PAGA DEPOIS (VER CARTCONC); ESPACOS = CONTA
      *== OU BOLETO, COMO SEMPRE
           05 PED-CAR-AUTORIZACAO PIC X(06).
           05 PED-CAR-BANDEIRA   PIC X(10).
           05 PED-CAR-PARCELAS   PIC 9(02).
      *== PED-CAR-PARCELAS: PARCELAS NO CARTAO (ZEROS = UMA); NAO SE
      *== MISTURA COM O PED-PLANO, QUE E O PARCELAMENTO DA CASA
           05 PED-CEP            PIC 9(08).
      *== PED-CEP: CEP DO ENDERECO DE ENTREGA; ZEROS/ESPACOS = SEM
      *== CEP, FRETE PELA TABELA DA UF COMO SEMPRE
           05 PED-END-SEQ        PIC 9(02).
      *== PED-END-SEQ: SEQUENCIA DO ENDERECO DE ENTREGA ("E") DO
      *== CLIENTE EM CLIEND.DAT (VER ENDMANT); INFORMADA, A UF E O CEP
      *== DESSE ENDERECO VALEM NO LUGAR DE PED-ESTADO/PED-CEP PARA
      *== FRETE E ICMS. ZEROS/ESPACOS = COMO SEMPRE
           05 PED-FILIAL         PIC X(02).
      *== PED-FILIAL: FILIAL DONA DO PEDIDO; ESPACOS = A FILIAL DA
      *== EXECUCAO (VARIAVEL FILIAL) - DE OUTRA FILIAL E REJEITADO
       01  PED-REG-ITEM.
           05 PED-ITM-TIPO       PIC X(01).
           05 PED-ITM-PRODUTO    PIC X(30).
           05 PED-ITM-VALOR      PIC 9(08)V99.
           05 PED-ITM-PESO       PIC 9(03)V99.
      *== CONTROLE DE LOTE GERADO (PEDLOJA E OUTROS GERADORES): UM
      *== CABECALHO "H" NO INICIO E UM TRAILER "T" COM AS CONTAGENS;
      *== ARQUIVO QUE ABRE COM "H" TEM QUE FECHAR COM O "T" BATENDO,
      *== SENAO E RECUSADO INTEIRO ANTES DE FATURAR. O ARQUIVO DO
      *== BALCAO (SEM "H") CONTINUA ACEITO COMO SEMPRE
       01  PED-REG-CONTROLE.
           05 PED-CTL-TIPO       PIC X(01).
           05 PED-CTL-ORIGEM     PIC X(08).
           05 PED-CTL-DATA       PIC 9(08).
       01  PED-REG-TRAILER.
           05 PED-TRL-TIPO       PIC X(01).
           05 PED-TRL-PEDIDOS    PIC 9(06).
           05 PED-TRL-ITENS      PIC 9(06).


       FD  CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  PEDIDOS-REJ.
       01  REJ-LINHA             PIC X(100).
      *== LED-SINAL: "-" = LINHA DE AJUSTE QUE SUBTRAI DA APURACAO
      *== (ESTORNO DE CANCELAMENTO/DEVOLUCAO); ESPACO = SOMA -
      *== LINHAS ANTIGAS SEM O CAMPO LEEM COMO ESPACO
           05 LED-PIS            PIC 9(010)V99.
           05 LED-COFINS         PIC 9(010)V99.
      *== LED-PIS/LED-COFINS: MESMA REGRA DE SINAL DO ICMS (PISCOFEC)
           05 LED-FILIAL         PIC X(02).
      *== LED-FILIAL: EMPRESA/FILIAL DA APURACAO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

      *== REGISTRO DA NOTA FISCAL EMITIDA POR PEDIDO FATURADO; O
      *== NUMERO VEM DO CONTADOR PERSISTIDO NOTAFIS.CTL E FICA
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  NOTA-CONTROLE.
       01  NCT-REG.
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== LIMITE DE CREDITO POR CLIENTE (VER LIMMANT); CLIENTE SEM
      *== LINHA AQUI NAO TEM LIMITE E FATURA COMO SEMPRE
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== FILA DE RETENCAO DE CREDITO: PEDIDO QUE ESTOURA O LIMITE
      *== NAO E REJEITADO NEM FATURADO - FICA AQUI, COM UM REGISTRO
           05 HLD-PED-ESTADO     PIC X(02).
           05 HLD-PED-DATA       PIC 9(08).
           05 HLD-PED-VENDEDOR   PIC 9(04).
           05 HLD-PED-PLANO      PIC X(02).
           05 HLD-PED-FORMA      PIC X(01).
           05 HLD-PED-CAR-AUTORIZACAO PIC X(06).
           05 HLD-PED-CAR-BANDEIRA PIC X(10).
           05 HLD-PED-CAR-PARCELAS PIC 9(02).
           05 HLD-PED-CEP        PIC 9(08).
           05 HLD-PED-END-SEQ    PIC 9(02).
           05 HLD-PED-FILIAL     PIC X(02).
      *== HLD-PED-FILIAL: FILIAL QUE RETEVE O PEDIDO - A FILA E UMA SO
      *== E O PEDHOLD SEPARA O LOTE LIBERADO POR FILIAL
       01  HLD-REG-ITEM.
           05 HLD-ITM-TIPO       PIC X(01).
           05 HLD-ITM-PRODUTO    PIC X(30).
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.
      *== EST-CUSTO-MEDIO: CUSTO MEDIO PONDERADO, RECALCULADO A CADA
      *== RECEBIMENTO DE COMPRA (RECEBE)

      *== ITENS DO PEDIDO COM STATUS PROPRIO: O BACKORDER E O NOSSO
      *== NORMAL - O PEDSTAT EXPEDE ITEM A ITEM E O STATUS DO PEDIDO
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

      *== CADASTRO MESTRE DE FUNCIONARIOS (VER EMPMANT): VALIDA O
      *== VENDEDOR DO CABECALHO "P" - VENDEDOR DESCONHECIDO OU
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== PRECO DE CONTRATO POR CLIENTE E PRODUTO (VER PRCMANT): UMA
      *== LINHA POR JANELA DE VIGENCIA; EM VIGOR NA DATA DO PEDIDO,
      *== SUBSTITUI O EST-PRECO DO CADASTRO NO ITEM
       FD  PRECOCLI.
       01  PRC-REG.
           05 PRC-CHAVE.
               10 PRC-CLIENTE    PIC 9(04).
               10 PRC-CODIGO     PIC X(08).
               10 PRC-INICIO     PIC 9(08).
           05 PRC-FIM            PIC 9(08).
      *== PRC-FIM: ULTIMO DIA DE VIGENCIA (AAAAMMDD); ZEROS = SEM FIM
           05 PRC-PRECO          PIC 9(06)V99.
           05 PRC-OPERADOR       PIC X(08).
           05 PRC-DATA-ALT       PIC 9(08).

      *== NIVEL DE FIDELIDADE POR CLIENTE, APURADO MENSALMENTE PELO
      *== CLITIER SOBRE OS PEDIDOS ENTREGUES DOS ULTIMOS DOZE MESES
           05 TIE-TOTAL          PIC 9(010)V99.
           05 TIE-COMPETENCIA    PIC 9(06).

      *== PLANOS DE PAGAMENTO: QUANTIDADE DE PARCELAS, DIAS ATE A
      *== PRIMEIRA E DIAS ENTRE UMA E OUTRA; PLANO DE UMA PARCELA SO
      *== E A VISTA COM NOME
       FD  PLANOS.
       01  PLN-REG.
           05 PLN-CODIGO         PIC X(02).
           05 PLN-PARCELAS       PIC 9(02).
           05 PLN-PRIMEIRO       PIC 9(03).
           05 PLN-INTERVALO      PIC 9(03).
           05 PLN-DESCRICAO      PIC X(20).

      *== CRONOGRAMA DE PARCELAS DO PEDIDO PARCELADO, AMARRADO AO
      *== PEDIDO E A NOTA; O PARCCOB APRESENTA CADA PARCELA NO
      *== VENCIMENTO (DEBITO NO EXE1 OU BOLETO) E O PARCREL LISTA AS
      *== ABERTAS POR CLIENTE
       FD  PARCELAS.
       01  PAR-REG.
           05 PAR-CHAVE.
               10 PAR-PEDIDO     PIC 9(06).
               10 PAR-NUMERO     PIC 9(02).
           05 PAR-NOTA           PIC 9(08).
           05 PAR-CLIENTE        PIC 9(04).
           05 PAR-PLANO          PIC X(02).
           05 PAR-QTD-PARCELAS   PIC 9(02).
           05 PAR-VENCIMENTO     PIC 9(08).
           05 PAR-VALOR          PIC 9(09)V99.
           05 PAR-SITUACAO       PIC X(01).
      *== PAR-SITUACAO: "A" = EM ABERTO   "E" = APRESENTADA (DEBITO
      *== OU BOLETO EMITIDO PELO PARCCOB)   "C" = CANCELADA/ABATIDA
           05 PAR-DATA-SITUACAO  PIC 9(08).
           05 PAR-FORMA          PIC X(01).
      *== PAR-FORMA: "D" = DEBITO NA CONTA (EXE1)  "B" = BOLETO
           05 PAR-DOCUMENTO      PIC 9(08).
      *== PAR-DOCUMENTO: NUMERO DO BOLETO, OU DO LOTE DO PARCCOB

      *== VENDAS PAGAS NO CARTAO, UMA POR PEDIDO, A ESPERA DA
      *== LIQUIDACAO DA CREDENCIADORA (CONCILIADAS PELO CARTCONC)
       FD  VENDACAR.
       01  VCR-REG.
           05 VCR-PEDIDO         PIC 9(06).
           05 VCR-NOTA           PIC 9(08).
           05 VCR-CLIENTE        PIC 9(04).
           05 VCR-DATA           PIC 9(08).
           05 VCR-AUTORIZACAO    PIC X(06).
           05 VCR-BANDEIRA       PIC X(10).
           05 VCR-PARCELAS       PIC 9(02).
           05 VCR-VALOR          PIC 9(09)V99.
           05 VCR-PARC-PAGAS     PIC 9(02).
           05 VCR-VALOR-PAGO     PIC 9(09)V99.
           05 VCR-TAXA-PAGA      PIC 9(09)V99.
           05 VCR-SITUACAO       PIC X(01).
      *== VCR-SITUACAO: "A" = A RECEBER   "L" = LIQUIDADA
      *== "E" = CHARGEBACK (ESTORNADA PELA CREDENCIADORA)
      *== "C" = PEDIDO CANCELADO (PEDCANC)
           05 VCR-DATA-SITUACAO  PIC 9(08).

      *== ENDERECOS DO CLIENTE (VER ENDMANT)
       FD  CLIENDERECOS.
       01  CEN-REG.
           05 CEN-CHAVE.
              10 CEN-CLIENTE     PIC 9(04).
              10 CEN-TIPO        PIC X(01).
              10 CEN-SEQ         PIC 9(02).
           05 CEN-LOGRADOURO     PIC X(40).
           05 CEN-NUMERO         PIC X(06).
           05 CEN-BAIRRO         PIC X(20).
           05 CEN-CIDADE         PIC X(25).
           05 CEN-UF             PIC X(02).
           05 CEN-CEP            PIC 9(08).

      *== ENDERECO DE ENTREGA DO PEDIDO FATURADO, COPIADO DO CLIEND
      *== NO FATURAMENTO: O ROMANEIO IMPRIME ESTE, E A ALTERACAO OU
      *== EXCLUSAO POSTERIOR DO ENDERECO NAO MUDA O QUE JA SAIU
       FD  PEDEND.
       01  PEN-REG.
           05 PEN-PEDIDO         PIC 9(06).
           05 PEN-CLIENTE        PIC 9(04).
           05 PEN-SEQ            PIC 9(02).
           05 PEN-LOGRADOURO     PIC X(40).
           05 PEN-NUMERO         PIC X(06).
           05 PEN-BAIRRO         PIC X(20).
           05 PEN-CIDADE         PIC X(25).
           05 PEN-UF             PIC X(02).
           05 PEN-CEP            PIC 9(08).

      *== CHECKPOINT DO LOTE (MOLDE DO EXE1.CKP): UMA LINHA, REGRAVADA
      *== A CADA PEDIDO CONFIRMADO E A CADA ETAPA DO PEDIDO FATURADO;
      *== O LAYOUT ESTA EM WRK-CKP-REG
       FD  CHECKPOINT.
       01  CKP-LINHA             PIC X(12000).

      *== SEQUENCIAL QUALQUER DEVOLVIDO AO PONTO DA ULTIMA CONFIRMACAO
      *== NA RETOMADA (PEDIDOS.REJ, PEDFAT.PAG, PEDIDOS.HLD, NOTAS.DAT,
      *== FATURA.HIS), COPIADO POR PEDIDOS.TMP
       FD  TRUNCA.
       01  TRC-LINHA             PIC X(300).
       FD  PEDIDOS-TMP.
       01  TMP-LINHA             PIC X(300).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO DO RELATORIO; A GRAVACAO E PELO MODULO
      *== RESUMOS - O MESMO ARQUIVO PODE SER FATURADO DE VERDADE
       77  FS-TABELA        PIC 9(02)      VALUE ZEROS.
       77  FS-PEDIDOS       PIC 9(02)      VALUE ZEROS.
       77  WRK-CTL-TEM-H    PIC X(01)      VALUE "N".
       77  WRK-CTL-TEM-T    PIC X(01)      VALUE "N".
       77  WRK-CTL-ORIGEM   PIC X(08)      VALUE SPACES.
       77  WRK-CTL-PEDIDOS  PIC 9(06)      VALUE ZEROS.
       77  WRK-CTL-ITENS    PIC 9(06)      VALUE ZEROS.
       77  WRK-CTL-DECL-PED PIC 9(06)      VALUE ZEROS.
       77  WRK-CTL-DECL-ITN PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-TABELA   PIC 9(03)      VALUE ZEROS.

      *=============TABELA DE FRETE POR UF E VIGENCIA, CARREGADA DE
               10 WRK-TAB2-TAXA    PIC 9(01)V99.
               10 WRK-TAB2-ICMS    PIC 9(01)V99.
               10 WRK-TAB2-SOBRETAXA PIC 9(03)V99.
       77  WRK-ZON-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-ZON-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_PATH";
      *== SE NAO DEFINIDA, "FRETEZON.TAB"
       77  WRK-ZTX-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-ZTX-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_TAXA_PATH";
      *== SE NAO DEFINIDA, "FRETEZTX.TAB"
       77  FS-ZONA          PIC 9(02)      VALUE ZEROS.
       77  FS-ZONATX        PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-ZONAS    PIC 9(03)      VALUE ZEROS.
       77  WRK-QTD-ZONATX   PIC 9(03)      VALUE ZEROS.
      *=============FAIXAS DE CEP E TAXAS POR ZONA (FRETEZON.TAB E
      *=============FRETEZTX.TAB); AS FAIXAS NAO SE SOBREPOEM
       01  WRK-TABELA-ZONAS.
           05 WRK-ZONA-ITEM OCCURS 300 TIMES.
               10 WRK-ZON-CEP-INICIO PIC 9(08).
               10 WRK-ZON-CEP-FIM PIC 9(08).
               10 WRK-ZON-ZONA     PIC X(04).
       01  WRK-TABELA-ZONATX.
           05 WRK-ZONATX-ITEM OCCURS 200 TIMES.
               10 WRK-ZTX-ZONA     PIC X(04).
               10 WRK-ZTX-VIGENCIA PIC 9(08).
               10 WRK-ZTX-TAXA     PIC 9(01)V99.
       77  WRK-ZONA         PIC X(04)      VALUE SPACES.
      *== WRK-ZONA: ZONA DE ENTREGA USADA NO FRETE DO PEDIDO
      *== CORRENTE; ESPACOS = FRETE PELA UF
       77  WRK-IDX-ZONA     PIC 9(03)      VALUE ZEROS.
       77  WRK-IDX-ZTX      PIC 9(03)      VALUE ZEROS.
       77  WRK-PARCEIRA     PIC X(01)      VALUE "N".
      *== WRK-PARCEIRA: "S" QUANDO O FRETE DO PEDIDO CORRENTE FOI
      *== COTADO PELA TRANSPORTADORA PARCEIRA (FLAG NO RELATORIO)
       77  WRK-DATA-MOV-TXT PIC X(08)      VALUE SPACES.
       77  WRK-ICMS         PIC 9(08)V99   VALUE ZEROS.
       77  WRK-ICMS-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PIS          PIC 9(08)V99   VALUE ZEROS.
       77  WRK-COFINS       PIC 9(08)V99   VALUE ZEROS.
       77  WRK-ALIQ-PIS     PIC 9(01)V9(04) VALUE 0,0165.
       77  WRK-ALIQ-COFINS  PIC 9(01)V9(04) VALUE 0,0760.
      *== WRK-ALIQ-PIS/COFINS: ALIQUOTAS DOS PARAMETROS PIS_ALIQUOTA
      *== E COFINS_ALIQUOTA (FRACAO); OS LITERAIS SAO CONTINGENCIA.
      *== A BASE E A MESMA DO ICMS (WRK-VALOR-LIQUIDO)
       77  WRK-PIS-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COFINS-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-ORD-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-ORD-PATH: VARIAVEL DE AMBIENTE "PEDIDOS_ORD_PATH";
       77  WRK-PED-NUMERO   PIC 9(06)      VALUE ZEROS.
       77  WRK-PED-CLIENTE  PIC 9(04)      VALUE ZEROS.
       77  WRK-PED-ESTADO   PIC X(02)      VALUE SPACES.
       77  WRK-PED-CEP      PIC 9(08)      VALUE ZEROS.
       77  WRK-PED-END-SEQ  PIC 9(02)      VALUE ZEROS.
       77  WRK-PED-VENDEDOR PIC 9(04)      VALUE ZEROS.
       77  WRK-DATA-PEDIDO  PIC 9(08)      VALUE ZEROS.
       77  WRK-PED-VALOR    PIC 9(08)V99   VALUE ZEROS.
               10 WRK-ITM-PESO    PIC 9(03)V99.
               10 WRK-ITM-BRUTO   PIC X(30).
               10 WRK-ITM-VALOR-BRU PIC 9(08)V99.
               10 WRK-ITM-FALTA   PIC X(01).
               10 WRK-ITM-CUSTO   PIC 9(06)V99.
      *== WRK-ITM-CUSTO: CUSTO MEDIO DO CADASTRO NA HORA DA CRITICA,
      *== CONGELADO EM ITM-CUSTO PARA A MARGEM (VER MARGREL)
               10 WRK-ITM-DEPOSITO PIC X(02).
      *== WRK-ITM-DEPOSITO: DEPOSITO ESCOLHIDO PELO DEPLIB NA BAIXA
      *== WRK-ITM-FALTA: "S" = SEM SALDO NO FATURAMENTO; O ITEM VAI
      *== PARA PEDITENS COMO BACKORDER E SO BAIXA O ESTOQUE QUANDO O
      *== PEDALOC O ATENDER
      *== WRK-ITM-BRUTO/VALOR-BRU: A IMAGEM "I" COMO VEIO NO ARQUIVO,
      *== ANTES DA CRITICA DE ESTOQUE TROCAR TEXTO E PRECO PELOS DO
      *== CADASTRO - E O QUE VAI PARA A FILA DE RETENCAO, PARA QUE A
      *== DE VENDEDOR NAO E CRITICADO (SO GRAVADO COMO VEIO)
       77  FS-EMPREGADOS    PIC 9(02)      VALUE ZEROS.
       77  WRK-TEM-EMPREG   PIC X(01)      VALUE "N".
       77  WRK-PRC-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-PRC-PATH: VARIAVEL DE AMBIENTE "PRECOCLI_PATH";
      *== SE NAO DEFINIDA, "PRECOCLI.DAT"; SEM O ARQUIVO VALE O
      *== PRECO DO CADASTRO PARA TODOS OS CLIENTES
       77  FS-PRECOCLI      PIC 9(02)      VALUE ZEROS.
       77  WRK-TEM-CONTRATO PIC X(01)      VALUE "N".
       77  WRK-FIM-CONTRATO PIC X(01)      VALUE "N".
       77  WRK-FIM-VIGENCIA PIC 9(08)      VALUE ZEROS.
       77  WRK-TOTAL-CONTRATO PIC 9(06)    VALUE ZEROS.
       77  WRK-PLN-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-PLN-PATH: VARIAVEL DE AMBIENTE "PLANOS_PATH";
      *== SE NAO DEFINIDA, "PLANOS.TAB"; SEM A TABELA SO HA VENDA A
      *== VISTA E PEDIDO COM PLANO INFORMADO E REJEITADO
       77  FS-PLANOS        PIC 9(02)      VALUE ZEROS.
       77  WRK-PAR-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  FS-PARCELAS      PIC 9(02)      VALUE ZEROS.
       77  WRK-VCR-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-VCR-PATH: VARIAVEL DE AMBIENTE "VENDACAR_PATH";
      *== SE NAO DEFINIDA, "VENDACAR.DAT"
       77  FS-VENDACAR      PIC 9(02)      VALUE ZEROS.
       77  WRK-CEN-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-CEN-PATH: VARIAVEL DE AMBIENTE "CLIEND_PATH";
      *== SE NAO DEFINIDA, "CLIEND.DAT"
       77  FS-CLIENDERECOS  PIC 9(02)      VALUE ZEROS.
       77  WRK-TEM-ENDERECOS PIC X(01)     VALUE "N".
       77  WRK-PEN-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-PEN-PATH: VARIAVEL DE AMBIENTE "PEDEND_PATH";
      *== SE NAO DEFINIDA, "PEDEND.DAT"
       77  FS-PEDEND        PIC 9(02)      VALUE ZEROS.

      *=============PLANOS DE PAGAMENTO (PLANOS.TAB) E PARCELAMENTO
       77  WRK-QTD-PLANOS   PIC 9(02)      VALUE ZEROS.
       01  WRK-TAB-PLANOS.
           05 WRK-PLN-ITEM OCCURS 50 TIMES.
               10 WRK-PLN-CODIGO    PIC X(02).
               10 WRK-PLN-PARCELAS  PIC 9(02).
               10 WRK-PLN-PRIMEIRO  PIC 9(03).
               10 WRK-PLN-INTERVALO PIC 9(03).
       77  WRK-IDX-PLN      PIC 9(02)      VALUE ZEROS.
       77  WRK-PED-PLANO    PIC X(02)      VALUE SPACES.
       77  WRK-PED-PARCELAS PIC 9(02)      VALUE ZEROS.
      *== WRK-PED-PARCELAS: PARCELAS DO PLANO DO PEDIDO CORRENTE;
      *== ZERO OU UM = A VISTA (COBRANCA UNICA DO 0245)
       77  WRK-PED-PRIMEIRO PIC 9(03)      VALUE ZEROS.
       77  WRK-PED-INTERVALO PIC 9(03)     VALUE ZEROS.
       77  WRK-IDX-PAR      PIC 9(02)      VALUE ZEROS.
       77  WRK-VALOR-PARCELA PIC 9(09)V99  VALUE ZEROS.
       77  WRK-SOMA-PARCELAS PIC 9(09)V99  VALUE ZEROS.
       77  WRK-INT-VENC     PIC 9(08)      VALUE ZEROS.
       77  WRK-TOTAL-PARCELADO PIC 9(06)   VALUE ZEROS.

      *=============VENDA NO CARTAO (CONCILIADA PELO CARTCONC)
       77  WRK-PED-FORMA    PIC X(01)      VALUE SPACES.
       77  WRK-PED-AUTORIZACAO PIC X(06)   VALUE SPACES.
       77  WRK-PED-BANDEIRA PIC X(10)      VALUE SPACES.
       77  WRK-PED-CAR-PARC PIC 9(02)      VALUE ZEROS.
       77  WRK-TOTAL-CARTAO PIC 9(06)      VALUE ZEROS.

      *=============DESCONTO DE FUNCIONARIO (VINCULO EMP-CLIENTE)
       77  WRK-QTD-FUNCLI   PIC 9(03)      VALUE ZEROS.
       77  WRK-VALOR-ITEM   PIC 9(08)V99   VALUE ZEROS.
       77  WRK-DESCR-ITEM   PIC X(30)      VALUE SPACES.
       77  WRK-CODIGO-ITEM  PIC X(08)      VALUE SPACES.
       77  WRK-FALTA-ITEM   PIC X(01)      VALUE "N".
       77  WRK-CUSTO-ITEM   PIC 9(06)V99   VALUE ZEROS.
       77  WRK-MOTIVO-ITEM  PIC X(40)      VALUE SPACES.

      *=============RESUMO DE FATURAMENTO POR CLIENTE
               10 WRK-RES-ICMS    PIC 9(10)V99.
               10 WRK-RES-BASE    PIC 9(11)V99.
               10 WRK-RES-QTD     PIC 9(06).
               10 WRK-RES-PIS     PIC 9(10)V99.
               10 WRK-RES-COFINS  PIC 9(10)V99.
       77  WRK-QTD-RESUMO   PIC 9(02)      VALUE ZEROS.
       77  WRK-IDX-BUSCA    PIC 9(02)      VALUE ZEROS.

       77  WRK-TOTAL-GER-ED PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
       77  WRK-RES-FRETE-ED PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.

      *=============CHECKPOINT E RETOMADA DO LOTE
       77  WRK-CKP-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-CKP-PATH: VARIAVEL DE AMBIENTE "PEDIDOS_CKP_PATH"; SE
      *== NAO DEFINIDA, "PEDIDOS.CKP" (NA REAPRESENTACAO,
      *== "PEDREAPR.CKP"); A SIMULACAO NAO TEM CHECKPOINT
       77  FS-CKP           PIC 9(02)      VALUE ZEROS.
       77  WRK-TRC-PATH     PIC X(100)     VALUE SPACES.
       77  FS-TRC           PIC 9(02)      VALUE ZEROS.
       77  WRK-TMP-PATH     PIC X(100)     VALUE "PEDIDOS.TMP".
       77  FS-TMP           PIC 9(02)      VALUE ZEROS.
       77  WRK-TRC-MANTER   PIC 9(08)      VALUE ZEROS.
       77  WRK-TRC-LIDOS    PIC 9(08)      VALUE ZEROS.
       77  WRK-RETOMADA     PIC X(01)      VALUE "N".
       77  WRK-QTD-REG-LIDOS PIC 9(08)     VALUE ZEROS.
       77  WRK-POS-CONFIRMADA PIC 9(08)    VALUE ZEROS.
      *== WRK-QTD-REG-LIDOS: REGISTROS DE PEDIDOS-IN JA CONSUMIDOS
      *== (INCLUSIVE "H"/"T"); WRK-POS-CONFIRMADA: ONDE TERMINAM OS
      *== REGISTROS DO PEDIDO QUE ESTA SENDO FECHADO
       77  WRK-QTD-FAT      PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-REJ      PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-HLD      PIC 9(08)      VALUE ZEROS.
       77  WRK-TEM-HLD      PIC X(01)      VALUE "N".
      *== WRK-QTD-FAT/REJ: LINHAS GRAVADAS NESTA EXECUCAO (OS ARQUIVOS
      *== SAO DO DIA); WRK-QTD-HLD: TAMANHO DA FILA DE RETENCAO, QUE
      *== E ACUMULATIVA
       77  WRK-SITUACAO-CKP PIC X(01)      VALUE SPACES.
       77  WRK-ETAPA        PIC X(01)      VALUE "0".
       77  WRK-ITEM-BAIXADO PIC 9(02)      VALUE ZEROS.
       77  WRK-ETAPA-FIM    PIC X(01)      VALUE "0".
      *== WRK-SITUACAO-CKP/ETAPA/ITEM-BAIXADO/ETAPA-FIM: O QUE VAI
      *== PARA CKP-STATUS/ETAPA/ITEM/ETAPA-FIM (E O QUE VEIO DELES NA
      *== RETOMADA)
       77  WRK-IDX-INICIO   PIC 9(02)      VALUE ZEROS.
       77  WRK-NOTA-REF     PIC 9(06)      VALUE ZEROS.
       01  WRK-CKP-REG.
           05 CKP-STATUS         PIC X(01)     VALUE SPACES.
      *== CKP-STATUS: "P" = PARCIAL, ULTIMO PEDIDO CONFIRMADO
      *== "E" = PEDIDO EM ANDAMENTO NA ETAPA CKP-ETAPA (A IMAGEM DO
      *== PEDIDO ABAIXO VALE)   "C" = LOTE CONCLUIDO (LOTE NOVO)
           05 CKP-ARQUIVO        PIC X(100)    VALUE SPACES.
           05 CKP-QTD-PEDIDOS    PIC 9(06)     VALUE ZEROS.
           05 CKP-QTD-ITENS      PIC 9(06)     VALUE ZEROS.
      *== CKP-ARQUIVO/QTD-PEDIDOS/QTD-ITENS: IDENTIFICAM O ARQUIVO DE
      *== ENTRADA PELA CONTAGEM DA PRE-VERIFICACAO - OUTRO ARQUIVO COM
      *== CHECKPOINT PENDENTE E RECUSADO
           05 CKP-DATA-MOVIMENTO PIC 9(08)     VALUE ZEROS.
           05 CKP-QTD-REG        PIC 9(08)     VALUE ZEROS.
           05 CKP-PROX-NOTA      PIC 9(08)     VALUE ZEROS.
           05 CKP-QTD-FAT        PIC 9(08)     VALUE ZEROS.
           05 CKP-QTD-REJ        PIC 9(08)     VALUE ZEROS.
           05 CKP-QTD-HLD        PIC 9(08)     VALUE ZEROS.
           05 CKP-TEM-HLD        PIC X(01)     VALUE "N".
           05 CKP-ETAPA          PIC X(01)     VALUE "0".
      *== CKP-ETAPA: "1" = COBRANCA   "2" = BAIXA DE ESTOQUE (FEITA
      *== ATE O ITEM CKP-ITEM)   "3" = NOTA E ORDEM   "0" = NENHUMA
           05 CKP-ITEM           PIC 9(02)     VALUE ZEROS.
           05 CKP-ETAPA-FIM      PIC X(01)     VALUE "0".
      *== CKP-ETAPA-FIM: "1" = RAZAO DE ICMS JA ACRESCENTADO NO FIM
      *== DO LOTE   "2" = RESUMO POR UF TAMBEM
           05 CKP-TOTAIS.
               10 CKP-TOTAL-LIDO      PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-REJ       PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-ITENS     PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-NOTAS     PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-COBRADO   PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-SEM-CONTA PIC 9(06)     VALUE ZEROS.
               10 CKP-VALOR-COBRADO   PIC 9(011)V99 VALUE ZEROS.
               10 CKP-TOTAL-GERAL     PIC 9(10)V99  VALUE ZEROS.
               10 CKP-TOTAL-RETIDO    PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-BOLETOS   PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-PARCELADO PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-CARTAO    PIC 9(06)     VALUE ZEROS.
               10 CKP-TOTAL-CONTRATO  PIC 9(06)     VALUE ZEROS.
           05 CKP-QTD-RESUMO     PIC 9(02)     VALUE ZEROS.
           05 CKP-QTD-RESCLI     PIC 9(03)     VALUE ZEROS.
      *== IMAGENS DE WRK-RESUMO-FRETE (30 X 69), WRK-RESUMO-CLIENTE
      *== (200 X 36), WRK-ITENS-PEDIDO (20 X 104) E CEN-REG (108)
           05 CKP-RESUMO-FRETE   PIC X(2070)   VALUE SPACES.
           05 CKP-RESUMO-CLIENTE PIC X(7200)   VALUE SPACES.
           05 CKP-ITENS-PEDIDO   PIC X(2080)   VALUE SPACES.
           05 CKP-CEN-REG        PIC X(108)    VALUE SPACES.
           05 CKP-PEDIDO.
               10 CKP-PED-NUMERO      PIC 9(06)     VALUE ZEROS.
               10 CKP-PED-CLIENTE     PIC 9(04)     VALUE ZEROS.
               10 CKP-PED-ESTADO      PIC X(02)     VALUE SPACES.
               10 CKP-PED-CEP         PIC 9(08)     VALUE ZEROS.
               10 CKP-PED-END-SEQ     PIC 9(02)     VALUE ZEROS.
               10 CKP-PED-VENDEDOR    PIC 9(04)     VALUE ZEROS.
               10 CKP-DATA-PEDIDO     PIC 9(08)     VALUE ZEROS.
               10 CKP-PED-VALOR       PIC 9(08)V99  VALUE ZEROS.
               10 CKP-PED-PESO        PIC 9(04)V99  VALUE ZEROS.
               10 CKP-QTD-ITENS-PED   PIC 9(02)     VALUE ZEROS.
               10 CKP-PED-PLANO       PIC X(02)     VALUE SPACES.
               10 CKP-PED-PARCELAS    PIC 9(02)     VALUE ZEROS.
               10 CKP-PED-PRIMEIRO    PIC 9(03)     VALUE ZEROS.
               10 CKP-PED-INTERVALO   PIC 9(03)     VALUE ZEROS.
               10 CKP-PED-FORMA       PIC X(01)     VALUE SPACES.
               10 CKP-PED-AUTORIZACAO PIC X(06)     VALUE SPACES.
               10 CKP-PED-BANDEIRA    PIC X(10)     VALUE SPACES.
               10 CKP-PED-CAR-PARC    PIC 9(02)     VALUE ZEROS.
               10 CKP-NOME-CLIENTE    PIC X(20)     VALUE SPACES.
               10 CKP-DESCONTO-VAL    PIC 9(08)V99  VALUE ZEROS.
               10 CKP-FRETE           PIC 9(08)V99  VALUE ZEROS.
               10 CKP-ICMS            PIC 9(08)V99  VALUE ZEROS.
               10 CKP-TOTAL-PEDIDO    PIC 9(08)V99  VALUE ZEROS.
               10 CKP-DESC-FUNC-VAL   PIC 9(08)V99  VALUE ZEROS.
               10 CKP-PIS             PIC 9(08)V99  VALUE ZEROS.
               10 CKP-COFINS          PIC 9(08)V99  VALUE ZEROS.
               10 CKP-PARCEIRA        PIC X(01)     VALUE SPACES.
               10 CKP-VALOR-LIQUIDO   PIC 9(08)V99  VALUE ZEROS.
               10 CKP-ZONA            PIC X(04)     VALUE SPACES.



      *== AREA DO MODULO DE EMISSAO DE BOLETOS (VER BOLETOLIB)
           05  WRK-BOL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-BOL-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-DOCUMENTO  PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-BOLETOS PIC 9(06) VALUE ZEROS.

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "PEDIDOS".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO MODULO DE CONTROLE DE COMPETENCIA (VER PERLIB)
       01  WRK-PERLIB-AREA.
           05  WRK-PER-SUBSISTEMA PIC X(06) VALUE "VENDAS".
           05  WRK-PER-ACAO       PIC X(01) VALUE "V".
           05  WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-PER-PROGRAMA   PIC X(08) VALUE "PEDIDOS".
           05  WRK-PER-REF        PIC X(20) VALUE SPACES.
           05  WRK-PER-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-PER-DATA-NOVA  PIC 9(08) VALUE ZEROS.
           05  WRK-PER-MOTIVO     PIC X(40) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A FILIAL
      *== DESTA EXECUCAO CARIMBA NOTA, ORDEM E RAZAO DE ICMS E
      *== SEPARA O CONTADOR DE NOTAS (NOTAFIS.CTL DA MATRIZ,
      *== NOTAFIS.CTL.Fnn DAS DEMAIS)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100)     VALUE SPACES.
       77  WRK-NOTA-FIL-CHAVE PIC X(02)   VALUE SPACES.
      *== WRK-NOTA-FIL-CHAVE: NOTA-FILIAL DA NOTA LIDA, ESPACOS
      *== (REGISTRO ANTIGO) TRATADO COMO "01"

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "PEDIDOS".
           05  WRK-KRD-DATA-MOV  PIC 9(08) VALUE ZEROS.

      *== AREA DO SALDO POR DEPOSITO (VER DEPLIB)
       01  WRK-DEPLIB-AREA.
           05  WRK-DPL-ACAO      PIC X(01) VALUE SPACES.
           05  WRK-DPL-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-DPL-DEPOSITO  PIC X(02) VALUE SPACES.
           05  WRK-DPL-UF        PIC X(02) VALUE SPACES.
           05  WRK-DPL-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-DPL-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-TRANSITO  PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-RETORNO   PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL               SECTION.
           PERFORM 0050-CARREGA-TABELA.
           PERFORM 0090-VERIFICA-CONTROLE.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               END-PERFORM
               CLOSE FRETE2-TABELA
           END-IF.
           ACCEPT WRK-ZON-PATH FROM ENVIRONMENT "FRETE_ZONA_PATH".
           IF WRK-ZON-PATH EQUAL SPACES
               MOVE "FRETEZON.TAB" TO WRK-ZON-PATH
           END-IF.
           OPEN INPUT FRETE-ZONA.
           IF FS-ZONA NOT EQUAL 0
               DISPLAY "PEDIDOS: SEM FAIXAS DE CEP ("
                       WRK-ZON-PATH ") - FRETE SO PELA UF"
           ELSE
               READ FRETE-ZONA
                   AT END MOVE 10 TO FS-ZONA
               END-READ
               PERFORM UNTIL FS-ZONA EQUAL 10
                   IF WRK-QTD-ZONAS GREATER OR EQUAL 300
                       DISPLAY "PEDIDOS: FRETEZON.TAB TEM MAIS DE 300 "
                               "FAIXAS - RESTANTE IGNORADO"
                       MOVE 10 TO FS-ZONA
                   ELSE
                       ADD 1 TO WRK-QTD-ZONAS
                       MOVE ZON-CEP-INICIO
                           TO WRK-ZON-CEP-INICIO(WRK-QTD-ZONAS)
                       MOVE ZON-CEP-FIM
                           TO WRK-ZON-CEP-FIM(WRK-QTD-ZONAS)
                       MOVE ZON-ZONA TO WRK-ZON-ZONA(WRK-QTD-ZONAS)
                       READ FRETE-ZONA
                           AT END MOVE 10 TO FS-ZONA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FRETE-ZONA
           END-IF.
           ACCEPT WRK-ZTX-PATH FROM ENVIRONMENT "FRETE_ZONA_TAXA_PATH".
           IF WRK-ZTX-PATH EQUAL SPACES
               MOVE "FRETEZTX.TAB" TO WRK-ZTX-PATH
           END-IF.
           OPEN INPUT FRETE-ZONATX.
           IF FS-ZONATX EQUAL 0
               READ FRETE-ZONATX
                   AT END MOVE 10 TO FS-ZONATX
               END-READ
               PERFORM UNTIL FS-ZONATX EQUAL 10
                   IF WRK-QTD-ZONATX GREATER OR EQUAL 200
                       DISPLAY "PEDIDOS: FRETEZTX.TAB TEM MAIS DE 200 "
                               "LINHAS - RESTANTE IGNORADO"
                       MOVE 10 TO FS-ZONATX
                   ELSE
                       ADD 1 TO WRK-QTD-ZONATX
                       MOVE ZTX-ZONA TO WRK-ZTX-ZONA(WRK-QTD-ZONATX)
                       MOVE ZTX-VIGENCIA
                           TO WRK-ZTX-VIGENCIA(WRK-QTD-ZONATX)
                       MOVE ZTX-TAXA TO WRK-ZTX-TAXA(WRK-QTD-ZONATX)
                       READ FRETE-ZONATX
                           AT END MOVE 10 TO FS-ZONATX
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FRETE-ZONATX
           END-IF.
           ACCEPT WRK-LIM-PATH FROM ENVIRONMENT "CLILIM_PATH".
           IF WRK-LIM-PATH EQUAL SPACES
               MOVE "CLILIM.DAT" TO WRK-LIM-PATH
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           ACCEPT WRK-PLN-PATH FROM ENVIRONMENT "PLANOS_PATH".
           IF WRK-PLN-PATH EQUAL SPACES
               MOVE "PLANOS.TAB" TO WRK-PLN-PATH
           END-IF.
           OPEN INPUT PLANOS.
           IF FS-PLANOS NOT EQUAL 0
               DISPLAY "PEDIDOS: SEM PLANOS DE PAGAMENTO ("
                       WRK-PLN-PATH ") - SO VENDA A VISTA"
           ELSE
               READ PLANOS
                   AT END MOVE 10 TO FS-PLANOS
               END-READ
               PERFORM UNTIL FS-PLANOS EQUAL 10
                   IF WRK-QTD-PLANOS GREATER OR EQUAL 50
                       DISPLAY "PEDIDOS: PLANOS.TAB TEM MAIS DE 50 "
                               "LINHAS - RESTANTE IGNORADO"
                       MOVE 10 TO FS-PLANOS
                   ELSE
                       IF PLN-PARCELAS IS NUMERIC
                           AND PLN-PRIMEIRO IS NUMERIC
                           AND PLN-INTERVALO IS NUMERIC
                           ADD 1 TO WRK-QTD-PLANOS
                           MOVE PLN-CODIGO
                               TO WRK-PLN-CODIGO(WRK-QTD-PLANOS)
                           MOVE PLN-PARCELAS
                               TO WRK-PLN-PARCELAS(WRK-QTD-PLANOS)
                           MOVE PLN-PRIMEIRO
                               TO WRK-PLN-PRIMEIRO(WRK-QTD-PLANOS)
                           MOVE PLN-INTERVALO
                               TO WRK-PLN-INTERVALO(WRK-QTD-PLANOS)
                       ELSE
                           DISPLAY "PEDIDOS: PLANO [" PLN-CODIGO
                                   "] COM CAMPO NAO NUMERICO - "
                                   "IGNORADO"
                       END-IF
                       READ PLANOS
                           AT END MOVE 10 TO FS-PLANOS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PLANOS
           END-IF.

      *== PRE-VERIFICACAO DE COMPLETUDE (MOLDE CLIIMP): LOTE COM
      *== CABECALHO "H" TEM QUE TERMINAR NO TRAILER "T" COM AS
      *== QUANTIDADES DE PEDIDOS "P" E ITENS "I" LIDAS; TRANSFERENCIA
      *== TRUNCADA E RECUSADA AQUI, ANTES DE ABRIR QUALQUER SAIDA
       0090-VERIFICA-CONTROLE       SECTION.
           ACCEPT WRK-PED-PATH FROM ENVIRONMENT "PEDIDOS_PATH".
           IF WRK-PED-PATH EQUAL SPACES
               MOVE "PEDIDOS.DAT" TO WRK-PED-PATH
           END-IF.
           OPEN INPUT PEDIDOS-IN.
      *== ARQUIVO AUSENTE SEGUE PARA A ABERTURA NORMAL DO 0100, QUE
      *== TRATA O STATUS PELO TRATAFS
           IF FS-PEDIDOS EQUAL 0
               READ PEDIDOS-IN
                   AT END MOVE 10 TO FS-PEDIDOS
               END-READ
               IF FS-PEDIDOS EQUAL 0 AND PED-CTL-TIPO EQUAL "H"
                   MOVE "S" TO WRK-CTL-TEM-H
                   MOVE PED-CTL-ORIGEM TO WRK-CTL-ORIGEM
               END-IF
               PERFORM UNTIL FS-PEDIDOS EQUAL 10
                   EVALUATE PED-TIPO
                       WHEN "P"
                           ADD 1 TO WRK-CTL-PEDIDOS
                       WHEN "I"
                           ADD 1 TO WRK-CTL-ITENS
                       WHEN "T"
                           MOVE "S" TO WRK-CTL-TEM-T
                           MOVE PED-TRL-PEDIDOS TO WRK-CTL-DECL-PED
                           MOVE PED-TRL-ITENS   TO WRK-CTL-DECL-ITN
                   END-EVALUATE
                   READ PEDIDOS-IN
                       AT END MOVE 10 TO FS-PEDIDOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-IN
               MOVE ZEROS TO FS-PEDIDOS
           END-IF.
           IF WRK-CTL-TEM-H EQUAL "S"
               IF WRK-CTL-TEM-T EQUAL "N"
                   DISPLAY "PEDIDOS: LOTE " WRK-CTL-ORIGEM
                           " SEM TRAILER T - PROVAVEL TRUNCAMENTO - "
                           "RECUSADO"
                   PERFORM 0095-RECUSA-LOTE
               END-IF
               IF WRK-CTL-DECL-PED NOT EQUAL WRK-CTL-PEDIDOS
                   OR WRK-CTL-DECL-ITN NOT EQUAL WRK-CTL-ITENS
                   DISPLAY "PEDIDOS: TRAILER DECLARA "
                           WRK-CTL-DECL-PED " PEDIDOS/"
                           WRK-CTL-DECL-ITN " ITENS, LIDOS "
                           WRK-CTL-PEDIDOS "/" WRK-CTL-ITENS
                           " - LOTE RECUSADO"
                   PERFORM 0095-RECUSA-LOTE
               END-IF
           END-IF.

       0095-RECUSA-LOTE             SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PED-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-CTL-PEDIDOS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-GRAVADOS.
           MOVE WRK-CTL-PEDIDOS TO WRK-RUN-REJEITADOS.
           MOVE "ERRO" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           STOP RUN.

       0100-INICIALIZAR            SECTION.
      *== FILIAL DA EXECUCAO: FORA DO CADASTRO O LOTE INTEIRO E
      *== RECUSADO - NAO HA CNPJ EMITENTE PARA AS NOTAS
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           IF WRK-FIL-ACHADO NOT EQUAL "S"
               DISPLAY "PEDIDOS: FILIAL " WRK-FIL-CODIGO
                       " NAO CADASTRADA (VER FILMANT) - LOTE RECUSADO"
               PERFORM 0095-RECUSA-LOTE
           END-IF.
      *== PISO E TETO DO FRETE AGORA VEM DO ARQUIVO CENTRAL DE
      *== PARAMETROS; OS LITERAIS FICAM COMO CONTINGENCIA
           MOVE "FRETE_MINIMO" TO WRK-PRM-CHAVE.
               COMPUTE WRK-DESC-BRONZE =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           PERFORM 0120-LE-CHECKPOINT.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-REJ-PATH EQUAL SPACES
               MOVE "PEDIDOS.REJ" TO WRK-REJ-PATH
           END-IF.
           IF WRK-RETOMADA EQUAL "S"
               MOVE WRK-REJ-PATH TO WRK-TRC-PATH
               MOVE WRK-QTD-REJ TO WRK-TRC-MANTER
               PERFORM 0150-TRUNCA-ARQUIVO
               OPEN EXTEND PEDIDOS-REJ
           ELSE
               OPEN OUTPUT PEDIDOS-REJ
           END-IF.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
               IF WRK-HLD-PATH EQUAL SPACES
                   MOVE "PEDIDOS.HLD" TO WRK-HLD-PATH
               END-IF
               IF WRK-RETOMADA EQUAL "S" AND WRK-TEM-HLD EQUAL "S"
                   MOVE WRK-HLD-PATH TO WRK-TRC-PATH
                   MOVE WRK-QTD-HLD TO WRK-TRC-MANTER
                   PERFORM 0150-TRUNCA-ARQUIVO
               ELSE
                   PERFORM 0135-CONTA-RETIDOS
               END-IF
               MOVE "S" TO WRK-TEM-HLD
               OPEN EXTEND PEDIDOS-HLD
               IF FS-RETIDOS NOT EQUAL 0
                   OPEN OUTPUT PEDIDOS-HLD
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "PEDFAT.SIM" TO WRK-FAT-PATH
           END-IF.
      *== CADA FILIAL GERA O SEU LOTE DE COBRANCA: ARQUIVO COM O
      *== SUFIXO DA FILIAL, PARA UMA NAO SOBRESCREVER O LOTE DA OUTRA
           MOVE WRK-FAT-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-FAT-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-FAT-PATH
           END-STRING.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *== NA RETOMADA O LOTE DE COBRANCA CONTINUA O ARQUIVO JA
      *== COMECADO: O CABECALHO "H" E OS DEBITOS CONFIRMADOS FICAM
           IF WRK-RETOMADA EQUAL "S"
               MOVE WRK-FAT-PATH TO WRK-TRC-PATH
               MOVE WRK-QTD-FAT TO WRK-TRC-MANTER
               PERFORM 0150-TRUNCA-ARQUIVO
               OPEN EXTEND FATURA-OUT
           ELSE
               OPEN OUTPUT FATURA-OUT
               MOVE SPACES TO FAT-REG-LOTE
               MOVE "H" TO FAT-LOTE-TIPO
               MOVE WRK-DATA-HOJE(3:6) TO FAT-LOTE-NUMERO
               MOVE WRK-DATA-HOJE      TO FAT-LOTE-DATA
      *== ORIGEM DO LOTE: A MATRIZ MANTEM "PEDIDOS"/"PEDREAPR"; AS
      *== DEMAIS FILIAIS USAM "PEDID"/"PEDRE" + CODIGO DA FILIAL,
      *== SENAO DUAS FILIAIS NO MESMO DIA TERIAM O MESMO NUMERO+ORIGEM
      *== E A TRAVA DE DUPLA POSTAGEM DO EXE1 RECUSARIA A SEGUNDA
               IF WRK-REAPRESENTACAO EQUAL "S"
                   MOVE "PEDREAPR" TO FAT-LOTE-ORIGEM
               ELSE
                   MOVE "PEDIDOS" TO FAT-LOTE-ORIGEM
               END-IF
               IF WRK-FIL-SUFIXO NOT EQUAL SPACES
                   MOVE SPACES TO FAT-LOTE-ORIGEM
                   IF WRK-REAPRESENTACAO EQUAL "S"
                       STRING "PEDRE" WRK-FIL-CODIGO
                           DELIMITED BY SIZE INTO FAT-LOTE-ORIGEM
                   ELSE
                       STRING "PEDID" WRK-FIL-CODIGO
                           DELIMITED BY SIZE INTO FAT-LOTE-ORIGEM
                   END-IF
               END-IF
               WRITE FAT-REG-LOTE
               ADD 1 TO WRK-QTD-FAT
           END-IF.
           ACCEPT WRK-FTH-PATH FROM ENVIRONMENT "FATURA_HIS_PATH".
           IF WRK-FTH-PATH EQUAL SPACES
               MOVE "FATURA.HIS" TO WRK-FTH-PATH
           END-IF.
           MOVE WRK-FTH-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-FTH-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-FTH-PATH
           END-STRING.
           IF WRK-RETOMADA EQUAL "S"
               PERFORM 0145-LIMPA-FATHIS
           END-IF.
           OPEN EXTEND FATURA-HIS.
           IF FS-FATHIS NOT EQUAL 0
               OPEN OUTPUT FATURA-HIS
           IF WRK-NCT-PATH EQUAL SPACES
               MOVE "NOTAFIS.CTL" TO WRK-NCT-PATH
           END-IF.
           MOVE WRK-NCT-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-NCT-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-NCT-PATH
           END-STRING.
           MOVE 1 TO WRK-PROX-NOTA.
           OPEN INPUT NOTA-CONTROLE.
           IF FS-NOTA-CTL EQUAL 0
               END-READ
               CLOSE NOTA-CONTROLE
           END-IF.
      *== NA RETOMADA VALE O NUMERO DO CHECKPOINT: A NOTA DO PEDIDO
      *== INTERROMPIDO SAI DE NOVO COM O MESMO NUMERO
           IF WRK-RETOMADA EQUAL "S"
               MOVE CKP-PROX-NOTA TO WRK-PROX-NOTA
           END-IF.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
           END-IF.
           IF WRK-RETOMADA EQUAL "S"
               PERFORM 0142-LIMPA-NOTAS
           END-IF.
           OPEN EXTEND NOTAS.
           IF FS-NOTAS NOT EQUAL 0
               OPEN OUTPUT NOTAS
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ITENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           OPEN I-O PARCELAS.
           IF FS-PARCELAS EQUAL 35
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
           MOVE "PARCELAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PARCELAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-VCR-PATH FROM ENVIRONMENT "VENDACAR_PATH".
           IF WRK-VCR-PATH EQUAL SPACES
               MOVE "VENDACAR.DAT" TO WRK-VCR-PATH
           END-IF.
           OPEN I-O VENDACAR.
           IF FS-VENDACAR EQUAL 35
               OPEN OUTPUT VENDACAR
               CLOSE VENDACAR
               OPEN I-O VENDACAR
           END-IF.
           MOVE "VENDACAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-VENDACAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-PEN-PATH FROM ENVIRONMENT "PEDEND_PATH".
           IF WRK-PEN-PATH EQUAL SPACES
               MOVE "PEDEND.DAT" TO WRK-PEN-PATH
           END-IF.
           OPEN I-O PEDEND.
           IF FS-PEDEND EQUAL 35
               OPEN OUTPUT PEDEND
               CLOSE PEDEND
               OPEN I-O PEDEND
           END-IF.
           MOVE "PEDEND.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PEDEND TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== SEM CADASTRO DE ENDERECOS O LOTE RODA COMO SEMPRE; SO O
      *== PEDIDO QUE NOMEIA UM ENDERECO DE ENTREGA E REJEITADO
           ACCEPT WRK-CEN-PATH FROM ENVIRONMENT "CLIEND_PATH".
           IF WRK-CEN-PATH EQUAL SPACES
               MOVE "CLIEND.DAT" TO WRK-CEN-PATH
           END-IF.
           OPEN INPUT CLIENDERECOS.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE "S" TO WRK-TEM-ENDERECOS
           END-IF.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
               DISPLAY "PEDIDOS: SEM CADASTRO DE FUNCIONARIOS ("
                       WRK-EMP-PATH ") - VENDEDOR SEM CRITICA"
           END-IF.
           ACCEPT WRK-PRC-PATH FROM ENVIRONMENT "PRECOCLI_PATH".
           IF WRK-PRC-PATH EQUAL SPACES
               MOVE "PRECOCLI.DAT" TO WRK-PRC-PATH
           END-IF.
           OPEN INPUT PRECOCLI.
           IF FS-PRECOCLI EQUAL 0
               MOVE "S" TO WRK-TEM-CONTRATO
           END-IF.
           MOVE "DESC_FUNCIONARIO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-DESC-FUNC =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "PIS_ALIQUOTA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-ALIQ-PIS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "COFINS_ALIQUOTA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-ALIQ-COFINS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           OPEN INPUT PEDIDOS-IN.
           MOVE "PEDIDOS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PEDIDOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           IF WRK-RETOMADA EQUAL "S"
               PERFORM 0130-PULA-CONFIRMADOS
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PEDIDOS_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PEDIDOS.REL" TO WRK-REL-PATH
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           IF WRK-RETOMADA EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "RETOMADA APOS INTERRUPCAO: "
                       WRK-TOTAL-LIDO " PEDIDOS LIDOS NA EXECUCAO "
                       "ANTERIOR (SO NOS TOTAIS)"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== CLIENTES VINCULADOS A FUNCIONARIO ATIVO: E POR ESTA
      *== TABELA QUE O DESCONTO DE FUNCIONARIO SE APLICA (E SE
           END-PERFORM.
           MOVE ZEROS TO FS-EMPREGADOS.

      *== CHECKPOINT DA EXECUCAO ANTERIOR: "P"/"E" PENDENTE E RETOMADA
      *== DO MESMO ARQUIVO; "C" (OU NENHUM) E LOTE NOVO. LIDO ANTES DE
      *== QUALQUER ABERTURA DE SAIDA, QUE NA RETOMADA NAO PODE ZERAR O
      *== QUE JA FOI CONFIRMADO
       0120-LE-CHECKPOINT           SECTION.
           IF WRK-SIMULACAO NOT EQUAL "S"
               ACCEPT WRK-CKP-PATH FROM ENVIRONMENT "PEDIDOS_CKP_PATH"
               IF WRK-CKP-PATH EQUAL SPACES
                   IF WRK-REAPRESENTACAO EQUAL "S"
                       MOVE "PEDREAPR.CKP" TO WRK-CKP-PATH
                   ELSE
                       MOVE "PEDIDOS.CKP" TO WRK-CKP-PATH
                   END-IF
               END-IF
               OPEN INPUT CHECKPOINT
               IF FS-CKP EQUAL 0
                   READ CHECKPOINT INTO WRK-CKP-REG
                       AT END MOVE "C" TO CKP-STATUS
                   END-READ
                   CLOSE CHECKPOINT
                   EVALUATE CKP-STATUS
                       WHEN "P"
                       WHEN "E"
                           PERFORM 0125-RESTAURA-CHECKPOINT
                       WHEN "C"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "PEDIDOS: CHECKPOINT " WRK-CKP-PATH
                                   " COM SITUACAO DESCONHECIDA - "
                                   "IGNORADO, LOTE PROCESSADO DO "
                                   "INICIO"
                   END-EVALUATE
               END-IF
           END-IF.

       0125-RESTAURA-CHECKPOINT     SECTION.
           IF CKP-ARQUIVO NOT EQUAL WRK-PED-PATH
               OR CKP-QTD-PEDIDOS NOT EQUAL WRK-CTL-PEDIDOS
               OR CKP-QTD-ITENS NOT EQUAL WRK-CTL-ITENS
               DISPLAY "PEDIDOS: CHECKPOINT PENDENTE EM " WRK-CKP-PATH
                       " E DE OUTRO ARQUIVO DE PEDIDOS ("
                       CKP-QTD-PEDIDOS " PEDIDOS/" CKP-QTD-ITENS
                       " ITENS) - CONCLUA AQUELE LOTE OU REMOVA O "
                       "CHECKPOINT"
               PERFORM 0095-RECUSA-LOTE
           END-IF.
           MOVE "S" TO WRK-RETOMADA.
           MOVE CKP-STATUS         TO WRK-SITUACAO-CKP.
           MOVE CKP-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.
           MOVE CKP-QTD-REG        TO WRK-POS-CONFIRMADA.
           MOVE CKP-QTD-FAT        TO WRK-QTD-FAT.
           MOVE CKP-QTD-REJ        TO WRK-QTD-REJ.
           MOVE CKP-QTD-HLD        TO WRK-QTD-HLD.
           MOVE CKP-TEM-HLD        TO WRK-TEM-HLD.
           MOVE CKP-ETAPA          TO WRK-ETAPA.
           MOVE CKP-ITEM           TO WRK-ITEM-BAIXADO.
           MOVE CKP-ETAPA-FIM      TO WRK-ETAPA-FIM.
           MOVE CKP-TOTAL-LIDO      TO WRK-TOTAL-LIDO.
           MOVE CKP-TOTAL-REJ       TO WRK-TOTAL-REJ.
           MOVE CKP-TOTAL-ITENS     TO WRK-TOTAL-ITENS.
           MOVE CKP-TOTAL-NOTAS     TO WRK-TOTAL-NOTAS.
           MOVE CKP-TOTAL-COBRADO   TO WRK-TOTAL-COBRADO.
           MOVE CKP-TOTAL-SEM-CONTA TO WRK-TOTAL-SEM-CONTA.
           MOVE CKP-VALOR-COBRADO   TO WRK-VALOR-COBRADO.
           MOVE CKP-TOTAL-GERAL     TO WRK-TOTAL-GERAL.
           MOVE CKP-TOTAL-RETIDO    TO WRK-TOTAL-RETIDO.
           MOVE CKP-TOTAL-BOLETOS   TO WRK-TOTAL-BOLETOS.
           MOVE CKP-TOTAL-PARCELADO TO WRK-TOTAL-PARCELADO.
           MOVE CKP-TOTAL-CARTAO    TO WRK-TOTAL-CARTAO.
           MOVE CKP-TOTAL-CONTRATO  TO WRK-TOTAL-CONTRATO.
           MOVE CKP-QTD-RESUMO      TO WRK-QTD-RESUMO.
           MOVE CKP-RESUMO-FRETE    TO WRK-RESUMO-FRETE.
           MOVE CKP-QTD-RESCLI      TO WRK-QTD-RESCLI.
           MOVE CKP-RESUMO-CLIENTE  TO WRK-RESUMO-CLIENTE.
           MOVE CKP-PED-NUMERO      TO WRK-PED-NUMERO.
           MOVE CKP-PED-CLIENTE     TO WRK-PED-CLIENTE.
           MOVE CKP-PED-ESTADO      TO WRK-PED-ESTADO.
           MOVE CKP-PED-CEP         TO WRK-PED-CEP.
           MOVE CKP-PED-END-SEQ     TO WRK-PED-END-SEQ.
           MOVE CKP-PED-VENDEDOR    TO WRK-PED-VENDEDOR.
           MOVE CKP-DATA-PEDIDO     TO WRK-DATA-PEDIDO.
           MOVE CKP-PED-VALOR       TO WRK-PED-VALOR.
           MOVE CKP-PED-PESO        TO WRK-PED-PESO.
           MOVE CKP-QTD-ITENS-PED   TO WRK-QTD-ITENS.
           MOVE CKP-PED-PLANO       TO WRK-PED-PLANO.
           MOVE CKP-PED-PARCELAS    TO WRK-PED-PARCELAS.
           MOVE CKP-PED-PRIMEIRO    TO WRK-PED-PRIMEIRO.
           MOVE CKP-PED-INTERVALO   TO WRK-PED-INTERVALO.
           MOVE CKP-PED-FORMA       TO WRK-PED-FORMA.
           MOVE CKP-PED-AUTORIZACAO TO WRK-PED-AUTORIZACAO.
           MOVE CKP-PED-BANDEIRA    TO WRK-PED-BANDEIRA.
           MOVE CKP-PED-CAR-PARC    TO WRK-PED-CAR-PARC.
           MOVE CKP-NOME-CLIENTE    TO WRK-NOME-CLIENTE.
           MOVE CKP-DESCONTO-VAL    TO WRK-DESCONTO-VAL.
           MOVE CKP-FRETE           TO WRK-FRETE.
           MOVE CKP-ICMS            TO WRK-ICMS.
           MOVE CKP-TOTAL-PEDIDO    TO WRK-TOTAL-PEDIDO.
           MOVE CKP-DESC-FUNC-VAL   TO WRK-DESC-FUNC-VAL.
           MOVE CKP-PIS             TO WRK-PIS.
           MOVE CKP-COFINS          TO WRK-COFINS.
           MOVE CKP-PARCEIRA        TO WRK-PARCEIRA.
           MOVE CKP-VALOR-LIQUIDO   TO WRK-VALOR-LIQUIDO.
           MOVE CKP-ZONA            TO WRK-ZONA.
           MOVE CKP-ITENS-PEDIDO    TO WRK-ITENS-PEDIDO.
           DISPLAY "PEDIDOS: RETOMANDO APOS CHECKPOINT - "
                   WRK-POS-CONFIRMADA " REGISTROS DE "
                   WRK-PED-PATH " JA PROCESSADOS".

      *== PULA OS REGISTROS DOS PEDIDOS JA CONFIRMADOS (E DO PEDIDO
      *== EM ANDAMENTO, CUJA IMAGEM VEIO DO CHECKPOINT)
       0130-PULA-CONFIRMADOS        SECTION.
           PERFORM UNTIL WRK-QTD-REG-LIDOS NOT LESS WRK-POS-CONFIRMADA
                   OR FS-PEDIDOS EQUAL 10
               READ PEDIDOS-IN
                   AT END MOVE 10 TO FS-PEDIDOS
                   NOT AT END ADD 1 TO WRK-QTD-REG-LIDOS
               END-READ
           END-PERFORM.

      *== TAMANHO DA FILA DE RETENCAO NO INICIO DO LOTE: E ATE AQUI
      *== QUE ELA VOLTA SE O PASSO CAIR ANTES DO PRIMEIRO PEDIDO
      *== CONFIRMADO
       0135-CONTA-RETIDOS           SECTION.
           MOVE ZEROS TO WRK-QTD-HLD.
           OPEN INPUT PEDIDOS-HLD.
           IF FS-RETIDOS EQUAL 0
               READ PEDIDOS-HLD
                   AT END MOVE 10 TO FS-RETIDOS
               END-READ
               PERFORM UNTIL FS-RETIDOS EQUAL 10
                   ADD 1 TO WRK-QTD-HLD
                   READ PEDIDOS-HLD
                       AT END MOVE 10 TO FS-RETIDOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-HLD
           END-IF.

      *== NOTAS.DAT E ACUMULATIVO: SAI O QUE TEM NUMERO A PARTIR DO
      *== PROXIMO DO CHECKPOINT (A NOTA DO PEDIDO INTERROMPIDO).
      *== O ARQUIVO E COMUM A TODAS AS FILIAIS E CADA UMA NUMERA A
      *== PARTIR DE 1: NOTA DE OUTRA FILIAL NUNCA E CORTADA
       0142-LIMPA-NOTAS             SECTION.
           MOVE ZEROS TO WRK-TRC-MANTER.
           MOVE ZEROS TO WRK-TRC-LIDOS.
           OPEN INPUT NOTAS.
           IF FS-NOTAS EQUAL 0
               READ NOTAS
                   AT END MOVE 10 TO FS-NOTAS
               END-READ
               PERFORM UNTIL FS-NOTAS EQUAL 10
                   ADD 1 TO WRK-TRC-LIDOS
                   MOVE NOTA-FILIAL TO WRK-NOTA-FIL-CHAVE
                   IF WRK-NOTA-FIL-CHAVE EQUAL SPACES
                       MOVE "01" TO WRK-NOTA-FIL-CHAVE
                   END-IF
                   IF WRK-NOTA-FIL-CHAVE NOT EQUAL WRK-FIL-CODIGO
                      OR NOTA-NUMERO LESS WRK-PROX-NOTA
                       MOVE WRK-TRC-LIDOS TO WRK-TRC-MANTER
                   END-IF
                   READ NOTAS
                       AT END MOVE 10 TO FS-NOTAS
                   END-READ
               END-PERFORM
               CLOSE NOTAS
               IF WRK-TRC-MANTER LESS WRK-TRC-LIDOS
                   MOVE WRK-NOT-PATH TO WRK-TRC-PATH
                   PERFORM 0150-TRUNCA-ARQUIVO
               END-IF
           END-IF.

      *== FATURA.HIS E ACUMULATIVO: A LINHA DA COBRANCA DO PEDIDO
      *== INTERROMPIDO (REFERENCIA = PROXIMA NOTA) SAI QUANDO A
      *== COBRANCA VAI SER REFEITA; DA ETAPA "2" EM DIANTE ELA FICA
       0145-LIMPA-FATHIS            SECTION.
           IF WRK-SITUACAO-CKP EQUAL "P" OR WRK-ETAPA EQUAL "1"
               MOVE CKP-PROX-NOTA TO WRK-NOTA-REF
               MOVE ZEROS TO WRK-TRC-MANTER
               MOVE ZEROS TO WRK-TRC-LIDOS
               OPEN INPUT FATURA-HIS
               IF FS-FATHIS EQUAL 0
                   READ FATURA-HIS
                       AT END MOVE 10 TO FS-FATHIS
                   END-READ
                   PERFORM UNTIL FS-FATHIS EQUAL 10
                       ADD 1 TO WRK-TRC-LIDOS
                       IF FTH-REF-SEQ NOT EQUAL WRK-NOTA-REF
                           MOVE WRK-TRC-LIDOS TO WRK-TRC-MANTER
                       END-IF
                       READ FATURA-HIS
                           AT END MOVE 10 TO FS-FATHIS
                       END-READ
                   END-PERFORM
                   CLOSE FATURA-HIS
                   IF WRK-TRC-MANTER LESS WRK-TRC-LIDOS
                       MOVE WRK-FTH-PATH TO WRK-TRC-PATH
                       PERFORM 0150-TRUNCA-ARQUIVO
                   END-IF
               END-IF
           END-IF.

      *== DEVOLVE O SEQUENCIAL WRK-TRC-PATH AOS SEUS WRK-TRC-MANTER
      *== PRIMEIROS REGISTROS (COPIA POR PEDIDOS.TMP E DE VOLTA, COMO
      *== NA MATRICULA): O QUE FOI GRAVADO DEPOIS DA ULTIMA
      *== CONFIRMACAO E DESFEITO
       0150-TRUNCA-ARQUIVO          SECTION.
           MOVE ZEROS TO WRK-TRC-LIDOS.
           OPEN INPUT TRUNCA.
           IF FS-TRC EQUAL 0
               OPEN OUTPUT PEDIDOS-TMP
               MOVE "PEDIDOS.TMP" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-TMP TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               READ TRUNCA
                   AT END MOVE 10 TO FS-TRC
               END-READ
               PERFORM UNTIL FS-TRC EQUAL 10
                       OR WRK-TRC-LIDOS NOT LESS WRK-TRC-MANTER
                   ADD 1 TO WRK-TRC-LIDOS
                   WRITE TMP-LINHA FROM TRC-LINHA
                   READ TRUNCA
                       AT END MOVE 10 TO FS-TRC
                   END-READ
               END-PERFORM
               CLOSE TRUNCA
               CLOSE PEDIDOS-TMP
               OPEN INPUT PEDIDOS-TMP
               OPEN OUTPUT TRUNCA
               READ PEDIDOS-TMP
                   AT END MOVE 10 TO FS-TMP
               END-READ
               PERFORM UNTIL FS-TMP EQUAL 10
                   WRITE TRC-LINHA FROM TMP-LINHA
                   READ PEDIDOS-TMP
                       AT END MOVE 10 TO FS-TMP
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-TMP
               CLOSE TRUNCA
               DISPLAY "PEDIDOS: " WRK-TRC-PATH " DEVOLVIDO AOS "
                       WRK-TRC-LIDOS " REGISTROS CONFIRMADOS"
           END-IF.

       0200-PROCESSAR               SECTION.
           IF WRK-SITUACAO-CKP EQUAL "E"
               PERFORM 0265-RETOMA-PEDIDO
           END-IF.
           IF FS-PEDIDOS NOT EQUAL 10
               READ PEDIDOS-IN
                   AT END MOVE 10 TO FS-PEDIDOS
                   NOT AT END ADD 1 TO WRK-QTD-REG-LIDOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PEDIDOS EQUAL 10
               EVALUATE PED-TIPO
                   WHEN "P"
      *== O PEDIDO ANTERIOR TERMINA NO REGISTRO ANTES DESTE "P"
                       COMPUTE WRK-POS-CONFIRMADA =
                           WRK-QTD-REG-LIDOS - 1
                       PERFORM 0260-FECHA-PEDIDO
                       PERFORM 0203-ABRE-PEDIDO
                   WHEN "I"
                       PERFORM 0207-GUARDA-ITEM
                   WHEN "H"
                   WHEN "T"
      *== CONTROLE DO LOTE, JA CONFERIDO NA PRE-VERIFICACAO
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-REJ
                       MOVE SPACES TO REJ-LINHA
                               PED-REG(1:40)
                               DELIMITED BY SIZE INTO REJ-LINHA
                       WRITE REJ-LINHA
                       ADD 1 TO WRK-QTD-REJ
               END-EVALUATE
               READ PEDIDOS-IN
                   AT END MOVE 10 TO FS-PEDIDOS
                   NOT AT END ADD 1 TO WRK-QTD-REG-LIDOS
               END-READ
           END-PERFORM.
           MOVE WRK-QTD-REG-LIDOS TO WRK-POS-CONFIRMADA.
           PERFORM 0260-FECHA-PEDIDO.

       0203-ABRE-PEDIDO             SECTION.
                       PED-REG(1:21)
                       DELIMITED BY SIZE INTO REJ-LINHA
               WRITE REJ-LINHA
               ADD 1 TO WRK-QTD-REJ
               MOVE "N" TO WRK-PED-ABERTO
           ELSE
           PERFORM 0204-VALIDA-UF
                       PED-ESTADO "]"
                       DELIMITED BY SIZE INTO REJ-LINHA
               WRITE REJ-LINHA
               ADD 1 TO WRK-QTD-REJ
               MOVE "N" TO WRK-PED-ABERTO
           ELSE
           MOVE PED-NUMERO  TO WRK-PED-NUMERO
           MOVE PED-CLIENTE TO WRK-PED-CLIENTE
           MOVE PED-ESTADO  TO WRK-PED-ESTADO
           IF PED-CEP IS NUMERIC
               MOVE PED-CEP TO WRK-PED-CEP
           ELSE
               MOVE ZEROS TO WRK-PED-CEP
           END-IF
           IF PED-END-SEQ IS NUMERIC
               MOVE PED-END-SEQ TO WRK-PED-END-SEQ
           ELSE
               MOVE ZEROS TO WRK-PED-END-SEQ
           END-IF
           IF PED-DATA IS NUMERIC AND PED-DATA GREATER ZEROS
               MOVE PED-DATA TO WRK-DATA-PEDIDO
           ELSE
           ELSE
               MOVE ZEROS TO WRK-PED-VENDEDOR
           END-IF
           MOVE PED-PLANO TO WRK-PED-PLANO
           MOVE PED-FORMA TO WRK-PED-FORMA
           MOVE PED-CAR-AUTORIZACAO TO WRK-PED-AUTORIZACAO
           MOVE PED-CAR-BANDEIRA TO WRK-PED-BANDEIRA
           IF PED-CAR-PARCELAS IS NUMERIC
               MOVE PED-CAR-PARCELAS TO WRK-PED-CAR-PARC
           ELSE
               MOVE ZEROS TO WRK-PED-CAR-PARC
           END-IF
           MOVE ZEROS TO WRK-PED-VALOR
           MOVE ZEROS TO WRK-PED-PESO
           MOVE ZEROS TO WRK-QTD-ITENS
           PERFORM 0205-VALIDA-CLIENTE
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0218-VALIDA-ENDERECO
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0209-VALIDA-VENDEDOR
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0214-VALIDA-PLANO
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0216-VALIDA-CARTAO
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0217-VALIDA-PERIODO
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               PERFORM 0219-VALIDA-FILIAL
           END-IF
           IF WRK-CLI-OK EQUAL "S"
               MOVE "S" TO WRK-PED-ABERTO
           ELSE
                           " DESPREZADO"
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
               IF PED-ITM-VALOR NOT NUMERIC
                   OR PED-ITM-PESO NOT NUMERIC
                           " | VALOR OU PESO NAO NUMERICO"
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
               IF PED-ITM-PESO EQUAL ZEROS
                   ADD 1 TO WRK-TOTAL-REJ
                           PED-ITM-PRODUTO " | PESO ZERADO"
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
               IF PED-ITM-VALOR GREATER WRK-VALOR-TETO
                   ADD 1 TO WRK-TOTAL-REJ
                           " | VALOR ACIMA DO TETO DE SANIDADE"
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
               PERFORM 0208-CRITICA-ESTOQUE
               IF WRK-ITEM-OK EQUAL "N"
                           PED-ITM-PRODUTO " | " WRK-MOTIVO-ITEM
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
                   ADD 1 TO WRK-QTD-ITENS
                   ADD 1 TO WRK-TOTAL-ITENS
                       TO WRK-ITM-BRUTO(WRK-QTD-ITENS)
                   MOVE PED-ITM-VALOR
                       TO WRK-ITM-VALOR-BRU(WRK-QTD-ITENS)
                   MOVE WRK-FALTA-ITEM
                       TO WRK-ITM-FALTA(WRK-QTD-ITENS)
                   MOVE WRK-CUSTO-ITEM
                       TO WRK-ITM-CUSTO(WRK-QTD-ITENS)
                   MOVE SPACES
                       TO WRK-ITM-DEPOSITO(WRK-QTD-ITENS)
                   ADD WRK-VALOR-ITEM TO WRK-PED-VALOR
                   ADD PED-ITM-PESO  TO WRK-PED-PESO
               END-IF

      *== CRITICA DO ITEM CONTRA O CADASTRO DE MERCADORIAS: AS 8
      *== PRIMEIRAS POSICOES DE PED-ITM-PRODUTO SAO O CODIGO; O
      *== PRECO PASSA A SER O DO CADASTRO (OU O DE CONTRATO DO
      *== CLIENTE, QUANDO HA UM EM VIGOR), NAO O DIGITADO NO BALCAO,
      *== E CODIGO SEM ESTOQUE ENTRA COMO BACKORDER (FILA DO PEDALOC)
       0208-CRITICA-ESTOQUE         SECTION.
           MOVE "S" TO WRK-ITEM-OK.
           MOVE PED-ITM-VALOR   TO WRK-VALOR-ITEM.
           MOVE PED-ITM-PRODUTO TO WRK-DESCR-ITEM.
           MOVE SPACES TO WRK-CODIGO-ITEM.
           MOVE "N" TO WRK-FALTA-ITEM.
           MOVE ZEROS TO WRK-CUSTO-ITEM.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               MOVE PED-ITM-PRODUTO(1:8) TO EST-CODIGO
               READ ESTOQUE KEY IS EST-CODIGO
                           TO WRK-MOTIVO-ITEM
                   NOT INVALID KEY
                       IF EST-SALDO EQUAL ZEROS
                           MOVE "S" TO WRK-FALTA-ITEM
                       END-IF
                       MOVE EST-CODIGO    TO WRK-CODIGO-ITEM
                       MOVE EST-DESCRICAO TO WRK-DESCR-ITEM
                       MOVE EST-PRECO     TO WRK-VALOR-ITEM
                       MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-ITEM
                       IF WRK-TEM-CONTRATO EQUAL "S"
                           PERFORM 0211-PRECO-CONTRATO
                       END-IF
               END-READ
           END-IF.

      *== PRECO DE CONTRATO DO CLIENTE PARA O PRODUTO EM VIGOR NA
      *== DATA DO PEDIDO: AS JANELAS VEM EM ORDEM DE INICIO E NAO SE
      *== SOBREPOEM (O PRCMANT RECUSA), ENTAO VALE A QUE CONTEM A DATA
       0211-PRECO-CONTRATO          SECTION.
           MOVE WRK-PED-CLIENTE TO PRC-CLIENTE.
           MOVE EST-CODIGO TO PRC-CODIGO.
           MOVE ZEROS TO PRC-INICIO.
           MOVE "N" TO WRK-FIM-CONTRATO.
           START PRECOCLI KEY IS NOT LESS PRC-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-CONTRATO
           END-START.
           PERFORM UNTIL WRK-FIM-CONTRATO EQUAL "S"
               READ PRECOCLI NEXT
                   AT END MOVE "S" TO WRK-FIM-CONTRATO
               END-READ
               IF WRK-FIM-CONTRATO EQUAL "N"
                   IF PRC-CLIENTE NOT EQUAL WRK-PED-CLIENTE
                       OR PRC-CODIGO NOT EQUAL EST-CODIGO
                       OR PRC-INICIO GREATER WRK-DATA-PEDIDO
                       MOVE "S" TO WRK-FIM-CONTRATO
                   ELSE
                       MOVE PRC-FIM TO WRK-FIM-VIGENCIA
                       IF WRK-FIM-VIGENCIA EQUAL ZEROS
                           MOVE 99999999 TO WRK-FIM-VIGENCIA
                       END-IF
                       IF WRK-FIM-VIGENCIA NOT LESS WRK-DATA-PEDIDO
                           MOVE PRC-PRECO TO WRK-VALOR-ITEM
                           ADD 1 TO WRK-TOTAL-CONTRATO
                           MOVE "S" TO WRK-FIM-CONTRATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *== BAIXA DE ESTOQUE NO FATURAMENTO: UMA UNIDADE POR LINHA DE
      *== ITEM VALIDADA PELO CADASTRO; ITEM DE TEXTO LIVRE NAO BAIXA.
      *== ITEM QUE JA VEIO SEM SALDO, OU CUJO SALDO ACABOU EM LINHA
      *== ANTERIOR DO MESMO LOTE, FICA EM BACKORDER SEM BAIXAR.
      *== A UNIDADE SAI DO DEPOSITO QUE ATENDE A UF DO PEDIDO OU, SEM
      *== SALDO NELE, DO PRIMEIRO QUE TIVER (DEPLIB); MERCADORIA SO
      *== EM TRANSITO NAO E VENDIDA - O ITEM VAI PARA BACKORDER
       0247-BAIXA-ESTOQUE           SECTION.
      *== NA RETOMADA COMECA DEPOIS DO ULTIMO ITEM JA BAIXADO
           COMPUTE WRK-IDX-INICIO = WRK-ITEM-BAIXADO + 1.
           PERFORM VARYING WRK-IDX-ITEM FROM WRK-IDX-INICIO BY 1
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
               IF WRK-ITM-CODIGO(WRK-IDX-ITEM) NOT EQUAL SPACES
                   AND WRK-ITM-FALTA(WRK-IDX-ITEM) NOT EQUAL "S"
                   MOVE WRK-ITM-CODIGO(WRK-IDX-ITEM) TO EST-CODIGO
                   MOVE "E" TO WRK-DPL-ACAO
                   MOVE EST-CODIGO TO WRK-DPL-CODIGO
                   MOVE SPACES TO WRK-DPL-DEPOSITO
                   MOVE WRK-PED-ESTADO TO WRK-DPL-UF
                   CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   MOVE WRK-DPL-DEPOSITO
                       TO WRK-ITM-DEPOSITO(WRK-IDX-ITEM)
                   READ ESTOQUE KEY IS EST-CODIGO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EST-SALDO GREATER ZEROS
                               AND WRK-DPL-RETORNO EQUAL "S"
                               SUBTRACT 1 FROM EST-SALDO
                               REWRITE EST-REG
                                   INVALID KEY
                                       DISPLAY "PEDIDOS: ERRO AO "
                                               "BAIXAR ESTOQUE DE "
                                               EST-CODIGO
                                               " FS=" FS-ESTOQUE
                                   NOT INVALID KEY
                                       PERFORM 0246-KARDEX-BAIXA
                                       MOVE "M" TO WRK-DPL-ACAO
                                       MOVE -1 TO WRK-DPL-QTD
                                       CALL "DEPLIB"
                                           USING WRK-DEPLIB-AREA
                               END-REWRITE
                           ELSE
                               MOVE "S" TO WRK-ITM-FALTA(WRK-IDX-ITEM)
                           END-IF
                   END-READ
               END-IF
               IF WRK-ITM-FALTA(WRK-IDX-ITEM) EQUAL "S"
                   DISPLAY "PEDIDOS: PEDIDO " WRK-PED-NUMERO
                           " ITEM " WRK-ITM-CODIGO(WRK-IDX-ITEM)
                           " SEM SALDO NOS DEPOSITOS - EM BACKORDER"
               END-IF
               MOVE WRK-IDX-ITEM TO WRK-ITEM-BAIXADO
               PERFORM 0285-MARCA-ETAPA
           END-PERFORM.

      *== SAIDA DA VENDA NO KARDEX, COM O PEDIDO COMO DOCUMENTO
       0246-KARDEX-BAIXA            SECTION.
           MOVE EST-CODIGO TO WRK-KRD-CODIGO.
           MOVE "VD" TO WRK-KRD-TIPO.
           MOVE -1 TO WRK-KRD-QTD.
           MOVE EST-SALDO TO WRK-KRD-SALDO.
           MOVE WRK-PED-NUMERO TO WRK-KRD-DOCUMENTO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-KRD-DATA-MOV.
           CALL "KARDLIB" USING WRK-KARDLIB-AREA.

      *== FECHA O PEDIDO EM ABERTO: FRETE UMA VEZ SOBRE O VALOR
      *== COMBINADO E O PESO SOMADO, DESCONTO SOBRE O PEDIDO INTEIRO
       0260-FECHA-PEDIDO            SECTION.
                           " SEM ITENS - DESPREZADO"
                           DELIMITED BY SIZE INTO REJ-LINHA
                   WRITE REJ-LINHA
                   ADD 1 TO WRK-QTD-REJ
               ELSE
                   PERFORM 0210-CALCULA-FRETE
                   IF WRK-FRETE EQUAL ZEROS
                               "TRANSPORTADORA - RECUSADO"
                               DELIMITED BY SIZE INTO REJ-LINHA
                       WRITE REJ-LINHA
                       ADD 1 TO WRK-QTD-REJ
                   ELSE
                       PERFORM 0206-VERIFICA-LIMITE
                       IF WRK-REAPRESENTACAO NOT EQUAL "S"
                       PERFORM 0220-ESCREVE-LINHA
                       PERFORM 0230-ACUMULA-RESUMO
                       PERFORM 0240-ACUMULA-CLIENTE
                       MOVE "1" TO WRK-ETAPA
                       PERFORM 0285-MARCA-ETAPA
                       PERFORM 0262-FATURA-PEDIDO
                       END-IF
                   END-IF
               END-IF
               PERFORM 0280-CONFIRMA-PEDIDO
               MOVE "N" TO WRK-PED-ABERTO
           END-IF.

      *== O PEDIDO FATURADO EM ETAPAS MARCADAS NO CHECKPOINT: "1" =
      *== COBRANCA (CARTAO, PARCELAS OU DEBITO/BOLETO), "2" = BAIXA DE
      *== ESTOQUE ITEM A ITEM, "3" = NOTA, ORDEM, ITENS E ENDERECO. A
      *== RETOMADA ENTRA NA ETAPA MARCADA SEM REPETIR AS ANTERIORES
       0262-FATURA-PEDIDO           SECTION.
           IF WRK-ETAPA EQUAL "1"
               IF WRK-PED-FORMA EQUAL "C"
                   PERFORM 0256-GRAVA-CARTAO
               ELSE
               IF WRK-PED-PARCELAS GREATER 1
                   PERFORM 0255-GERA-PARCELAS
               ELSE
                   PERFORM 0245-GERA-COBRANCA
               END-IF
               END-IF
               MOVE "2" TO WRK-ETAPA
               MOVE ZEROS TO WRK-ITEM-BAIXADO
               PERFORM 0285-MARCA-ETAPA
           END-IF.
           IF WRK-ETAPA EQUAL "2"
               IF WRK-TEM-ESTOQUE EQUAL "S"
                   AND WRK-SIMULACAO NOT EQUAL "S"
                   PERFORM 0247-BAIXA-ESTOQUE
               END-IF
               MOVE "3" TO WRK-ETAPA
               PERFORM 0285-MARCA-ETAPA
           END-IF.
           PERFORM 0248-EMITE-NOTA.
           ADD WRK-TOTAL-PEDIDO TO WRK-TOTAL-GERAL.

      *== PEDIDO QUE ESTAVA EM ANDAMENTO NA QUEDA: A IMAGEM VEIO DO
      *== CHECKPOINT; A LINHA DO RELATORIO SAI DE NOVO E AS ETAPAS
      *== QUE FALTAM SAO CONCLUIDAS ANTES DE O LOTE SEGUIR
       0265-RETOMA-PEDIDO           SECTION.
           DISPLAY "PEDIDOS: PEDIDO " WRK-PED-NUMERO
                   " RETOMADO NA ETAPA " WRK-ETAPA.
           MOVE CKP-CEN-REG TO CEN-REG.
           PERFORM 0220-ESCREVE-LINHA.
           PERFORM 0262-FATURA-PEDIDO.
           PERFORM 0280-CONFIRMA-PEDIDO.

      *== FIM DA UNIDADE DE CONFIRMACAO (PEDIDO FATURADO, RETIDO OU
      *== REJEITADO): O CONTADOR DE NOTAS VAI AO NOTAFIS.CTL E O
      *== CHECKPOINT PASSA A APONTAR DEPOIS DO PEDIDO
       0280-CONFIRMA-PEDIDO         SECTION.
           IF WRK-SIMULACAO NOT EQUAL "S"
               OPEN OUTPUT NOTA-CONTROLE
               MOVE WRK-PROX-NOTA TO NCT-PROXIMO
               WRITE NCT-REG
               CLOSE NOTA-CONTROLE
               MOVE "0" TO WRK-ETAPA
               MOVE ZEROS TO WRK-ITEM-BAIXADO
               MOVE "P" TO WRK-SITUACAO-CKP
               PERFORM 0290-GRAVA-CHECKPOINT
           END-IF.

       0285-MARCA-ETAPA             SECTION.
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "E" TO WRK-SITUACAO-CKP
               PERFORM 0290-GRAVA-CHECKPOINT
           END-IF.

      *== REGRAVA O CHECKPOINT: POSICAO NA ENTRADA, CONTAGENS DOS
      *== SEQUENCIAIS, TOTAIS, RESUMOS E A IMAGEM DO PEDIDO CORRENTE
       0290-GRAVA-CHECKPOINT        SECTION.
           MOVE WRK-SITUACAO-CKP    TO CKP-STATUS.
           MOVE WRK-PED-PATH        TO CKP-ARQUIVO.
           MOVE WRK-CTL-PEDIDOS     TO CKP-QTD-PEDIDOS.
           MOVE WRK-CTL-ITENS       TO CKP-QTD-ITENS.
           MOVE WRK-DATA-MOVIMENTO  TO CKP-DATA-MOVIMENTO.
           MOVE WRK-POS-CONFIRMADA  TO CKP-QTD-REG.
           MOVE WRK-PROX-NOTA       TO CKP-PROX-NOTA.
           MOVE WRK-QTD-FAT         TO CKP-QTD-FAT.
           MOVE WRK-QTD-REJ         TO CKP-QTD-REJ.
           MOVE WRK-QTD-HLD         TO CKP-QTD-HLD.
           MOVE WRK-TEM-HLD         TO CKP-TEM-HLD.
           MOVE WRK-ETAPA           TO CKP-ETAPA.
           MOVE WRK-ITEM-BAIXADO    TO CKP-ITEM.
           MOVE WRK-ETAPA-FIM       TO CKP-ETAPA-FIM.
           MOVE WRK-TOTAL-LIDO      TO CKP-TOTAL-LIDO.
           MOVE WRK-TOTAL-REJ       TO CKP-TOTAL-REJ.
           MOVE WRK-TOTAL-ITENS     TO CKP-TOTAL-ITENS.
           MOVE WRK-TOTAL-NOTAS     TO CKP-TOTAL-NOTAS.
           MOVE WRK-TOTAL-COBRADO   TO CKP-TOTAL-COBRADO.
           MOVE WRK-TOTAL-SEM-CONTA TO CKP-TOTAL-SEM-CONTA.
           MOVE WRK-VALOR-COBRADO   TO CKP-VALOR-COBRADO.
           MOVE WRK-TOTAL-GERAL     TO CKP-TOTAL-GERAL.
           MOVE WRK-TOTAL-RETIDO    TO CKP-TOTAL-RETIDO.
           MOVE WRK-TOTAL-BOLETOS   TO CKP-TOTAL-BOLETOS.
           MOVE WRK-TOTAL-PARCELADO TO CKP-TOTAL-PARCELADO.
           MOVE WRK-TOTAL-CARTAO    TO CKP-TOTAL-CARTAO.
           MOVE WRK-TOTAL-CONTRATO  TO CKP-TOTAL-CONTRATO.
           MOVE WRK-QTD-RESUMO      TO CKP-QTD-RESUMO.
           MOVE WRK-RESUMO-FRETE    TO CKP-RESUMO-FRETE.
           MOVE WRK-QTD-RESCLI      TO CKP-QTD-RESCLI.
           MOVE WRK-RESUMO-CLIENTE  TO CKP-RESUMO-CLIENTE.
           MOVE WRK-PED-NUMERO      TO CKP-PED-NUMERO.
           MOVE WRK-PED-CLIENTE     TO CKP-PED-CLIENTE.
           MOVE WRK-PED-ESTADO      TO CKP-PED-ESTADO.
           MOVE WRK-PED-CEP         TO CKP-PED-CEP.
           MOVE WRK-PED-END-SEQ     TO CKP-PED-END-SEQ.
           MOVE WRK-PED-VENDEDOR    TO CKP-PED-VENDEDOR.
           MOVE WRK-DATA-PEDIDO     TO CKP-DATA-PEDIDO.
           MOVE WRK-PED-VALOR       TO CKP-PED-VALOR.
           MOVE WRK-PED-PESO        TO CKP-PED-PESO.
           MOVE WRK-QTD-ITENS       TO CKP-QTD-ITENS-PED.
           MOVE WRK-PED-PLANO       TO CKP-PED-PLANO.
           MOVE WRK-PED-PARCELAS    TO CKP-PED-PARCELAS.
           MOVE WRK-PED-PRIMEIRO    TO CKP-PED-PRIMEIRO.
           MOVE WRK-PED-INTERVALO   TO CKP-PED-INTERVALO.
           MOVE WRK-PED-FORMA       TO CKP-PED-FORMA.
           MOVE WRK-PED-AUTORIZACAO TO CKP-PED-AUTORIZACAO.
           MOVE WRK-PED-BANDEIRA    TO CKP-PED-BANDEIRA.
           MOVE WRK-PED-CAR-PARC    TO CKP-PED-CAR-PARC.
           MOVE WRK-NOME-CLIENTE    TO CKP-NOME-CLIENTE.
           MOVE WRK-DESCONTO-VAL    TO CKP-DESCONTO-VAL.
           MOVE WRK-FRETE           TO CKP-FRETE.
           MOVE WRK-ICMS            TO CKP-ICMS.
           MOVE WRK-TOTAL-PEDIDO    TO CKP-TOTAL-PEDIDO.
           MOVE WRK-DESC-FUNC-VAL   TO CKP-DESC-FUNC-VAL.
           MOVE WRK-PIS             TO CKP-PIS.
           MOVE WRK-COFINS          TO CKP-COFINS.
           MOVE WRK-PARCEIRA        TO CKP-PARCEIRA.
           MOVE WRK-VALOR-LIQUIDO   TO CKP-VALOR-LIQUIDO.
           MOVE WRK-ZONA            TO CKP-ZONA.
           MOVE WRK-ITENS-PEDIDO    TO CKP-ITENS-PEDIDO.
           MOVE CEN-REG             TO CKP-CEN-REG.
           OPEN OUTPUT CHECKPOINT.
           MOVE "PEDIDOS.CKP" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CKP TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           WRITE CKP-LINHA FROM WRK-CKP-REG.
           CLOSE CHECKPOINT.

      *== LIMITE DE CREDITO: LOCALIZA O LIMITE DO CLIENTE E O SALDO
      *== DA SUA CONTA VINCULADA; A EXPOSICAO E O VALOR DO PEDIDO
      *== MENOS O SALDO DISPONIVEL - SALDO DEVEDOR SO AUMENTA A
           MOVE "P"                 TO HLD-SITUACAO.
           IF WRK-SIMULACAO NOT EQUAL "S"
               WRITE HLD-REG-CONTROLE
               ADD 1 TO WRK-QTD-HLD
           END-IF.
           MOVE SPACES TO HLD-REG-PEDIDO.
           MOVE "P"                 TO HLD-PED-TIPO.
           MOVE WRK-PED-ESTADO      TO HLD-PED-ESTADO.
           MOVE WRK-DATA-PEDIDO     TO HLD-PED-DATA.
           MOVE WRK-PED-VENDEDOR    TO HLD-PED-VENDEDOR.
           MOVE WRK-PED-PLANO       TO HLD-PED-PLANO.
           MOVE WRK-PED-FORMA       TO HLD-PED-FORMA.
           MOVE WRK-PED-AUTORIZACAO TO HLD-PED-CAR-AUTORIZACAO.
           MOVE WRK-PED-BANDEIRA    TO HLD-PED-CAR-BANDEIRA.
           MOVE WRK-PED-CAR-PARC    TO HLD-PED-CAR-PARCELAS.
           MOVE WRK-PED-CEP         TO HLD-PED-CEP.
           MOVE WRK-PED-END-SEQ     TO HLD-PED-END-SEQ.
           MOVE WRK-FIL-CODIGO      TO HLD-PED-FILIAL.
           IF WRK-SIMULACAO NOT EQUAL "S"
               WRITE HLD-REG-PEDIDO
               ADD 1 TO WRK-QTD-HLD
      *== AS IMAGENS BRUTAS, NAO AS CRITICADAS: A DESCRICAO E O PRECO
      *== DO CADASTRO NO LUGAR DO TEXTO ORIGINAL FARIAM A CRITICA DE
      *== ESTOQUE DA REAPRESENTACAO REJEITAR TODO ITEM CATALOGADO
                       TO HLD-ITM-VALOR
                   MOVE WRK-ITM-PESO(WRK-IDX-ITEM)  TO HLD-ITM-PESO
                   WRITE HLD-REG-ITEM
                   ADD 1 TO WRK-QTD-HLD
               END-PERFORM
           END-IF.
           MOVE WRK-TOTAL-PEDIDO TO WRK-TOTAL-ED.
                   END-IF
           END-READ.

      *== ENDERECO DE ENTREGA NOMEADO NO CABECALHO: TEM DE EXISTIR
      *== NO CLIEND COMO ENTREGA ("E") DO PROPRIO CLIENTE; A UF E O
      *== CEP DELE PASSAM A SER OS DO PEDIDO (FRETE, ZONA, ICMS E
      *== RESUMO POR UF) E O ENDERECO FICA EM CEN-REG ATE A GRAVACAO
      *== DA ORDEM
       0218-VALIDA-ENDERECO         SECTION.
           IF WRK-PED-END-SEQ GREATER ZEROS
               IF WRK-TEM-ENDERECOS NOT EQUAL "S"
                   MOVE "SEM CADASTRO DE ENDERECOS (CLIEND)"
                       TO WRK-MOTIVO-REJ
                   MOVE "N" TO WRK-CLI-OK
               ELSE
                   MOVE WRK-PED-CLIENTE TO CEN-CLIENTE
                   MOVE "E"             TO CEN-TIPO
                   MOVE WRK-PED-END-SEQ TO CEN-SEQ
                   READ CLIENDERECOS KEY IS CEN-CHAVE
                       INVALID KEY
                           MOVE "ENDERECO DE ENTREGA NAO CADASTRADO"
                               TO WRK-MOTIVO-REJ
                           MOVE "N" TO WRK-CLI-OK
                       NOT INVALID KEY
                           MOVE CEN-UF  TO WRK-PED-ESTADO
                           MOVE CEN-CEP TO WRK-PED-CEP
                   END-READ
               END-IF
           END-IF.

      *== CRITICA DO VENDEDOR DO CABECALHO: ZEROS PASSA (VENDA SEM
      *== VENDEDOR, COMO SEMPRE FOI); CODIGO INFORMADO TEM DE EXISTIR
      *== NO CADASTRO DO EMPMANT E NAO ESTAR DESLIGADO - E ELE QUE O
               END-READ
           END-IF.

      *== PLANO DE PAGAMENTO DO CABECALHO: ESPACOS = A VISTA; CODIGO
      *== INFORMADO TEM DE EXISTIR EM PLANOS.TAB - VENDA PARCELADA
      *== COM PLANO DESCONHECIDO NAO PODE VIRAR COBRANCA UNICA
       0214-VALIDA-PLANO            SECTION.
           MOVE ZEROS TO WRK-PED-PARCELAS.
           MOVE ZEROS TO WRK-PED-PRIMEIRO.
           MOVE ZEROS TO WRK-PED-INTERVALO.
           IF WRK-PED-PLANO NOT EQUAL SPACES
               PERFORM VARYING WRK-IDX-PLN FROM 1 BY 1
                       UNTIL WRK-IDX-PLN GREATER WRK-QTD-PLANOS
                       OR WRK-PED-PARCELAS GREATER ZEROS
                   IF WRK-PLN-CODIGO(WRK-IDX-PLN) EQUAL WRK-PED-PLANO
                       MOVE WRK-PLN-PARCELAS(WRK-IDX-PLN)
                           TO WRK-PED-PARCELAS
                       MOVE WRK-PLN-PRIMEIRO(WRK-IDX-PLN)
                           TO WRK-PED-PRIMEIRO
                       MOVE WRK-PLN-INTERVALO(WRK-IDX-PLN)
                           TO WRK-PED-INTERVALO
                   END-IF
               END-PERFORM
               IF WRK-PED-PARCELAS EQUAL ZEROS
                   MOVE SPACES TO WRK-MOTIVO-REJ
                   STRING "PLANO DE PAGAMENTO [" WRK-PED-PLANO
                           "] DESCONHECIDO"
                           DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
                   MOVE "N" TO WRK-CLI-OK
               END-IF
           END-IF.

      *== PAGAMENTO NO CARTAO: SO "C" OU ESPACOS; VENDA NO CARTAO
      *== PRECISA DO CODIGO DE AUTORIZACAO E DA BANDEIRA (SAO A
      *== CHAVE DA CONCILIACAO) E NAO PODE TER PLANO DA CASA
       0216-VALIDA-CARTAO           SECTION.
           IF WRK-PED-FORMA NOT EQUAL "C"
               AND WRK-PED-FORMA NOT EQUAL SPACES
               MOVE SPACES TO WRK-MOTIVO-REJ
               STRING "FORMA DE PAGAMENTO [" WRK-PED-FORMA
                       "] INVALIDA"
                       DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
               MOVE "N" TO WRK-CLI-OK
           END-IF.
           IF WRK-CLI-OK EQUAL "S"
               AND WRK-PED-FORMA EQUAL "C"
               EVALUATE TRUE
                   WHEN WRK-PED-AUTORIZACAO EQUAL SPACES
                       MOVE "CARTAO SEM CODIGO DE AUTORIZACAO"
                           TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-CLI-OK
                   WHEN WRK-PED-BANDEIRA EQUAL SPACES
                       MOVE "CARTAO SEM BANDEIRA" TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-CLI-OK
                   WHEN WRK-PED-PLANO NOT EQUAL SPACES
                       MOVE "CARTAO COM PLANO DE PAGAMENTO DA CASA"
                           TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-CLI-OK
               END-EVALUATE
               IF WRK-PED-CAR-PARC EQUAL ZEROS
                   MOVE 1 TO WRK-PED-CAR-PARC
               END-IF
           END-IF.

      *== COMPETENCIA DE VENDAS JA FECHADA: O PEDIDO PASSA A TER A
      *== DATA DA PRIMEIRA COMPETENCIA ABERTA (COBRANCA, NOTA, ORDEM
      *== E RAZAO SAEM COM ELA) OU E REJEITADO COM O MOTIVO
       0217-VALIDA-PERIODO          SECTION.
           MOVE WRK-DATA-PEDIDO TO WRK-PER-DATA.
           MOVE WRK-PED-NUMERO  TO WRK-PER-REF.
           CALL "PERLIB" USING WRK-PERLIB-AREA.
           IF WRK-PER-RESULTADO EQUAL "R"
               MOVE WRK-PER-DATA-NOVA TO WRK-DATA-PEDIDO
           END-IF.
           IF WRK-PER-RESULTADO EQUAL "J"
               MOVE WRK-PER-MOTIVO TO WRK-MOTIVO-REJ
               MOVE "N" TO WRK-CLI-OK
           END-IF.

      *== PEDIDO DE OUTRA EMPRESA/FILIAL NAO E FATURADO AQUI: VAI
      *== PARA O LOTE DA FILIAL DONA (ESPACOS = ESTA FILIAL)
       0219-VALIDA-FILIAL           SECTION.
           IF PED-FILIAL NOT EQUAL SPACES
              AND PED-FILIAL NOT EQUAL WRK-FIL-CODIGO
               MOVE SPACES TO WRK-MOTIVO-REJ
               STRING "PEDIDO DA FILIAL " PED-FILIAL
                      " NO LOTE DA FILIAL " WRK-FIL-CODIGO
                      DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
               END-STRING
               MOVE "N" TO WRK-CLI-OK
           END-IF.

       0240-ACUMULA-CLIENTE         SECTION.
           MOVE 1 TO WRK-IDX-RESCLI.
           PERFORM UNTIL WRK-IDX-RESCLI GREATER WRK-QTD-RESCLI
                   END-IF
                   WRITE REJ-LINHA
                   END-WRITE
                   ADD 1 TO WRK-QTD-REJ
               NOT INVALID KEY
                   MOVE SPACES TO FAT-REG
                   MOVE "D"              TO FAT-TIPO
                   MOVE WRK-PROX-NOTA    TO FAT-REF-SEQ
                   MOVE WRK-DATA-PEDIDO  TO FAT-DATA
                   WRITE FAT-REG
                   ADD 1 TO WRK-QTD-FAT
                   IF WRK-SIMULACAO NOT EQUAL "S"
                       MOVE SPACES TO FTH-REG
                       MOVE WRK-DATA-PEDIDO  TO FTH-DATA
                   END-IF
           END-READ.

      *== VENDA PARCELADA: NO LUGAR DA COBRANCA UNICA, O CRONOGRAMA
      *== EM PARCELAS.DAT - UMA LINHA POR PARCELA, EM ABERTO, COM O
      *== VENCIMENTO CONTADO DA DATA DO PEDIDO; A ULTIMA ABSORVE O
      *== RESTO DA DIVISAO. NADA E DEBITADO NEM POSTADO NO RAZAO
      *== AGORA: CADA PARCELA E COBRADA NO SEU DIA PELO PARCCOB
       0255-GERA-PARCELAS           SECTION.
           COMPUTE WRK-VALOR-PARCELA =
               WRK-TOTAL-PEDIDO / WRK-PED-PARCELAS.
           MOVE ZEROS TO WRK-SOMA-PARCELAS.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR GREATER WRK-PED-PARCELAS
               MOVE SPACES TO PAR-REG
               MOVE WRK-PED-NUMERO   TO PAR-PEDIDO
               MOVE WRK-IDX-PAR      TO PAR-NUMERO
      *== A NOTA QUE ESTA PARA SAIR, COMO A REFERENCIA DO DEBITO
               MOVE WRK-PROX-NOTA    TO PAR-NOTA
               MOVE WRK-PED-CLIENTE  TO PAR-CLIENTE
               MOVE WRK-PED-PLANO    TO PAR-PLANO
               MOVE WRK-PED-PARCELAS TO PAR-QTD-PARCELAS
               COMPUTE WRK-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-PEDIDO)
                   + WRK-PED-PRIMEIRO
                   + (WRK-IDX-PAR - 1) * WRK-PED-INTERVALO
               COMPUTE PAR-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-VENC)
               IF WRK-IDX-PAR EQUAL WRK-PED-PARCELAS
                   COMPUTE PAR-VALOR =
                       WRK-TOTAL-PEDIDO - WRK-SOMA-PARCELAS
               ELSE
                   MOVE WRK-VALOR-PARCELA TO PAR-VALOR
               END-IF
               ADD PAR-VALOR TO WRK-SOMA-PARCELAS
               MOVE "A"              TO PAR-SITUACAO
               MOVE WRK-DATA-PEDIDO  TO PAR-DATA-SITUACAO
               MOVE ZEROS            TO PAR-DOCUMENTO
               IF WRK-SIMULACAO NOT EQUAL "S"
                   WRITE PAR-REG
                       INVALID KEY
      *== MESMO NUMERO REAPRESENTADO (REFATURAMENTO): REGRAVA
                           REWRITE PAR-REG
                               INVALID KEY
                                   DISPLAY "PEDIDOS: ERRO AO GRAVAR "
                                           "PARCELA " PAR-CHAVE
                                           " FS=" FS-PARCELAS
                           END-REWRITE
                   END-WRITE
               END-IF
               IF WRK-IDX-PAR EQUAL 1
                   MOVE PAR-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "  PARCELADO EM " WRK-PED-PARCELAS
                           "X (PLANO " WRK-PED-PLANO ") - 1A DE "
                           WRK-VALOR-ED " EM " PAR-VENCIMENTO
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-TOTAL-PARCELADO.

      *== VENDA NO CARTAO: NAO HA DEBITO NEM BOLETO - QUEM PAGA E A
      *== CREDENCIADORA, DIAS DEPOIS E LIQUIDA DA TAXA. FICA A VENDA
      *== A RECEBER EM VENDACAR.DAT, AMARRADA A NOTA QUE ESTA PARA
      *== SAIR; A RECEITA E A TAXA VAO AO RAZAO NA LIQUIDACAO, PELO
      *== CARTCONC (COMO NO BOLETO, QUE SO POSTA NO PAGAMENTO)
       0256-GRAVA-CARTAO            SECTION.
           MOVE SPACES TO VCR-REG.
           MOVE WRK-PED-NUMERO      TO VCR-PEDIDO.
           MOVE WRK-PROX-NOTA       TO VCR-NOTA.
           MOVE WRK-PED-CLIENTE     TO VCR-CLIENTE.
           MOVE WRK-DATA-PEDIDO     TO VCR-DATA.
           MOVE WRK-PED-AUTORIZACAO TO VCR-AUTORIZACAO.
           MOVE WRK-PED-BANDEIRA    TO VCR-BANDEIRA.
           MOVE WRK-PED-CAR-PARC    TO VCR-PARCELAS.
           MOVE WRK-TOTAL-PEDIDO    TO VCR-VALOR.
           MOVE ZEROS               TO VCR-PARC-PAGAS.
           MOVE ZEROS               TO VCR-VALOR-PAGO.
           MOVE ZEROS               TO VCR-TAXA-PAGA.
           MOVE "A"                 TO VCR-SITUACAO.
           MOVE WRK-DATA-PEDIDO     TO VCR-DATA-SITUACAO.
           IF WRK-SIMULACAO NOT EQUAL "S"
               WRITE VCR-REG
                   INVALID KEY
      *== MESMO NUMERO REAPRESENTADO (REFATURAMENTO): REGRAVA
                       REWRITE VCR-REG
                           INVALID KEY
                               DISPLAY "PEDIDOS: ERRO AO GRAVAR "
                                       "VENDA NO CARTAO " VCR-PEDIDO
                                       " FS=" FS-VENDACAR
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "  CARTAO " WRK-PED-BANDEIRA " AUT "
                   WRK-PED-AUTORIZACAO " EM " WRK-PED-CAR-PARC
                   "X - A RECEBER DA CREDENCIADORA"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           ADD 1 TO WRK-TOTAL-CARTAO.

       0248-EMITE-NOTA              SECTION.
           MOVE SPACES TO NOTA-REG.
           MOVE WRK-PROX-NOTA     TO NOTA-NUMERO.
           MOVE WRK-ICMS          TO NOTA-ICMS.
           MOVE WRK-TOTAL-PEDIDO  TO NOTA-TOTAL.
           MOVE WRK-DESC-FUNC-VAL TO NOTA-DESC-FUNC.
           MOVE WRK-PIS           TO NOTA-PIS.
           MOVE WRK-COFINS        TO NOTA-COFINS.
           MOVE WRK-FIL-CODIGO    TO NOTA-FILIAL.
           IF WRK-SIMULACAO NOT EQUAL "S"
               WRITE NOTA-REG
               PERFORM 0249-GRAVA-ORDEM
           MOVE WRK-PED-PESO     TO ORD-PESO.
           MOVE WRK-PARCEIRA     TO ORD-PARCEIRA.
           MOVE WRK-PED-VENDEDOR TO ORD-VENDEDOR.
           MOVE WRK-PED-PLANO    TO ORD-PLANO.
           MOVE WRK-FIL-CODIGO   TO ORD-FILIAL.
           WRITE ORD-REG
               INVALID KEY
      *== MESMO NUMERO REAPRESENTADO (REFATURAMENTO): REGRAVA
                   END-REWRITE
           END-WRITE.
           PERFORM 0252-GRAVA-ITENS.
           IF WRK-PED-END-SEQ GREATER ZEROS
               PERFORM 0253-GRAVA-ENDERECO
           END-IF.

      *== COPIA DO ENDERECO DE ENTREGA LIDO NA CRITICA DO CABECALHO
       0253-GRAVA-ENDERECO          SECTION.
           MOVE SPACES TO PEN-REG.
           MOVE WRK-PED-NUMERO TO PEN-PEDIDO.
           MOVE CEN-CLIENTE    TO PEN-CLIENTE.
           MOVE CEN-SEQ        TO PEN-SEQ.
           MOVE CEN-LOGRADOURO TO PEN-LOGRADOURO.
           MOVE CEN-NUMERO     TO PEN-NUMERO.
           MOVE CEN-BAIRRO     TO PEN-BAIRRO.
           MOVE CEN-CIDADE     TO PEN-CIDADE.
           MOVE CEN-UF         TO PEN-UF.
           MOVE CEN-CEP        TO PEN-CEP.
           WRITE PEN-REG
               INVALID KEY
                   REWRITE PEN-REG
                       INVALID KEY
                           DISPLAY "PEDIDOS: ERRO AO GRAVAR ENDERECO "
                                   "DO PEDIDO " PEN-PEDIDO
                                   " FS=" FS-PEDEND
                   END-REWRITE
           END-WRITE.

      *== ITENS DO PEDIDO FATURADO EM PEDITENS.DAT, CADA UM COM O
      *== SEU STATUS - O ALMOXARIFADO EXPEDE POR ITEM VIA PEDSTAT
               MOVE WRK-ITM-CODIGO(WRK-IDX-ITEM)  TO ITM-CODIGO
               MOVE WRK-ITM-VALOR(WRK-IDX-ITEM)   TO ITM-VALOR
               MOVE WRK-ITM-PESO(WRK-IDX-ITEM)    TO ITM-PESO
               MOVE WRK-ITM-CUSTO(WRK-IDX-ITEM)   TO ITM-CUSTO
               MOVE WRK-ITM-DEPOSITO(WRK-IDX-ITEM) TO ITM-DEPOSITO
               IF WRK-ITM-FALTA(WRK-IDX-ITEM) EQUAL "S"
                   MOVE "BACKORDER" TO ITM-STATUS
               ELSE
                   MOVE "FATURADO" TO ITM-STATUS
               END-IF
               MOVE WRK-DATA-PEDIDO TO ITM-DATA-STATUS
               WRITE ITM-REG
                   INVALID KEY
                   WRK-PED-CLIENTE " | " WRK-MOTIVO-REJ
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.
           ADD 1 TO WRK-QTD-REJ.

       0210-CALCULA-FRETE           SECTION.
           EVALUATE TRUE
           ELSE
               PERFORM 0215-COTA-PARCEIRA
           END-IF.
      *== COM CEP DE ENTREGA DENTRO DE UMA FAIXA, A TAXA DA ZONA
      *== SUBSTITUI A TAXA DA UF (FROTA PROPRIA); O ICMS CONTINUA O
      *== DA UF. UF FORA DAS TABELAS SEGUE RECUSADA
           MOVE SPACES TO WRK-ZONA.
           IF WRK-PED-CEP GREATER ZEROS
               AND WRK-IDX-VIGENTE GREATER ZEROS
               PERFORM 0221-COTA-ZONA
           END-IF.

           EVALUATE TRUE
               WHEN WRK-PED-PESO NOT GREATER 5
           END-IF.

           COMPUTE WRK-TOTAL-PEDIDO = WRK-VALOR-LIQUIDO + WRK-FRETE.
      *== PIS E COFINS DA NOTA, SOBRE A MESMA BASE DO ICMS
           COMPUTE WRK-PIS ROUNDED =
               WRK-VALOR-LIQUIDO * WRK-ALIQ-PIS.
           COMPUTE WRK-COFINS ROUNDED =
               WRK-VALOR-LIQUIDO * WRK-ALIQ-COFINS.

      *== PERCENTUAL DO NIVEL DE FIDELIDADE DO CLIENTE CORRENTE;
      *== CLIENTE SEM LINHA EM CLITIER.DAT NAO TEM NIVEL
                   WRK-VALOR-LIQUIDO * WRK-TAB2-ICMS(WRK-IDX-VIGENTE)
           END-IF.

      *== LOCALIZA A FAIXA QUE CONTEM O CEP E, PARA A ZONA DELA, A
      *== TAXA COM A MAIOR VIGENCIA QUE NAO ULTRAPASSE A DATA DO
      *== PEDIDO; SEM FAIXA OU SEM TAXA VIGENTE FICA O FRETE DA UF
       0221-COTA-ZONA               SECTION.
           MOVE ZEROS TO WRK-IDX-ZONA.
           PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                   UNTIL WRK-IDX-TAB GREATER WRK-QTD-ZONAS
                      OR WRK-IDX-ZONA GREATER ZEROS
               IF WRK-PED-CEP NOT LESS
                      WRK-ZON-CEP-INICIO(WRK-IDX-TAB)
                   AND WRK-PED-CEP NOT GREATER
                      WRK-ZON-CEP-FIM(WRK-IDX-TAB)
                   MOVE WRK-IDX-TAB TO WRK-IDX-ZONA
               END-IF
           END-PERFORM.
           IF WRK-IDX-ZONA GREATER ZEROS
               MOVE ZEROS TO WRK-IDX-ZTX
               PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                       UNTIL WRK-IDX-TAB GREATER WRK-QTD-ZONATX
                   IF WRK-ZTX-ZONA(WRK-IDX-TAB) EQUAL
                          WRK-ZON-ZONA(WRK-IDX-ZONA)
                       AND WRK-ZTX-VIGENCIA(WRK-IDX-TAB) NOT GREATER
                          WRK-DATA-PEDIDO
                       IF WRK-IDX-ZTX EQUAL ZEROS
                           OR WRK-ZTX-VIGENCIA(WRK-IDX-TAB) GREATER
                              WRK-ZTX-VIGENCIA(WRK-IDX-ZTX)
                           MOVE WRK-IDX-TAB TO WRK-IDX-ZTX
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-IDX-ZTX GREATER ZEROS
                   MOVE "N" TO WRK-PARCEIRA
                   MOVE WRK-ZON-ZONA(WRK-IDX-ZONA) TO WRK-ZONA
                   COMPUTE WRK-FRETE =
                       WRK-VALOR-LIQUIDO * WRK-ZTX-TAXA(WRK-IDX-ZTX)
               END-IF
           END-IF.

       0220-ESCREVE-LINHA           SECTION.
           MOVE WRK-PED-VALOR    TO WRK-VALOR-ED.
           MOVE WRK-FRETE        TO WRK-FRETE-ED.
                   "   ICMS " WRK-ICMS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-PIS    TO WRK-PIS-ED.
           MOVE WRK-COFINS TO WRK-COFINS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  PIS " WRK-PIS-ED "   COFINS " WRK-COFINS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-PARCEIRA EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "  ENTREGA PARCEIRA" DELIMITED BY SIZE
                       INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-ZONA NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               STRING "  ENTREGA ZONA " WRK-ZONA " CEP " WRK-PED-CEP
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-DESC-FUNC-VAL GREATER ZEROS
               MOVE WRK-DESC-FUNC-VAL TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               MOVE ZEROS TO WRK-RES-ICMS(WRK-QTD-RESUMO)
               MOVE ZEROS TO WRK-RES-BASE(WRK-QTD-RESUMO)
               MOVE ZEROS TO WRK-RES-QTD(WRK-QTD-RESUMO)
               MOVE ZEROS TO WRK-RES-PIS(WRK-QTD-RESUMO)
               MOVE ZEROS TO WRK-RES-COFINS(WRK-QTD-RESUMO)
               MOVE WRK-QTD-RESUMO TO WRK-IDX-BUSCA
           END-IF.
           ADD WRK-FRETE TO WRK-RES-FRETE(WRK-IDX-BUSCA).
           ADD WRK-ICMS TO WRK-RES-ICMS(WRK-IDX-BUSCA).
           ADD WRK-VALOR-LIQUIDO TO WRK-RES-BASE(WRK-IDX-BUSCA).
           ADD 1 TO WRK-RES-QTD(WRK-IDX-BUSCA).
           ADD WRK-PIS TO WRK-RES-PIS(WRK-IDX-BUSCA).
           ADD WRK-COFINS TO WRK-RES-COFINS(WRK-IDX-BUSCA).

       0310-ACRESCENTA-LEDGER       SECTION.
           ACCEPT WRK-LED-PATH FROM ENVIRONMENT "ICMS_LEDGER_PATH".
                   MOVE WRK-RES-QTD(IDX-RESUMO)  TO LED-QTD-PEDIDOS
                   MOVE WRK-RES-BASE(IDX-RESUMO) TO LED-BASE
                   MOVE WRK-RES-ICMS(IDX-RESUMO) TO LED-ICMS
                   MOVE WRK-RES-PIS(IDX-RESUMO)  TO LED-PIS
                   MOVE WRK-RES-COFINS(IDX-RESUMO) TO LED-COFINS
                   MOVE WRK-FIL-CODIGO TO LED-FILIAL
                   WRITE LED-REG
               END-IF
           END-PERFORM.
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
      *== RAZAO DE ICMS E RESUMO POR UF SAO ACUMULATIVOS: CADA UM E
      *== MARCADO NO CHECKPOINT PARA A RETOMADA NAO ACRESCENTAR DUAS
      *== VEZES
           IF WRK-SIMULACAO NOT EQUAL "S"
               IF WRK-ETAPA-FIM EQUAL "0"
                   PERFORM 0310-ACRESCENTA-LEDGER
                   MOVE "1" TO WRK-ETAPA-FIM
                   MOVE "P" TO WRK-SITUACAO-CKP
                   PERFORM 0290-GRAVA-CHECKPOINT
               END-IF
               IF WRK-ETAPA-FIM EQUAL "1"
                   PERFORM 0320-GRAVA-RESUMO-UF
                   MOVE "2" TO WRK-ETAPA-FIM
                   MOVE "P" TO WRK-SITUACAO-CKP
                   PERFORM 0290-GRAVA-CHECKPOINT
               END-IF
           END-IF.
           MOVE SPACES TO FAT-REG-TRAILER.
           MOVE "T" TO FAT-TRL-TIPO.
           END-IF.
           CLOSE PEDIDOS-ORD.
           CLOSE PEDITENS.
           CLOSE PARCELAS.
           CLOSE VENDACAR.
           CLOSE PEDEND.
           IF WRK-TEM-ENDERECOS EQUAL "S"
               CLOSE CLIENDERECOS
           END-IF.
           IF WRK-TEM-EMPREG EQUAL "S"
               CLOSE EMPREGADOS
           END-IF.
           IF WRK-TEM-CONTRATO EQUAL "S"
               CLOSE PRECOCLI
           END-IF.
           CLOSE PEDIDOS-IN.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE PEDIDOS-REJ.
           CLOSE CLIENTES.
      *== LOTE CONCLUIDO: A PROXIMA EXECUCAO COMECA DO INICIO
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "C" TO WRK-SITUACAO-CKP
               PERFORM 0290-GRAVA-CHECKPOINT
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PED-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
               DISPLAY "PEDIDOS: " WRK-TOTAL-BOLETOS " BOLETOS "
                       "EMITIDOS NA REMESSA (VER BOLRET)"
           END-IF.
           IF WRK-TOTAL-PARCELADO GREATER ZEROS
               DISPLAY "PEDIDOS: " WRK-TOTAL-PARCELADO " PEDIDOS "
                       "PARCELADOS EM " WRK-PAR-PATH " (VER PARCCOB)"
           END-IF.
           IF WRK-TOTAL-CARTAO GREATER ZEROS
               DISPLAY "PEDIDOS: " WRK-TOTAL-CARTAO " PEDIDOS "
                       "PAGOS NO CARTAO (VER CARTCONC)"
           END-IF.
           IF WRK-TOTAL-CONTRATO GREATER ZEROS
               DISPLAY "PEDIDOS: " WRK-TOTAL-CONTRATO " ITENS COM "
                       "PRECO DE CONTRATO (VER PRCMANT)"
           END-IF.
           IF WRK-TOTAL-RETIDO GREATER ZEROS
               DISPLAY "PEDIDOS: " WRK-TOTAL-RETIDO " PEDIDOS "
                       "RETIDOS P/ANALISE DE CREDITO EM "
