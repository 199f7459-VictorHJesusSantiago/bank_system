      *    Retencao LGPD do cadastro de clientes inativos, em anos
      *    (motor de expurgo BANKRET; zero usa o padrao da casa).
           05  CFG-RETENCAO-CADASTRO PIC 9(2).
      *    Daqui em diante, campos da versao 3 do layout (arquivo
      *    da versao 2 migra pela conversao do BANKVER).
      *    Aliquotas do recolhimento compulsorio (BANKCMP), em
      *    percentual sobre o saldo medio do periodo de calculo;
      *    campo zerado usa a aliquota de fabrica do programa.
           05  CFG-COMPULS-VISTA-PERC PIC 9(2)V99.
           05  CFG-COMPULS-POUP-PERC PIC 9(2)V99.
           05  CFG-COMPULS-PRAZO-PERC PIC 9(2)V99.
      *    Indice minimo de capital (PR sobre ativos ponderados pelo
      *    risco) da apuracao de Basileia (BANKBAS), em percentual;
      *    campo zerado usa o minimo de fabrica do programa.
           05  CFG-BASILEIA-MIN-PERC PIC 9(2)V99.
      *    Limite de perda da baixa para prejuizo (BANKPRJ), em dias
      *    de atraso do contrato; campo zerado usa o de fabrica.
           05  CFG-PREJUIZO-DIAS     PIC 9(3).
      *    Prazo em dias para o item aberto da conta transitoria ir
      *    ao painel da manha (BANKPDR); campo zerado usa o de
      *    fabrica.
           05  CFG-SUSPENSO-DIAS     PIC 9(3).
      *    Cadastro de favorecidos (BANKFAV): horas de carencia do
      *    favorecido recem-cadastrado, teto de TED/DOC/PIX durante a
      *    carencia e teto para destino nao cadastrado; campo zerado
      *    usa o de fabrica.
           05  CFG-FAV-CARENCIA-HORAS PIC 9(3).
           05  CFG-FAV-LIM-CARENCIA  PIC 9(7)V99.
           05  CFG-FAV-LIM-SEM-CADASTRO PIC 9(7)V99.
      *    Contingencia de caixa (BANKCTG): teto de saque por conta
      *    enquanto BANKACCT.DAT esta indisponivel; campo zerado usa
      *    o de fabrica.
           05  CFG-CTG-LIM-SAQUE     PIC 9(7)V99.
      *    Correspondencia devolvida (BANKDEV): quantidade de
      *    devolucoes que torna o endereco do cliente invalido e
      *    suspende a postagem em papel; campo zerado usa o de
      *    fabrica.
           05  CFG-DEV-LIMITE        PIC 9(2).
      *    Producao comercial (BANKCOM): janela em dias em que o
      *    estorno da venda devolve os pontos e valor em reais de
      *    cada ponto na comissao; campo zerado usa o de fabrica.
           05  CFG-VDA-JANELA-ESTORNO PIC 9(3).
           05  CFG-VDA-VALOR-PONTO   PIC 9(3)V99.
      *    Campanhas de marketing (BANKMKT): teto de mensagens de
      *    campanha por cliente dentro da janela em dias; campo
      *    zerado usa o de fabrica.
           05  CFG-MKT-MAX-CONTATOS  PIC 9(2).
           05  CFG-MKT-JANELA-DIAS   PIC 9(3).
      *    Penetracao de produtos (BANKPEN): saldo total a partir do
      *    qual o cliente de um produto so entra na lista de
      *    oportunidades da agencia; campo zerado usa o de fabrica.
           05  CFG-PEN-SALDO-OPORT   PIC 9(9)V99.
      *    Cheque administrativo (BANKCHQ): tarifa de emissao, dias
      *    de carencia entre a sustacao e a devolucao do valor ao
      *    cliente e dias sem apresentacao para o cheque entrar na
      *    relacao de nao reclamados; campo zerado usa o de fabrica.
           05  CFG-CHA-TARIFA        PIC 9(3)V99.
           05  CFG-CHA-CARENCIA-DIAS PIC 9(3).
           05  CFG-CHA-PRAZO-DIAS    PIC 9(3).
      *    Deposito de cheque de outro banco (BANKTRAN): dias uteis
      *    de bloqueio do valor ate a compensacao, para cheque da
      *    mesma praca e de outra praca; campo zerado usa o de
      *    fabrica.
           05  CFG-CHD-FLOAT-LOCAL   PIC 9(2).
           05  CFG-CHD-FLOAT-OUTRA   PIC 9(2).
      *    Beneficios do INSS (BANKBEN): dias de antecedencia do
      *    aviso ao beneficiario antes do prazo da prova de vida;
      *    campo zerado usa o de fabrica.
           05  CFG-BEN-AVISO-DIAS    PIC 9(3).
      *    Concentracao por grupo economico (BANKGRP/BANKGRS):
      *    exposicao maxima de um grupo em percentual do Patrimonio
      *    de Referencia; campo zerado usa o de fabrica.
           05  CFG-GRP-LIMITE-PERC   PIC 9(2)V99.
      *    Lancamento retroativo (BANKLRT): prazo maximo em dias, a
      *    contar do dia de movimento, para a data efetiva de um
      *    credito; campo zerado usa o de fabrica (teto de 365).
           05  CFG-LRT-PRAZO-DIAS    PIC 9(3).
