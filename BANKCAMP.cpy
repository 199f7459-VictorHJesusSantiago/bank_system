      *================================================================
      * BANKCAMP.CPY - Cadastro de Campanhas de Marketing
      * Sistema Bancario COBOL - Layout do arquivo BANKCAMP.DAT
      *================================================================
      * Uma campanha por registro: mensagem, vigencia, produto
      * ofertado e os criterios de publico (segmento, posse ou nao
      * de um produto, faixa de saldo, agencia ou regiao e faixa de
      * score). Criterio em branco ou zerado nao filtra. So recebe
      * a mensagem quem tem consentimento de marketing ativo em
      * BANKLGPD.DAT, respeitado o teto de contatos por cliente.
      * Mantido pelo BANKMKT.
       01  REG-CAMPANHA.
           05  CMP-ID                PIC 9(6).
           05  CMP-NOME              PIC X(40).
           05  CMP-MENSAGEM          PIC X(80).
           05  CMP-DT-INICIO         PIC 9(8).
           05  CMP-DT-FIM            PIC 9(8).
           05  CMP-SITUACAO          PIC X(1).
               88  CMP-ATIVA         VALUE 'A'.
               88  CMP-ENCERRADA     VALUE 'E'.
      *    Produto ofertado (EMP, INV, CCR, CDE, PAC, CTA): a venda
      *    desse produto ao cliente contatado dentro do prazo de
      *    conversao conta como conversao da campanha; em branco,
      *    qualquer venda conta.
           05  CMP-PRODUTO-OFERTA    PIC X(3).
           05  CMP-DIAS-CONVERSAO    PIC 9(3).
           05  CMP-CRITERIOS.
      *        Segmento V varejo, P prime, R private
               10  CMP-TIER          PIC X(1).
      *        Produto do filtro de posse (EMP, INV ou CCR) e se o
      *        cliente deve ter (C) ou nao ter (N) o produto
               10  CMP-PRD-FILTRO    PIC X(3).
               10  CMP-PRD-POSSE     PIC X(1).
                   88  CMP-COM-PRODUTO VALUE 'C'.
                   88  CMP-SEM-PRODUTO VALUE 'N'.
               10  CMP-SALDO-MIN     PIC S9(13)V99 COMP-3.
               10  CMP-SALDO-MAX     PIC S9(13)V99 COMP-3.
               10  CMP-AGENCIA       PIC 9(4).
               10  CMP-REGIAO        PIC X(20).
               10  CMP-SCORE-MIN     PIC 9(4).
               10  CMP-SCORE-MAX     PIC 9(4).
           05  CMP-OPERADOR          PIC X(20).
           05  CMP-DT-CADASTRO       PIC 9(8).
           05  CMP-DT-ULT-EXECUCAO   PIC 9(8).
           05  CMP-QTD-CONTATOS      PIC 9(7).
