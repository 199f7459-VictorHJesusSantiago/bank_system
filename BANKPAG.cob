      * Relatorio mensal de rentabilidade por dependencia: aloca a
      * cada agencia (REG-CONTA-AGENCIA da conta movimentada) a
      * receita de tarifas e taxas de transferencia (TAR), os juros
      * de cheque especial (inclusos nas TAR do lote), o desagio das
      * antecipacoes de recebiveis e dos borderos de desconto (TAR
      * dos canais ANTECIP e DESCONTO), a parcela de juros das
      * prestacoes de emprestimo (PEM, estimada em 30% da parcela)
      * e, como custo, os rendimentos pagos (REN), as comissoes
      * dos correspondentes bancarios (CMS, na agencia da conta de
      * liquidacao do correspondente) e o custo padrao mensal por
      * agencia parametrizado em BANKCFG. O quadro
      * sai ordenado do melhor para o pior resultado, com subtotal
      * por regiao do diretorio de agencias (AGE-REGIAO), alem da
      * abertura de receita por canal. Saida em BANKPLAG.TXT.
                       PAG-TRANS-VALOR * WS-PAG-PERC-JUROS
               WHEN 'REN'
                   MOVE PAG-TRANS-VALOR TO WS-PAG-DELTA-CUS
               WHEN 'CMS'
                   MOVE PAG-TRANS-VALOR TO WS-PAG-DELTA-CUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
