           MOVE 2 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO
           MOVE 'BANKCFG.DAT ' TO WS-VERSRV-ARQUIVO
           MOVE 3 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO
           MOVE 'BANKFERI.DAT' TO WS-VERSRV-ARQUIVO
           MOVE 2 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO
           MOVE 'BANKBOLE.DAT' TO WS-VERSRV-ARQUIVO
           MOVE 2 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO
      *    BANKCAIXA.DAT carimbado na chave de 12 posicoes.
           MOVE 'BANKCAIXA.DA' TO WS-VERSRV-ARQUIVO
           MOVE 2 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO
           MOVE 'BANKNOTQ.DAT' TO WS-VERSRV-ARQUIVO
           MOVE 2 TO WS-VERSRV-COMPILADA
           PERFORM 1306-CONFERIR-UMA-VERSAO.

       1306-CONFERIR-UMA-VERSAO.
           DISPLAY '22. Consignado (desconto em folha)'
           DISPLAY '23. Fundos em cotas (carga/resgate)'
           DISPLAY '24. Marcacao diaria da carteira'
           DISPLAY '25. Financiamento imobiliario (SAC)'
           DISPLAY '26. Portabilidade de credito'
           DISPLAY '27. Consorcios'
           DISPLAY '28. Seguros'
           DISPLAY '29. Previdencia privada (PGBL/VGBL)'
           DISPLAY '30. Antecipacao de recebiveis'
           DISPLAY '31. Desconto de cheques e duplicatas'
           DISPLAY '32. Contas vinculadas (escrow)'
           DISPLAY '33. Caixinhas (metas na conta corrente)'
           DISPLAY '34. Correspondentes bancarios'
           DISPLAY '35. Open Finance (consentimentos e exportacao)'
           DISPLAY '36. Cadastro Positivo (remessa aos bureaus)'
           DISPLAY '37. Situacao cadastral do CPF (Receita)'
           DISPLAY '38. Conta transitoria (pendencias)'
           DISPLAY '39. Lancamentos contabeis manuais'
           DISPLAY '40. Contingencia de caixa (revisao/conciliacao)'
           DISPLAY '41. Consistencia cadastral conta x cliente'
           DISPLAY '42. Diretorio de CEP (carga/normalizacao)'
           DISPLAY '43. Correspondencia devolvida'
           DISPLAY '44. Carteira do gerente'
           DISPLAY '45. Producao comercial e comissao'
           DISPLAY '46. Campanhas de marketing'
           DISPLAY '47. Encerramentos e evasao'
           DISPLAY '48. Penetracao de produtos'
           DISPLAY '49. Representacoes PF vencidas'
           DISPLAY '50. Cofres de aluguel'
           DISPLAY '51. Beneficios INSS e prova de vida'
           DISPLAY '52. Grupos economicos e concentracao'
           DISPLAY '53. Taxas medias de juros por modalidade'
           DISPLAY '54. Lancamentos retroativos'
           DISPLAY ' 0. Sair'
           DISPLAY '================================================'.

                   CALL 'BANKFDO' USING WS-RETORNO
               WHEN '24'
                   CALL 'BANKMTM' USING WS-RETORNO
               WHEN '25'
                   CALL 'BANKIMO' USING WS-RETORNO
               WHEN '26'
                   CALL 'BANKPCR' USING WS-RETORNO
               WHEN '27'
                   CALL 'BANKCNS' USING WS-RETORNO
               WHEN '28'
                   CALL 'BANKSEG' USING WS-RETORNO
               WHEN '29'
                   CALL 'BANKPRV' USING WS-RETORNO
               WHEN '30'
                   CALL 'BANKANT' USING WS-RETORNO
               WHEN '31'
                   CALL 'BANKDSC' USING WS-RETORNO
               WHEN '32'
                   CALL 'BANKESC' USING WS-RETORNO
               WHEN '33'
                   CALL 'BANKCXA' USING WS-RETORNO
               WHEN '34'
                   CALL 'BANKCOR' USING WS-RETORNO
               WHEN '35'
                   CALL 'BANKOFN' USING WS-RETORNO
               WHEN '36'
                   CALL 'BANKCPO' USING WS-RETORNO
               WHEN '37'
                   CALL 'BANKRFB' USING WS-RETORNO
               WHEN '38'
                   CALL 'BANKPDR' USING WS-RETORNO
               WHEN '39'
                   CALL 'BANKLCM' USING WS-RETORNO
               WHEN '40'
                   CALL 'BANKCTG' USING WS-RETORNO
               WHEN '41'
                   CALL 'BANKCAD' USING WS-RETORNO
               WHEN '42'
                   CALL 'BANKCEP' USING WS-RETORNO
               WHEN '43'
                   CALL 'BANKDEV' USING WS-RETORNO
               WHEN '44'
                   CALL 'BANKGER' USING WS-RETORNO
               WHEN '45'
                   CALL 'BANKCOM' USING WS-RETORNO
               WHEN '46'
                   CALL 'BANKMKT' USING WS-RETORNO
               WHEN '47'
                   CALL 'BANKEVA' USING WS-RETORNO
               WHEN '48'
                   CALL 'BANKPEN' USING WS-RETORNO
               WHEN '49'
                   CALL 'BANKRPV' USING WS-RETORNO
               WHEN '50'
                   CALL 'BANKCOF' USING WS-RETORNO
               WHEN '51'
                   CALL 'BANKBEN' USING WS-RETORNO
               WHEN '52'
                   CALL 'BANKGRP' USING WS-RETORNO
               WHEN '53'
                   CALL 'BANKTXJ' USING WS-RETORNO
               WHEN '54'
                   CALL 'BANKLRT' USING WS-RETORNO
               WHEN OTHER
                   PERFORM 2350-DISPATCH-MENU
           END-EVALUATE
