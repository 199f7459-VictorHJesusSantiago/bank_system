               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMISSAO.

           SELECT ARQMOVDIA ASSIGN TO 'BANKMOVD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVDIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
               88  NTQ-ENVIADA       VALUE 'E'.
               88  NTQ-FALHA         VALUE 'F'.
           05  NTQ-TENTATIVAS        PIC 9(1).
           05  NTQ-CAMPANHA          PIC 9(6).

       FD  ARQNOTOUT.
       01  REG-NOTOUT                PIC X(200).
               10  PRM-FUNCAO        PIC X(12).
           05  PRM-PERMITIDO         PIC X(1).

       FD  ARQMOVDIA.
           COPY BANKMOVD.

       WORKING-STORAGE SECTION.
       01  WS-CTRL.
           05  FS-CONTAS             PIC XX.
           05  FS-WATCH              PIC XX.
               88  FS-WATCH-OK       VALUE '00'.
               88  FS-WATCH-EOF      VALUE '10'.
           05  FS-MOVDIA             PIC XX.
           05  FS-SNAP               PIC XX.
               88  FS-SNAP-OK        VALUE '00'.
           05  FS-COSIF              PIC XX.
           05  WS-DIS-PITR-PROJ      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  WS-DIS-PITR-LIVE      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-CHAMADA-MOVIMENTO.
      *    Area de chamada do extrato do movimento do dia (BANKMOV)
           05  WS-MOVSRV-CODIGO      PIC 9(4).
           05  WS-MOVSRV-MENSAGEM    PIC X(100).
           05  WS-MOVSRV-MODO        PIC X(1).
           05  WS-MOVSRV-OPERADOR    PIC X(20).

       01  WS-MOVDIA-CTRL.
           05  WS-MOV-LIBERADO       PIC X(1).
           05  WS-MOV-FIM            PIC X(1).

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
           05  WS-AUD-OPERADOR       PIC X(20).
           05  WS-SNP-TENTA          PIC 9(2) COMP-3.
           05  WS-SNP-INT-DIA        PIC S9(9) COMP-3.
           05  WS-SNP-DISPONIVEL     PIC X(1).
           05  WS-RECON-SEM-ANCORA   PIC X(1).
           05  WS-RECON-BASE-MIN     PIC 9(8).
           05  WS-RECON-BASE-MAX     PIC 9(8).
           05  WS-RECON-DIA-ANTERIOR PIC 9(8).
           05  WS-RECON-DIA-SEMANA   PIC 9(1).
           05  WS-RECON-DIA-UTIL     PIC X(1).
           05  WS-DIS-SALDO-REC      PIC -(13)9,99.
           05  WS-DIS-SALDO-CALC     PIC -(13)9,99.
           05  WS-DIS-DIFERENCA      PIC -(13)9,99.
           DISPLAY ' 33. Cifragem de dados pessoais (chaves)'
           DISPLAY ' 34. Recertificacao trimestral de acessos'
           DISPLAY ' 35. Conflitos de segregacao (SoD)'
           DISPLAY ' 36. Contas de funcionarios e vinculados'
           DISPLAY ' 37. Feed de alteracoes ao data warehouse'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
                   CALL 'BANKRCT' USING LS-RETORNO
               WHEN '35'
                   CALL 'BANKSOD' USING LS-RETORNO
               WHEN '36'
                   CALL 'BANKINT' USING LS-RETORNO
               WHEN '37'
                   CALL 'BANKCDC' USING LS-RETORNO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
       8700-MENU-PERMISSOES.
      *    Matriz de permissoes por funcao (BANKPERM.DAT), lida pelo
      *    verificador BANKPRM em cada funcao sensivel: regra por
      *    papel ('R' + T/M/A) ou excecao por usuario ('U' + id);
      *    tipo 'C' (sem identificacao) diz se a funcao e permitida
      *    em conta propria ou de parente do operador.
           OPEN I-O ARQPERMISSAO
           IF FS-PERMISSAO = '35'
               OPEN OUTPUT ARQPERMISSAO
           ACCEPT WS-PAD-OPCAO
           EVALUATE WS-PAD-OPCAO
               WHEN '1'
                   DISPLAY 'Tipo (R=papel U=usuario C=conta '
                           'propria): '
                   ACCEPT PRM-TIPO
                   DISPLAY 'Papel (T/M/A), id do usuario ou branco: '
                   ACCEPT PRM-IDENT
                   DISPLAY 'Funcao: '
                   ACCEPT PRM-FUNCAO
                       END-IF
                   END-PERFORM
               WHEN '3'
                   DISPLAY 'Tipo (R/U/C): '
                   ACCEPT PRM-TIPO
                   DISPLAY 'Papel, id do usuario ou branco: '
                   ACCEPT PRM-IDENT
                   DISPLAY 'Funcao: '
                   ACCEPT PRM-FUNCAO
               CLOSE ARQDATAMOV
           END-IF.

       8650-ABRIR-MOVIMENTO-DIA.
      *    Movimento do dia pelo extrato BANKMOVD.DAT: o BANKMOV
      *    confere os totais de controle (e refaz o extrato se
      *    BANKTRAN.DAT mudou depois da geracao) antes de liberar.
      *    Extrato recusado volta a varredura de BANKTRAN.DAT.
           MOVE 'N' TO WS-MOV-LIBERADO
           MOVE 'N' TO WS-MOV-FIM
           MOVE ZEROS TO WS-MOVSRV-CODIGO
           MOVE 'B' TO WS-MOVSRV-MODO
           MOVE 'BANKADM' TO WS-MOVSRV-OPERADOR
           CALL 'BANKMOV' USING WS-CHAMADA-MOVIMENTO
           IF WS-MOVSRV-CODIGO NOT = ZEROS
               DISPLAY 'EXTRATO DO MOVIMENTO RECUSADO - '
                   'LENDO BANKTRAN.DAT'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQMOVDIA
           IF FS-MOVDIA NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ARQMOVDIA
               AT END MOVE 'S' TO WS-MOV-FIM
           END-READ
           MOVE 'S' TO WS-MOV-LIBERADO.

       7800-MENU-PARAMETROS.
           DISPLAY '----------------------------------------'
           DISPLAY ' PARAMETROS DE NEGOCIO (BANKCFG)'
      *    para tras, cobrindo fins de semana e feriados).
           MOVE 'N' TO WS-SNP-DISPONIVEL
           MOVE ZEROS TO WS-RECON-QTD-ANCORA
           MOVE 'N' TO WS-RECON-SEM-ANCORA
           MOVE 99999999 TO WS-RECON-BASE-MIN
           MOVE ZEROS TO WS-RECON-BASE-MAX
           OPEN INPUT ARQSNAP
           IF FS-SNAP-OK
               MOVE 'S' TO WS-SNP-DISPONIVEL
                   END-IF
               END-PERFORM
           END-IF
           IF ADM-RECON-DT-BASE = ZEROS
               MOVE 'S' TO WS-RECON-SEM-ANCORA
           ELSE
               IF ADM-RECON-DT-BASE < WS-RECON-BASE-MIN
                   MOVE ADM-RECON-DT-BASE TO WS-RECON-BASE-MIN
               END-IF
               IF ADM-RECON-DT-BASE > WS-RECON-BASE-MAX
                   MOVE ADM-RECON-DT-BASE TO WS-RECON-BASE-MAX
               END-IF
           END-IF
           MOVE ADM-CONTA-NUM TO ADM-RECON-CONTA
           WRITE REG-RECON
               INVALID KEY CONTINUE
           END-WRITE.

       7095-DIA-UTIL-ANTERIOR.
      *    Dia de movimento anterior ao fechado: volta pulando fim
      *    de semana e feriado nacional (mesmo calendario do lote).
           MOVE ZEROS TO WS-RECON-DIA-ANTERIOR
           OPEN INPUT ARQFERIADO
           COMPUTE WS-SNP-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-RECON-DIA)
           PERFORM VARYING WS-SNP-TENTA FROM 1 BY 1
                   UNTIL WS-SNP-TENTA > 10
                   OR WS-RECON-DIA-ANTERIOR > ZEROS
               COMPUTE WS-SNP-INT-DIA = WS-SNP-INT-DIA - 1
               MOVE 'S' TO WS-RECON-DIA-UTIL
               COMPUTE WS-RECON-DIA-SEMANA =
                   FUNCTION MOD(WS-SNP-INT-DIA 7)
               IF WS-RECON-DIA-SEMANA = 0 OR WS-RECON-DIA-SEMANA = 6
                   MOVE 'N' TO WS-RECON-DIA-UTIL
               ELSE
                   IF FS-FER-OK
                       MOVE FUNCTION DATE-OF-INTEGER(WS-SNP-INT-DIA)
                           TO FER-DATA
                       READ ARQFERIADO
                           INVALID KEY CONTINUE
                       END-READ
                       IF FS-FER-OK
                          AND (FER-ESCOPO = 'N' OR FER-ESCOPO = SPACE)
                           MOVE 'N' TO WS-RECON-DIA-UTIL
                       END-IF
                       MOVE '00' TO FS-FERIADO
                   END-IF
               END-IF
               IF WS-RECON-DIA-UTIL = 'S'
                   MOVE FUNCTION DATE-OF-INTEGER(WS-SNP-INT-DIA)
                       TO WS-RECON-DIA-ANTERIOR
               END-IF
           END-PERFORM
           IF FS-FER-OK
               CLOSE ARQFERIADO
           END-IF.

       7100-ACUMULAR-MOVIMENTOS.
      *    Todas as contas ancoradas na mesma foto e ela e a do
      *    dia util anterior: so falta o movimento do dia, que vem do
      *    extrato BANKMOVD.DAT. Conta sem foto, ancoras desiguais ou
      *    foto mais antiga (fechamento que nao rodou) exigem o
      *    historico vivo inteiro de BANKTRAN.DAT.
           PERFORM 7095-DIA-UTIL-ANTERIOR
           IF WS-RECON-SEM-ANCORA = 'N'
              AND WS-RECON-BASE-MIN = WS-RECON-BASE-MAX
              AND WS-RECON-BASE-MIN = WS-RECON-DIA-ANTERIOR
               PERFORM 8650-ABRIR-MOVIMENTO-DIA
               IF WS-MOV-LIBERADO = 'S'
                   PERFORM 7105-ACUMULAR-DO-EXTRATO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ARQTRANS
           MOVE ZEROS TO ADM-TRANS-ID
           START ARQTRANS KEY >= ADM-TRANS-ID
           END-PERFORM
           CLOSE ARQTRANS.

       7105-ACUMULAR-DO-EXTRATO.
      *    Perna de origem: cada transacao uma vez (7110 trata as
      *    duas contas).
           PERFORM UNTIL WS-MOV-FIM = 'S'
               READ ARQMOVDIA
                   AT END MOVE 'S' TO WS-MOV-FIM
               END-READ
               IF WS-MOV-FIM NOT = 'S'
                   IF MVD-DETALHE AND MVD-PERNA-ORIGEM
                       MOVE MVD-TRANSACAO TO REG-TRANS
                       IF ADM-TRANS-STATUS = 'E'
                           PERFORM 7110-APLICAR-MOVIMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQMOVDIA.

       7110-APLICAR-MOVIMENTO.
           EVALUATE ADM-TRANS-TIPO
               WHEN 'DEP'
               WHEN 'PAG'
               WHEN 'APL'
               WHEN 'PEM'
               WHEN 'RCP'
               WHEN 'CHQ'
                   PERFORM 7130-DEBITAR-ORIGEM
               WHEN 'RES'
               WHEN 'DOC'
               WHEN 'PIX'
               WHEN 'DEV'
               WHEN 'CHA'
               WHEN 'CHD'
               WHEN 'REM'
               WHEN 'CMS'
      *            PIX recebido de outro banco tem origem zerada:
      *            so ha a perna de credito do favorecido; o mesmo
      *            vale para remessa recebida do exterior, comissao
      *            de correspondente e cheque de outro banco
      *            depositado (a devolucao do cheque so debita).
                   IF ADM-TRANS-CONTA-ORG NOT = ZEROS
                       PERFORM 7130-DEBITAR-ORIGEM
                   END-IF
           MOVE WS-DATA-MOVIMENTO TO WS-LED-HOJE
           PERFORM 7610-ABRIR-CONTABILIDADE
           OPEN INPUT ARQCONTAS
           PERFORM 8650-ABRIR-MOVIMENTO-DIA
           IF WS-MOV-LIBERADO = 'S'
               PERFORM 7605-CONTABILIZAR-DO-EXTRATO
           ELSE
               OPEN INPUT ARQTRANS
               MOVE ZEROS TO ADM-TRANS-ID
               START ARQTRANS KEY >= ADM-TRANS-ID
               PERFORM UNTIL FS-EOF-TRANS
                   READ ARQTRANS NEXT
                   IF NOT FS-EOF-TRANS
                       IF ADM-TRANS-DATA = WS-LED-HOJE
                          AND ADM-TRANS-STATUS = 'E'
                           PERFORM 7630-POSTAR-LANCAMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQTRANS
           END-IF
           CLOSE ARQCONTAS ARQLEDGER ARQCOSIF ARQPERIODO
           MOVE WS-LED-TOT-MOVTO TO WS-DIS-LED-TOT
           DISPLAY 'LANCAMENTOS GERADOS: ' WS-LED-QTD
           DISPLAY 'MOVIMENTO DO RAZAO:  R$ ' WS-DIS-LED-TOT
               DISPLAY 'RAZAO CONFERE COM O MOVIMENTO DO DIA'
           END-IF.

       7605-CONTABILIZAR-DO-EXTRATO.
           PERFORM UNTIL WS-MOV-FIM = 'S'
               READ ARQMOVDIA
                   AT END MOVE 'S' TO WS-MOV-FIM
               END-READ
               IF WS-MOV-FIM NOT = 'S'
                   IF MVD-DETALHE AND MVD-PERNA-ORIGEM
                       MOVE MVD-TRANSACAO TO REG-TRANS
                       IF ADM-TRANS-DATA = WS-LED-HOJE
                          AND ADM-TRANS-STATUS = 'E'
                           PERFORM 7630-POSTAR-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQMOVDIA.

       7610-ABRIR-CONTABILIDADE.
           OPEN I-O ARQPERIODO
           IF FS-PERIODO = '35'
           MOVE '11101   ' TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY PERFORM 7620-CARGA-PLANO-CONTAS
           END-READ
      *    Plano carregado antes da conta de comissoes: inclui.
           MOVE '81500   ' TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY
                   MOVE '81500   ' TO COS-CONTA
                   MOVE 'DESPESAS DE COMISSOES A CORRESPONDENTES'
                       TO COS-NOME
                   MOVE '8' TO COS-GRUPO
                   WRITE REG-COSIF
           END-READ
      *    Idem para a receita de mora das parcelas por boleto.
           MOVE '71500   ' TO COS-CONTA
           READ ARQCOSIF
               INVALID KEY
                   MOVE '71500   ' TO COS-CONTA
                   MOVE 'RENDAS DE MORA DE OPERACOES DE CREDITO'
                       TO COS-NOME
                   MOVE '7' TO COS-GRUPO
                   WRITE REG-COSIF
           END-READ.

       7620-CARGA-PLANO-CONTAS.
           MOVE 'OPERACOES DE CREDITO - EMPRESTIMOS' TO COS-NOME
           MOVE '1' TO COS-GRUPO
           WRITE REG-COSIF
           MOVE '81500   ' TO COS-CONTA
           MOVE 'DESPESAS DE COMISSOES A CORRESPONDENTES' TO COS-NOME
           MOVE '8' TO COS-GRUPO
           WRITE REG-COSIF
           MOVE '71500   ' TO COS-CONTA
           MOVE 'RENDAS DE MORA DE OPERACOES DE CREDITO' TO COS-NOME
           MOVE '7' TO COS-GRUPO
           WRITE REG-COSIF
           DISPLAY 'PLANO DE CONTAS COSIF CARREGADO'.

       7630-POSTAR-LANCAMENTO.
      *            Parcela de emprestimo: amortiza o ativo.
                   MOVE '41111   ' TO WS-LED-CTA-DEB
                   MOVE '16100   ' TO WS-LED-CTA-CRE
               WHEN 'PBL'
      *            Parcela de emprestimo paga por boleto em outro
      *            banco: a liquidacao amortiza o ativo.
                   MOVE '11102   ' TO WS-LED-CTA-DEB
                   MOVE '16100   ' TO WS-LED-CTA-CRE
               WHEN 'MBL'
      *            Multa e juros de atraso da mesma parcela.
                   MOVE '11102   ' TO WS-LED-CTA-DEB
                   MOVE '71500   ' TO WS-LED-CTA-CRE
               WHEN 'BOL'
      *            Boleto liquidado por outro banco: a liquidacao
      *            credita o beneficiario (conta no destino). Sem
      *            conta e a parcela de contrato baixado, ja
      *            contabilizada como recuperacao pelo BANKRCP.
                   IF ADM-TRANS-CONTA-DEST NOT = ZEROS
                       MOVE '11102   ' TO WS-LED-CTA-DEB
                       MOVE '41111   ' TO WS-LED-CTA-CRE
                   ELSE
                       MOVE 'N' TO WS-LED-LANCAR
                   END-IF
               WHEN 'RCP'
      *            Recebimento sobre contrato baixado para prejuizo:
      *            o ativo ja saiu na baixa, o valor e receita de
      *            recuperacao de creditos.
                   MOVE '41111   ' TO WS-LED-CTA-DEB
                   MOVE '71400   ' TO WS-LED-CTA-CRE
               WHEN 'IOF'
      *            IOF retido do cliente: deposito a vista contra
      *            tributo a recolher.
                   MOVE '41111   ' TO WS-LED-CTA-DEB
                   MOVE '49410   ' TO WS-LED-CTA-CRE
               WHEN 'CHA'
      *            Cheque administrativo: emissao (conta na origem)
      *            leva o deposito ao passivo de cheques a pagar,
      *            restituicao (conta no destino) o devolve e o
      *            pagamento na compensacao (sem conta) sai do
      *            passivo como o cheque compensado.
                   EVALUATE TRUE
                       WHEN ADM-TRANS-CONTA-ORG NOT = ZEROS
                           MOVE '41111   ' TO WS-LED-CTA-DEB
                           MOVE '49940   ' TO WS-LED-CTA-CRE
                       WHEN ADM-TRANS-CONTA-DEST NOT = ZEROS
                           MOVE '49940   ' TO WS-LED-CTA-DEB
                           MOVE '41111   ' TO WS-LED-CTA-CRE
                       WHEN OTHER
                           MOVE '49940   ' TO WS-LED-CTA-DEB
                           MOVE '11101   ' TO WS-LED-CTA-CRE
                   END-EVALUATE
               WHEN 'CHD'
      *            Cheque de outro banco: o deposito (conta no
      *            destino) credita o cliente contra a liquidacao da
      *            compensacao; a devolucao (conta na origem) estorna
      *            exatamente as mesmas pernas.
                   IF ADM-TRANS-CONTA-DEST NOT = ZEROS
                       MOVE '11102   ' TO WS-LED-CTA-DEB
                       MOVE '41111   ' TO WS-LED-CTA-CRE
                   ELSE
                       MOVE '41111   ' TO WS-LED-CTA-DEB
                       MOVE '11102   ' TO WS-LED-CTA-CRE
                   END-IF
               WHEN 'REM'
      *            Remessa internacional: enviada (conta na origem)
      *            sai do deposito para a liquidacao; recebida (conta
      *            no destino) entra pela liquidacao.
                   IF ADM-TRANS-CONTA-ORG NOT = ZEROS
                       MOVE '41111   ' TO WS-LED-CTA-DEB
                       MOVE '11102   ' TO WS-LED-CTA-CRE
                   ELSE
                       MOVE '11102   ' TO WS-LED-CTA-DEB
                       MOVE '41111   ' TO WS-LED-CTA-CRE
                   END-IF
               WHEN 'CMS'
      *            Comissao do correspondente: despesa do banco
      *            creditada na conta de liquidacao dele.
                   MOVE '81500   ' TO WS-LED-CTA-DEB
                   MOVE '41111   ' TO WS-LED-CTA-CRE
               WHEN OTHER
      *            TRF/TED/DOC/PIX/DEV/CAM entre contas internas
                   MOVE '41111   ' TO WS-LED-CTA-DEB
       9860-SPOOL-NOTIFICACOES.
      *    Spool das notificacoes pendentes (e das falhas com menos
      *    de 3 tentativas) para o arquivo do bureau de mensageria,
      *    formatadas por canal e marcadas como enviadas. O ultimo
      *    campo leva o numero da campanha de marketing (zero nos
      *    avisos de servico) para o retorno do bureau.
           DISPLAY 'GERANDO SPOOL DE NOTIFICACOES...'
           MOVE ZEROS TO WS-NSP-QTD-ENVIADAS
           OPEN I-O ARQNOTIFIC
                              NTQ-EVENTO    DELIMITED SIZE
                              ';'           DELIMITED SIZE
                              NTQ-MENSAGEM  DELIMITED SIZE
                              ';'           DELIMITED SIZE
                              NTQ-CAMPANHA  DELIMITED SIZE
                           INTO WS-NSP-LINHA
                       END-STRING
                       MOVE WS-NSP-LINHA TO REG-NOTOUT
