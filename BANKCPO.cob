      *================================================================
      * BANKCPO.COB - Cadastro Positivo (historico de pagamentos)
      * Sistema Bancario COBOL
      * Gera a remessa mensal do Cadastro Positivo aos bureaus de
      * credito com todas as parcelas de cada CPF vencidas ou pagas
      * na competencia: parcelas de emprestimo (BANKEMPR.DAT) e de
      * consignado retido na folha (BANKCSG.DAT), faturas de cartao
      * de credito (BANKFATU.DAT) e debitos automaticos de convenio
      * postados pelo BANKDEB (transacao PAG no canal DEBAUTO, em
      * que o vencimento e a propria data do debito). Cada item leva
      * vencimento, data de pagamento, valor devido e valor pago; a
      * data e o valor do pagamento vem da transacao em BANKTRAN.DAT.
      * Os itens ficam no historico BANKCPO.DAT (competencia +
      * origem + referencia); ao gerar cada remessa as competencias
      * dos ultimos 12 meses sao reapuradas e o item ja enviado que
      * mudou (parcela paga depois, fatura quitada em atraso) ou
      * que o operador corrigiu no menu sai como registro de
      * retificacao (tipo 2). O arquivo de aceite do bureau
      * BANKCPO.RET e conciliado contra o historico: item aceito,
      * rejeitado (codigo e motivo gravados para correcao) ou nao
      * localizado. A remessa BANKCPO.TXT sai agrupada por CPF, com
      * o CPF verdadeiro (destokenizado pelo BANKCRY). No lote roda
      * no dia 01 do movimento para a competencia anterior,
      * conciliando antes o retorno que estiver disponivel.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCPO.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPO-TRANS-ID
               ALTERNATE RECORD KEY IS CPO-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPO-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCONSIG ASSIGN TO 'BANKCSG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CONTRATO
               ALTERNATE RECORD KEY IS CSG-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CONSIG.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQFATURA ASSIGN TO 'BANKFATU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CHAVE
               FILE STATUS IS FS-FATURA.

           SELECT ARQHISTCPO ASSIGN TO 'BANKCPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-CHAVE
               ALTERNATE RECORD KEY IS CPH-CPF WITH DUPLICATES
               FILE STATUS IS FS-HISTCPO.

           SELECT ARQREMESSA ASSIGN TO 'BANKCPO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT ARQRETORNO ASSIGN TO 'BANKCPO.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CPO-CONTA-NUM         PIC 9(10).
           05  CPO-CONTA-AGENCIA     PIC 9(4).
           05  CPO-CONTA-DIGITO      PIC 9(1).
           05  CPO-CONTA-TIPO        PIC X(2).
           05  CPO-CONTA-STATUS      PIC X(1).
           05  CPO-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CPO-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CPO-CONTA-TITULAR     PIC X(60).
           05  CPO-CONTA-CPF         PIC X(11).
           05  CPO-CONTA-EMAIL      PIC X(80).
           05  CPO-CONTA-TELEFONE    PIC X(15).
           05  CPO-CONTA-DT-ABERTURA PIC 9(8).
           05  CPO-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CPO-CONTA-SENHA-HASH  PIC X(64).
           05  CPO-CONTA-COTIT-NOME  PIC X(60).
           05  CPO-CONTA-COTIT-CPF   PIC X(11).
           05  CPO-CONTA-CLI-ID   PIC 9(10).
           05  CPO-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CPO-TRANS-ID          PIC 9(15).
           05  CPO-TRANS-CONTA-ORG   PIC 9(10).
           05  CPO-TRANS-CONTA-DEST  PIC 9(10).
           05  CPO-TRANS-TIPO        PIC X(3).
           05  CPO-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  CPO-TRANS-DATA        PIC 9(8).
           05  CPO-TRANS-HORA        PIC 9(6).
           05  CPO-TRANS-DESCRICAO   PIC X(100).
           05  CPO-TRANS-STATUS      PIC X(1).
           05  CPO-TRANS-NSU         PIC 9(12).
           05  CPO-TRANS-CANAL       PIC X(10).
           05  CPO-TRANS-MOEDA       PIC X(3).

       FD  ARQEMPREST.
       01  REG-EMPRESTIMO.
           05  EMP-ID                PIC 9(10).
           05  EMP-CONTA             PIC 9(10).
           05  EMP-CLI-ID            PIC 9(10).
           05  EMP-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05  EMP-TAXA-MES          PIC 9(2)V9(4) COMP-3.
           05  EMP-PRAZO-MESES       PIC 9(3).
           05  EMP-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  EMP-PARCELAS-PAGAS    PIC 9(3).
           05  EMP-DIA-VENCTO        PIC 9(2).
           05  EMP-DT-CONTRATO       PIC 9(8).
           05  EMP-QTD-ATRASOS       PIC 9(3).
           05  EMP-COMPET-COBRADA    PIC 9(6).
           05  EMP-COMPET-ATRASO     PIC 9(6).
           05  EMP-SITUACAO          PIC X(1).
               88  EMP-ATIVO         VALUE 'A'.
               88  EMP-EM-ATRASO     VALUE 'T'.
               88  EMP-QUITADO       VALUE 'Q'.
               88  EMP-RENEGOCIADO   VALUE 'R'.
               88  EMP-PREJUIZO      VALUE 'P'.
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQCONSIG.
       01  REG-CONSIGNADO.
           05  CSG-CONTRATO          PIC 9(10).
           05  CSG-CONTA             PIC 9(10).
           05  CSG-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  CSG-COMPET-RETIDA     PIC 9(6).
           05  CSG-STATUS            PIC X(1).
               88  CSG-ATIVO         VALUE 'A'.
               88  CSG-ENCERRADO     VALUE 'E'.

       FD  ARQCARTCR.
       01  REG-CARTAO-CRED.
           05  CCR-ID                PIC 9(10).
           05  CCR-CONTA             PIC 9(10).
           05  CCR-CLI-ID            PIC 9(10).
           05  CCR-PAN-MASCARADO     PIC X(19).
           05  CCR-LIMITE            PIC S9(11)V99 COMP-3.
           05  CCR-UTILIZADO         PIC S9(11)V99 COMP-3.
           05  CCR-DIA-CICLO         PIC 9(2).
           05  CCR-COMPET-FECHADA    PIC 9(6).
           05  CCR-STATUS            PIC X(1).
               88  CCR-ATIVO         VALUE 'A'.
               88  CCR-BLOQUEADO     VALUE 'B'.
               88  CCR-CANCELADO     VALUE 'C'.
           05  CCR-DT-EMISSAO        PIC 9(8).

       FD  ARQFATURA.
       01  REG-FATURA.
           05  FAT-CHAVE.
               10  FAT-CARTAO        PIC 9(10).
               10  FAT-COMPET        PIC 9(6).
           05  FAT-VALOR-TOTAL       PIC S9(11)V99 COMP-3.
           05  FAT-VALOR-MINIMO      PIC S9(11)V99 COMP-3.
           05  FAT-VALOR-PAGO        PIC S9(11)V99 COMP-3.
           05  FAT-JUROS-ROTATIVO    PIC S9(11)V99 COMP-3.
           05  FAT-DT-FECHAMENTO     PIC 9(8).
           05  FAT-DT-VENCTO         PIC 9(8).
           05  FAT-SITUACAO          PIC X(1).
               88  FAT-ABERTA        VALUE 'A'.
               88  FAT-FECHADA       VALUE 'F'.
               88  FAT-PAGA          VALUE 'P'.
               88  FAT-ROTATIVO      VALUE 'R'.

       FD  ARQHISTCPO.
       01  REG-HIST-CPO.
           05  CPH-CHAVE.
               10  CPH-COMPET        PIC 9(6).
               10  CPH-ORIGEM        PIC X(1).
                   88  CPH-EMPRESTIMO  VALUE 'E'.
                   88  CPH-CONSIGNADO  VALUE 'S'.
                   88  CPH-CARTAO      VALUE 'C'.
                   88  CPH-DEBITO-AUTO VALUE 'D'.
               10  CPH-REFERENCIA    PIC 9(15).
           05  CPH-CPF               PIC X(11).
           05  CPH-CONTA             PIC 9(10).
           05  CPH-PARCELA           PIC 9(3).
           05  CPH-DT-VENCTO         PIC 9(8).
           05  CPH-DT-PAGTO          PIC 9(8).
           05  CPH-VALOR-DEVIDO      PIC S9(11)V99 COMP-3.
           05  CPH-VALOR-PAGO        PIC S9(11)V99 COMP-3.
           05  CPH-ENVIO             PIC X(1).
               88  CPH-PENDENTE      VALUE 'P'.
               88  CPH-ENVIADO       VALUE 'E'.
               88  CPH-ACEITO        VALUE 'A'.
               88  CPH-REJEITADO     VALUE 'R'.
           05  CPH-RETIFICAR         PIC X(1).
               88  CPH-A-RETIFICAR   VALUE 'S'.
           05  CPH-DT-ENVIO          PIC 9(8).
           05  CPH-COD-RETORNO       PIC X(2).
           05  CPH-MSG-RETORNO       PIC X(40).

       FD  ARQREMESSA.
       01  REG-REMESSA               PIC X(132).

       FD  ARQRETORNO.
       01  REG-RETORNO.
           05  RET-TIPO              PIC X(1).
           05  RET-CHAVE.
               10  RET-COMPET        PIC 9(6).
               10  RET-ORIGEM        PIC X(1).
               10  RET-REFERENCIA    PIC 9(15).
           05  RET-CODIGO            PIC X(2).
           05  RET-DESCRICAO         PIC X(40).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CPO-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRN-OK        VALUE '00'.
               88  FS-TRN-EOF       VALUE '10'.
               88  FS-TRN-NFD       VALUE '23'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CONSIG            PIC XX.
               88  FS-CSG-OK        VALUE '00'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-FATURA            PIC XX.
               88  FS-FAT-OK        VALUE '00'.
           05  FS-HISTCPO           PIC XX.
               88  FS-CPH-OK        VALUE '00'.
               88  FS-CPH-EOF       VALUE '10'.
           05  FS-REMESSA           PIC XX.
           05  FS-RETORNO           PIC XX.
               88  FS-RET-OK        VALUE '00'.
               88  FS-RET-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-APURACAO-CTRL.
      *    Janela de reapuracao: itens ja enviados das competencias
      *    anteriores sao conferidos de novo a cada remessa.
           05  WS-CPO-MESES-REVISAO PIC 9(2) VALUE 12.
           05  WS-CPO-CNPJ          PIC X(14) VALUE '00000000000100'.
           05  WS-CPO-COMPET        PIC 9(6).
           05  WS-CPO-COMPET-R REDEFINES WS-CPO-COMPET.
               10  WS-CPO-AAAA      PIC 9(4).
               10  WS-CPO-MM        PIC 9(2).
           05  WS-CPO-COMPET-ALVO   PIC 9(6).
           05  WS-CPO-CONTRATO-R.
               10  WS-CPO-CTR-AAAA  PIC 9(4).
               10  WS-CPO-CTR-MM    PIC 9(2).
               10  WS-CPO-CTR-DD    PIC 9(2).
           05  WS-CPO-REVISAO       PIC X(1).
               88  CPO-EM-REVISAO   VALUE 'S'.
           05  WS-CPO-IDX-REVISAO   PIC 9(2).
           05  WS-CPO-DT-INICIO     PIC 9(8).
           05  WS-CPO-DT-FIM        PIC 9(8).
           05  WS-CPO-INT-DATA      PIC 9(8).
           05  WS-CPO-PARCELA       PIC S9(5).
           05  WS-CPO-DIA           PIC 9(2).
           05  WS-CPO-ORIGEM        PIC X(1).
           05  WS-CPO-REFERENCIA    PIC 9(15).
           05  WS-CPO-CONTA         PIC 9(10).
           05  WS-CPO-NUM-PARCELA   PIC 9(3).
           05  WS-CPO-DT-VENCTO     PIC 9(8).
           05  WS-CPO-DT-PAGTO      PIC 9(8).
           05  WS-CPO-VALOR-DEVIDO  PIC S9(11)V99 COMP-3.
           05  WS-CPO-VALOR-PAGO    PIC S9(11)V99 COMP-3.
           05  WS-CPO-QTD-PAGTOS    PIC 9(5).
           05  WS-CPO-ACHOU         PIC 9(3).
           05  WS-CPO-REF-TEXTO     PIC X(31).
           05  WS-CPO-REF-TAM       PIC 9(2).
           05  WS-CPO-QTD-NOVOS     PIC 9(7).
           05  WS-CPO-QTD-RETIF     PIC 9(7).
           05  WS-CPO-QTD-NORMAIS   PIC 9(7).
           05  WS-CPO-QTD-CORRECOES PIC 9(7).
           05  WS-CPO-QTD-CLIENTES  PIC 9(7).
           05  WS-CPO-QTD-ACEITOS   PIC 9(7).
           05  WS-CPO-QTD-REJEIT    PIC 9(7).
           05  WS-CPO-QTD-NAO-LOC   PIC 9(7).
           05  WS-CPO-TOT-DEVIDO    PIC S9(13)V99 COMP-3.
           05  WS-CPO-TOT-PAGO      PIC S9(13)V99 COMP-3.
           05  WS-CPO-CPF-ANTERIOR  PIC X(11).
           05  WS-CPO-CPF-CLARO     PIC X(11).
           05  WS-CPO-TIPO-REG      PIC X(1).
           05  WS-CPO-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(12)9,99-.
           05  WS-VL-EDIT2          PIC Z(12)9,99-.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-CPO-CORRECAO.
      *    Campos informados pelo operador na retificacao manual
           05  WS-COR-COMPET        PIC 9(6).
           05  WS-COR-ORIGEM        PIC X(1).
           05  WS-COR-REFERENCIA    PIC 9(15).
           05  WS-COR-DT-VENCTO     PIC 9(8).
           05  WS-COR-DT-PAGTO      PIC 9(8).
           05  WS-COR-VALOR-PAGO    PIC 9(11)V99.
           05  WS-COR-CONFIRMA      PIC X(1).

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO            PIC 9(4).
           05  LS-MENSAGEM          PIC X(100).
           05  LS-MODO              PIC X(1).
               88  LS-MODO-BATCH    VALUE 'B'.
           05  LS-OPERADOR          PIC X(20).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-RETORNO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0150-COMPETENCIA-ANTERIOR
           IF LS-MODO-BATCH
      *        O aceite do bureau chega antes da remessa seguinte:
      *        rejeicoes conciliadas primeiro nao voltam como envio.
               PERFORM 4000-CONCILIAR-RETORNO
               PERFORM 2000-GERAR-REMESSA
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0130-CARREGAR-DATA-MOVIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO
           OPEN INPUT ARQDATAMOV
           IF FS-DATAMOV = '00'
               READ ARQDATAMOV
                   AT END CONTINUE
               END-READ
               IF FS-DATAMOV = '00'
                   MOVE DMV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
               END-IF
               CLOSE ARQDATAMOV
           END-IF.

       0150-COMPETENCIA-ANTERIOR.
      *    A remessa do mes e enviada no mes seguinte: a competencia
      *    padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-CPO-COMPET
           PERFORM 0155-RECUAR-UM-MES.

       0155-RECUAR-UM-MES.
           IF WS-CPO-MM = 1
               SUBTRACT 1 FROM WS-CPO-AAAA
               MOVE 12 TO WS-CPO-MM
           ELSE
               SUBTRACT 1 FROM WS-CPO-MM
           END-IF.

       0160-CALCULAR-PERIODO.
      *    Periodo da competencia: do dia 01 ao ultimo dia corrido.
           COMPUTE WS-CPO-DT-INICIO = WS-CPO-COMPET * 100 + 1
           IF WS-CPO-MM = 12
               COMPUTE WS-CPO-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       (WS-CPO-AAAA + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-CPO-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       WS-CPO-AAAA * 10000 + (WS-CPO-MM + 1) * 100
                       + 1) - 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-CPO-INT-DATA)
               TO WS-CPO-DT-FIM.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CADASTRO POSITIVO - BUREAUS DE CREDITO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Gerar remessa da competencia anterior'
           DISPLAY ' 02. Gerar remessa de outra competencia'
           DISPLAY ' 03. Conciliar retorno do bureau (BANKCPO.RET)'
           DISPLAY ' 04. Retificar item ja enviado'
           DISPLAY ' 05. Listar itens rejeitados pelo bureau'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 2000-GERAR-REMESSA
               WHEN '02'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-CPO-COMPET
                   IF WS-CPO-MM < 1 OR WS-CPO-MM > 12
                      OR WS-CPO-COMPET >= WS-DATA-MOVIMENTO(1:6)
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 2000-GERAR-REMESSA
                   END-IF
               WHEN '03'
                   PERFORM 4000-CONCILIAR-RETORNO
               WHEN '04'
                   PERFORM 1900-VERIFICAR-PERMISSAO-MOV
                   IF LS-CODIGO = 0
                       PERFORM 5000-RETIFICAR-ITEM
                   END-IF
               WHEN '05'
                   PERFORM 6000-LISTAR-REJEITADOS
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1900-VERIFICAR-PERMISSAO-MOV.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'MOVIMENTAR  ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       2000-GERAR-REMESSA SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- CADASTRO POSITIVO - COMPETENCIA '
               WS-CPO-COMPET ' ---'
           MOVE ZEROS TO WS-CPO-QTD-NOVOS WS-CPO-QTD-RETIF
           MOVE WS-CPO-COMPET TO WS-CPO-COMPET-ALVO
           PERFORM 2010-ABRIR-HISTORICO
           OPEN INPUT ARQCONTAS ARQTRANS ARQCONSIG
           IF NOT FS-TRN-OK
               DISPLAY 'SEM TRANSACOES BANKTRAN.DAT - REMESSA NAO '
                   'GERADA'
               CLOSE ARQCONTAS ARQCONSIG ARQHISTCPO
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Reapuracao das competencias anteriores ja informadas:
      *    so confere itens existentes, nao cria itens novos.
           MOVE 'S' TO WS-CPO-REVISAO
           MOVE ZEROS TO WS-CPO-IDX-REVISAO
           PERFORM UNTIL WS-CPO-IDX-REVISAO >= WS-CPO-MESES-REVISAO
               ADD 1 TO WS-CPO-IDX-REVISAO
               PERFORM 0155-RECUAR-UM-MES
               PERFORM 0160-CALCULAR-PERIODO
               PERFORM 2100-PARCELAS-EMPRESTIMO
               PERFORM 2300-FATURAS-CARTAO
           END-PERFORM
           MOVE 'N' TO WS-CPO-REVISAO
           MOVE WS-CPO-COMPET-ALVO TO WS-CPO-COMPET
           PERFORM 0160-CALCULAR-PERIODO
           PERFORM 2100-PARCELAS-EMPRESTIMO
           PERFORM 2300-FATURAS-CARTAO
           PERFORM 2500-DEBITOS-AUTOMATICOS
           CLOSE ARQCONTAS ARQTRANS ARQCONSIG
           PERFORM 3000-GRAVAR-REMESSA
           CLOSE ARQHISTCPO
           DISPLAY 'ITENS NOVOS DA COMPETENCIA: ' WS-CPO-QTD-NOVOS
           DISPLAY 'ITENS ALTERADOS A RETIFICAR: ' WS-CPO-QTD-RETIF
           DISPLAY 'REGISTROS NORMAIS ENVIADOS:  ' WS-CPO-QTD-NORMAIS
           DISPLAY 'REGISTROS DE RETIFICACAO:    '
               WS-CPO-QTD-CORRECOES
           DISPLAY 'CLIENTES INFORMADOS:         ' WS-CPO-QTD-CLIENTES
           DISPLAY 'REMESSA EM BANKCPO.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2010-ABRIR-HISTORICO.
           OPEN I-O ARQHISTCPO
           IF FS-HISTCPO = '35'
               OPEN OUTPUT ARQHISTCPO
               CLOSE ARQHISTCPO
               OPEN I-O ARQHISTCPO
           END-IF.

      *----------------------------------------------------------------
      *    Emprestimos: a parcela n vence no n-esimo mes apos o da
      *    contratacao, no dia de vencimento do contrato (limitado ao
      *    ultimo dia do mes). Contrato consolidado em renegociacao
      *    passa a ser informado pelo contrato novo; contrato ainda
      *    aguardando garantia nao foi liberado. Contrato com
      *    retencao em folha em BANKCSG.DAT e informado como
      *    consignado.
      *----------------------------------------------------------------
       2100-PARCELAS-EMPRESTIMO.
           OPEN INPUT ARQEMPREST
           IF NOT FS-EMP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   IF NOT EMP-RENEGOCIADO AND NOT EMP-AGUARD-GARANTIA
                      AND EMP-DT-CONTRATO(1:6) < WS-CPO-COMPET
                       PERFORM 2110-INFORMAR-PARCELA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST.

       2110-INFORMAR-PARCELA.
           MOVE EMP-DT-CONTRATO TO WS-CPO-CONTRATO-R
           COMPUTE WS-CPO-PARCELA =
               (WS-CPO-AAAA * 12 + WS-CPO-MM)
               - (WS-CPO-CTR-AAAA * 12 + WS-CPO-CTR-MM)
           IF WS-CPO-PARCELA < 1
              OR WS-CPO-PARCELA > EMP-PRAZO-MESES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPO-PARCELA TO WS-CPO-NUM-PARCELA
           MOVE 'E' TO WS-CPO-ORIGEM
           MOVE EMP-ID TO CSG-CONTRATO
           READ ARQCONSIG
               INVALID KEY CONTINUE
           END-READ
           IF FS-CSG-OK
               MOVE 'S' TO WS-CPO-ORIGEM
           END-IF
           MOVE EMP-ID TO WS-CPO-REFERENCIA
           MOVE EMP-CONTA TO WS-CPO-CONTA
           MOVE EMP-DIA-VENCTO TO WS-CPO-DIA
           IF WS-CPO-DIA < 1
               MOVE 1 TO WS-CPO-DIA
           END-IF
           COMPUTE WS-CPO-DT-VENCTO =
               WS-CPO-COMPET * 100 + WS-CPO-DIA
           IF WS-CPO-DT-VENCTO > WS-CPO-DT-FIM
               MOVE WS-CPO-DT-FIM TO WS-CPO-DT-VENCTO
           END-IF
           MOVE EMP-VALOR-PARCELA TO WS-CPO-VALOR-DEVIDO
           MOVE ZEROS TO WS-CPO-DT-PAGTO WS-CPO-VALOR-PAGO
           IF WS-CPO-NUM-PARCELA <= EMP-PARCELAS-PAGAS
               PERFORM 2150-LOCALIZAR-PAGTO-PARCELA
           END-IF
           PERFORM 2900-GRAVAR-ITEM.

       2150-LOCALIZAR-PAGTO-PARCELA.
      *    As parcelas sao pagas em ordem: o pagamento da parcela n
      *    e a n-esima transacao PEM (ou RCP, recuperacao de
      *    contrato em prejuizo) efetivada na conta com o numero do
      *    contrato no historico - debito em conta, boleto ou
      *    retencao em folha.
           MOVE ZEROS TO WS-CPO-QTD-PAGTOS
           MOVE SPACES TO WS-CPO-REF-TEXTO
           MOVE EMP-ID TO WS-CPO-REF-TEXTO(1:10)
           MOVE 10 TO WS-CPO-REF-TAM
           MOVE EMP-CONTA TO CPO-TRANS-CONTA-ORG
           START ARQTRANS KEY IS = CPO-TRANS-CONTA-ORG
               INVALID KEY MOVE '23' TO FS-TRANS
           END-START
           IF FS-TRN-NFD
               MOVE '00' TO FS-TRANS
           ELSE
               PERFORM UNTIL FS-TRN-EOF
                   READ ARQTRANS NEXT
                       AT END MOVE '10' TO FS-TRANS
                   END-READ
                   IF NOT FS-TRN-EOF
                       IF CPO-TRANS-CONTA-ORG NOT = EMP-CONTA
                           MOVE '10' TO FS-TRANS
                       ELSE
                           IF (CPO-TRANS-TIPO = 'PEM'
                               OR CPO-TRANS-TIPO = 'RCP')
                              AND CPO-TRANS-STATUS = 'E'
                               PERFORM 2160-CONFERIR-HISTORICO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO FS-TRANS
           END-IF
      *    Parcela baixada sem transacao localizada (carga inicial,
      *    acerto manual): informa o vencimento e o valor da parcela.
           IF WS-CPO-DT-PAGTO = ZEROS
               MOVE WS-CPO-DT-VENCTO TO WS-CPO-DT-PAGTO
               MOVE EMP-VALOR-PARCELA TO WS-CPO-VALOR-PAGO
           END-IF.

       2160-CONFERIR-HISTORICO.
           MOVE ZEROS TO WS-CPO-ACHOU
           INSPECT CPO-TRANS-DESCRICAO TALLYING WS-CPO-ACHOU
               FOR ALL WS-CPO-REF-TEXTO(1:WS-CPO-REF-TAM)
           IF WS-CPO-ACHOU > 0
               ADD 1 TO WS-CPO-QTD-PAGTOS
               IF WS-CPO-QTD-PAGTOS = WS-CPO-NUM-PARCELA
                   MOVE CPO-TRANS-DATA TO WS-CPO-DT-PAGTO
                   MOVE CPO-TRANS-VALOR TO WS-CPO-VALOR-PAGO
                   MOVE '10' TO FS-TRANS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Cartao de credito: a fatura com vencimento dentro da
      *    competencia (fechada na propria competencia ou na
      *    anterior). O valor pago e a soma dos pagamentos da fatura
      *    (transacoes FAT do BANKCCR) e a data e a do ultimo.
      *----------------------------------------------------------------
       2300-FATURAS-CARTAO.
           OPEN INPUT ARQCARTCR
           IF NOT FS-CCR-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQFATURA
           MOVE ZEROS TO CCR-ID
           START ARQCARTCR KEY >= CCR-ID
               INVALID KEY MOVE '10' TO FS-CARTCR
           END-START
           PERFORM UNTIL FS-CCR-EOF
               READ ARQCARTCR NEXT
                   AT END MOVE '10' TO FS-CARTCR
               END-READ
               IF NOT FS-CCR-EOF
                   MOVE CCR-ID TO FAT-CARTAO
                   MOVE WS-CPO-COMPET TO FAT-COMPET
                   PERFORM 2310-INFORMAR-FATURA
                   MOVE CCR-ID TO FAT-CARTAO
                   IF WS-CPO-MM = 1
                       COMPUTE FAT-COMPET =
                           (WS-CPO-AAAA - 1) * 100 + 12
                   ELSE
                       COMPUTE FAT-COMPET = WS-CPO-COMPET - 1
                   END-IF
                   PERFORM 2310-INFORMAR-FATURA
               END-IF
           END-PERFORM
           CLOSE ARQCARTCR ARQFATURA.

       2310-INFORMAR-FATURA.
           READ ARQFATURA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-FAT-OK OR FAT-ABERTA
              OR FAT-DT-VENCTO < WS-CPO-DT-INICIO
              OR FAT-DT-VENCTO > WS-CPO-DT-FIM
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-CPO-ORIGEM
           MOVE CCR-ID TO WS-CPO-REFERENCIA
           MOVE CCR-CONTA TO WS-CPO-CONTA
           MOVE ZEROS TO WS-CPO-NUM-PARCELA
           MOVE FAT-DT-VENCTO TO WS-CPO-DT-VENCTO
           MOVE FAT-VALOR-TOTAL TO WS-CPO-VALOR-DEVIDO
           MOVE ZEROS TO WS-CPO-DT-PAGTO WS-CPO-VALOR-PAGO
           PERFORM 2350-LOCALIZAR-PAGTO-FATURA
           IF WS-CPO-DT-PAGTO = ZEROS AND FAT-PAGA
               MOVE FAT-DT-VENCTO TO WS-CPO-DT-PAGTO
               MOVE FAT-VALOR-PAGO TO WS-CPO-VALOR-PAGO
           END-IF
           PERFORM 2900-GRAVAR-ITEM.

       2350-LOCALIZAR-PAGTO-FATURA.
           MOVE SPACES TO WS-CPO-REF-TEXTO
           STRING 'cartao ' DELIMITED SIZE
                  FAT-CARTAO DELIMITED SIZE
                  ' compet ' DELIMITED SIZE
                  FAT-COMPET DELIMITED SIZE
               INTO WS-CPO-REF-TEXTO
           END-STRING
           MOVE 31 TO WS-CPO-REF-TAM
           MOVE CCR-CONTA TO CPO-TRANS-CONTA-ORG
           START ARQTRANS KEY IS = CPO-TRANS-CONTA-ORG
               INVALID KEY MOVE '23' TO FS-TRANS
           END-START
           IF FS-TRN-NFD
               MOVE '00' TO FS-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-TRN-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRN-EOF
                   IF CPO-TRANS-CONTA-ORG NOT = CCR-CONTA
                       MOVE '10' TO FS-TRANS
                   ELSE
                       IF CPO-TRANS-TIPO = 'FAT'
                          AND CPO-TRANS-STATUS = 'E'
                           PERFORM 2360-SOMAR-PAGTO-FATURA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

       2360-SOMAR-PAGTO-FATURA.
           MOVE ZEROS TO WS-CPO-ACHOU
           INSPECT CPO-TRANS-DESCRICAO TALLYING WS-CPO-ACHOU
               FOR ALL WS-CPO-REF-TEXTO(1:WS-CPO-REF-TAM)
           IF WS-CPO-ACHOU > 0
               ADD CPO-TRANS-VALOR TO WS-CPO-VALOR-PAGO
               IF CPO-TRANS-DATA > WS-CPO-DT-PAGTO
                   MOVE CPO-TRANS-DATA TO WS-CPO-DT-PAGTO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Debito automatico de convenio: cada debito postado pelo
      *    BANKDEB na competencia. O lote so posta no vencimento, e o
      *    pedido recusado volta a concessionaria, que reapresenta:
      *    vencimento e pagamento sao a data do debito.
      *----------------------------------------------------------------
       2500-DEBITOS-AUTOMATICOS.
           MOVE ZEROS TO CPO-TRANS-ID
           START ARQTRANS KEY >= CPO-TRANS-ID
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRN-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRN-EOF
                   IF CPO-TRANS-CANAL = 'DEBAUTO'
                      AND CPO-TRANS-TIPO = 'PAG'
                      AND CPO-TRANS-STATUS = 'E'
                      AND CPO-TRANS-DATA >= WS-CPO-DT-INICIO
                      AND CPO-TRANS-DATA <= WS-CPO-DT-FIM
                       PERFORM 2510-INFORMAR-DEBITO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TRANS.

       2510-INFORMAR-DEBITO.
           MOVE 'D' TO WS-CPO-ORIGEM
           MOVE CPO-TRANS-ID TO WS-CPO-REFERENCIA
           MOVE CPO-TRANS-CONTA-ORG TO WS-CPO-CONTA
           MOVE ZEROS TO WS-CPO-NUM-PARCELA
           MOVE CPO-TRANS-DATA TO WS-CPO-DT-VENCTO WS-CPO-DT-PAGTO
           MOVE CPO-TRANS-VALOR TO WS-CPO-VALOR-DEVIDO
           MOVE CPO-TRANS-VALOR TO WS-CPO-VALOR-PAGO
           PERFORM 2900-GRAVAR-ITEM.

       2900-GRAVAR-ITEM.
      *    Item novo entra pendente de envio; item ja enviado cujos
      *    dados mudaram fica marcado para retificacao.
           MOVE WS-CPO-COMPET TO CPH-COMPET
           MOVE WS-CPO-ORIGEM TO CPH-ORIGEM
           MOVE WS-CPO-REFERENCIA TO CPH-REFERENCIA
           READ ARQHISTCPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CPH-OK
               IF CPO-EM-REVISAO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CPO-CONTA TO CPO-CONTA-NUM
               READ ARQCONTAS KEY IS CPO-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-CONTA-OK OR CPO-CONTA-CPF = SPACES
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE REG-HIST-CPO
               MOVE WS-CPO-COMPET TO CPH-COMPET
               MOVE WS-CPO-ORIGEM TO CPH-ORIGEM
               MOVE WS-CPO-REFERENCIA TO CPH-REFERENCIA
               MOVE CPO-CONTA-CPF TO CPH-CPF
               MOVE WS-CPO-CONTA TO CPH-CONTA
               MOVE WS-CPO-NUM-PARCELA TO CPH-PARCELA
               PERFORM 2910-MOVER-VALORES
               MOVE 'P' TO CPH-ENVIO
               MOVE 'N' TO CPH-RETIFICAR
               WRITE REG-HIST-CPO
                   INVALID KEY CONTINUE
               END-WRITE
               IF FS-CPH-OK
                   ADD 1 TO WS-CPO-QTD-NOVOS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CPH-DT-VENCTO = WS-CPO-DT-VENCTO
              AND CPH-DT-PAGTO = WS-CPO-DT-PAGTO
              AND CPH-VALOR-DEVIDO = WS-CPO-VALOR-DEVIDO
              AND CPH-VALOR-PAGO = WS-CPO-VALOR-PAGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2910-MOVER-VALORES
           IF NOT CPH-PENDENTE
               MOVE 'S' TO CPH-RETIFICAR
               ADD 1 TO WS-CPO-QTD-RETIF
           END-IF
           REWRITE REG-HIST-CPO.

       2910-MOVER-VALORES.
           MOVE WS-CPO-DT-VENCTO TO CPH-DT-VENCTO
           MOVE WS-CPO-DT-PAGTO TO CPH-DT-PAGTO
           MOVE WS-CPO-VALOR-DEVIDO TO CPH-VALOR-DEVIDO
           MOVE WS-CPO-VALOR-PAGO TO CPH-VALOR-PAGO.

      *================================================================
       3000-GRAVAR-REMESSA SECTION.
      *================================================================
       3000-INICIO.
      *    Header com a competencia; por CPF, os itens pendentes da
      *    competencia (tipo 1) e as retificacoes de qualquer
      *    competencia anterior (tipo 2); trailer com quantidades e
      *    totais devido e pago.
           MOVE ZEROS TO WS-CPO-QTD-NORMAIS WS-CPO-QTD-CORRECOES
           MOVE ZEROS TO WS-CPO-QTD-CLIENTES
           MOVE ZEROS TO WS-CPO-TOT-DEVIDO WS-CPO-TOT-PAGO
           OPEN OUTPUT ARQREMESSA
           MOVE SPACES TO WS-CPO-LINHA
           STRING '0CADPOS' DELIMITED SIZE
                  ' CNPJ:' DELIMITED SIZE
                  WS-CPO-CNPJ DELIMITED SIZE
                  ' COMPETENCIA ' DELIMITED SIZE
                  WS-CPO-COMPET DELIMITED SIZE
                  ' GERACAO ' DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-CPO-LINHA
           END-STRING
           WRITE REG-REMESSA FROM WS-CPO-LINHA
           MOVE SPACES TO WS-CPO-CPF-ANTERIOR
           MOVE LOW-VALUES TO CPH-CPF
           START ARQHISTCPO KEY >= CPH-CPF
               INVALID KEY MOVE '10' TO FS-HISTCPO
           END-START
           PERFORM UNTIL FS-CPH-EOF
               READ ARQHISTCPO NEXT
                   AT END MOVE '10' TO FS-HISTCPO
               END-READ
               IF NOT FS-CPH-EOF
                   MOVE SPACES TO WS-CPO-TIPO-REG
                   IF CPH-A-RETIFICAR
                       MOVE '2' TO WS-CPO-TIPO-REG
                   ELSE
                       IF CPH-PENDENTE
                          AND CPH-COMPET = WS-CPO-COMPET
                           MOVE '1' TO WS-CPO-TIPO-REG
                       END-IF
                   END-IF
                   IF WS-CPO-TIPO-REG NOT = SPACES
                       PERFORM 3050-ENVIAR-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-HISTCPO
           MOVE WS-CPO-TOT-DEVIDO TO WS-VL-EDIT
           MOVE WS-CPO-TOT-PAGO TO WS-VL-EDIT2
           MOVE SPACES TO WS-CPO-LINHA
           STRING '9NORMAIS ' DELIMITED SIZE
                  WS-CPO-QTD-NORMAIS DELIMITED SIZE
                  ' RETIFICACOES ' DELIMITED SIZE
                  WS-CPO-QTD-CORRECOES DELIMITED SIZE
                  ' CLIENTES ' DELIMITED SIZE
                  WS-CPO-QTD-CLIENTES DELIMITED SIZE
                  ' DEVIDO ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' PAGO ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-CPO-LINHA
           END-STRING
           WRITE REG-REMESSA FROM WS-CPO-LINHA
           CLOSE ARQREMESSA
           EXIT SECTION.

       3050-ENVIAR-ITEM.
           IF CPH-CPF NOT = WS-CPO-CPF-ANTERIOR
               MOVE CPH-CPF TO WS-CPO-CPF-ANTERIOR
               ADD 1 TO WS-CPO-QTD-CLIENTES
      *        O historico carrega o CPF como esta na conta; a
      *        remessa sai com o CPF verdadeiro.
               PERFORM 3100-DESTOKENIZAR-CPF
           END-IF
           PERFORM 3200-GRAVAR-DETALHE
           IF WS-CPO-TIPO-REG = '1'
               ADD 1 TO WS-CPO-QTD-NORMAIS
           ELSE
               ADD 1 TO WS-CPO-QTD-CORRECOES
           END-IF
           ADD CPH-VALOR-DEVIDO TO WS-CPO-TOT-DEVIDO
           ADD CPH-VALOR-PAGO TO WS-CPO-TOT-PAGO
           MOVE 'E' TO CPH-ENVIO
           MOVE 'N' TO CPH-RETIFICAR
           MOVE WS-DATA-MOVIMENTO TO CPH-DT-ENVIO
           MOVE SPACES TO CPH-COD-RETORNO CPH-MSG-RETORNO
           REWRITE REG-HIST-CPO.

       3100-DESTOKENIZAR-CPF.
           MOVE CPH-CPF TO WS-CPO-CPF-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE CPH-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-CPO-CPF-CLARO
           END-IF.

       3200-GRAVAR-DETALHE.
      *    A chave do historico vai no registro para o bureau
      *    devolve-la no arquivo de aceite.
           MOVE CPH-VALOR-DEVIDO TO WS-VL-EDIT
           MOVE CPH-VALOR-PAGO TO WS-VL-EDIT2
           MOVE SPACES TO WS-CPO-LINHA
           STRING WS-CPO-TIPO-REG DELIMITED SIZE
                  CPH-COMPET DELIMITED SIZE
                  CPH-ORIGEM DELIMITED SIZE
                  CPH-REFERENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CPO-CPF-CLARO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CPH-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CPH-PARCELA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CPH-DT-VENCTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CPH-DT-PAGTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
               INTO WS-CPO-LINHA
           END-STRING
           WRITE REG-REMESSA FROM WS-CPO-LINHA.

      *================================================================
       4000-CONCILIAR-RETORNO SECTION.
      *================================================================
       4000-INICIO.
      *    Uma linha por item devolvido pelo bureau (tipo 1 ou 2,
      *    chave do historico, codigo e descricao); codigo 00 e
      *    aceite. Header e trailer do retorno sao ignorados.
           OPEN INPUT ARQRETORNO
           IF NOT FS-RET-OK
               DISPLAY 'SEM RETORNO DO BUREAU BANKCPO.RET'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-CPO-QTD-ACEITOS WS-CPO-QTD-REJEIT
           MOVE ZEROS TO WS-CPO-QTD-NAO-LOC
           PERFORM 2010-ABRIR-HISTORICO
           PERFORM UNTIL FS-RET-EOF
               READ ARQRETORNO
                   AT END MOVE '10' TO FS-RETORNO
               END-READ
               IF NOT FS-RET-EOF
                   IF RET-TIPO = '1' OR RET-TIPO = '2'
                       PERFORM 4100-CONCILIAR-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQRETORNO ARQHISTCPO
           DISPLAY 'RETORNO - ACEITOS: ' WS-CPO-QTD-ACEITOS
               ' REJEITADOS: ' WS-CPO-QTD-REJEIT
               ' NAO LOCALIZADOS: ' WS-CPO-QTD-NAO-LOC
           EXIT SECTION.

       4100-CONCILIAR-ITEM.
           MOVE RET-CHAVE TO CPH-CHAVE
           READ ARQHISTCPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CPH-OK
               ADD 1 TO WS-CPO-QTD-NAO-LOC
               DISPLAY 'ITEM NAO LOCALIZADO: ' RET-CHAVE
               EXIT PARAGRAPH
           END-IF
      *    Item que voltou a ficar pendente (retificado depois do
      *    envio) aguarda o retorno da nova remessa.
           IF CPH-A-RETIFICAR OR CPH-PENDENTE
               EXIT PARAGRAPH
           END-IF
           MOVE RET-CODIGO TO CPH-COD-RETORNO
           MOVE RET-DESCRICAO TO CPH-MSG-RETORNO
           IF RET-CODIGO = '00'
               MOVE 'A' TO CPH-ENVIO
               ADD 1 TO WS-CPO-QTD-ACEITOS
           ELSE
               MOVE 'R' TO CPH-ENVIO
               ADD 1 TO WS-CPO-QTD-REJEIT
               DISPLAY 'REJEITADO ' RET-CHAVE ' ' RET-CODIGO ' '
                   RET-DESCRICAO
           END-IF
           REWRITE REG-HIST-CPO.

      *================================================================
       5000-RETIFICAR-ITEM SECTION.
      *================================================================
       5000-INICIO.
      *    Correcao manual de item ja enviado (rejeicao do bureau,
      *    contestacao do cliente): o item sai como tipo 2 na
      *    proxima remessa.
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COR-COMPET
           DISPLAY 'Origem (E-emprest S-consig C-cartao D-deb.auto): '
           ACCEPT WS-COR-ORIGEM
           DISPLAY 'Referencia (contrato/cartao/transacao): '
           ACCEPT WS-COR-REFERENCIA
           PERFORM 2010-ABRIR-HISTORICO
           MOVE WS-COR-COMPET TO CPH-COMPET
           MOVE WS-COR-ORIGEM TO CPH-ORIGEM
           MOVE WS-COR-REFERENCIA TO CPH-REFERENCIA
           READ ARQHISTCPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CPH-OK
               DISPLAY 'ITEM NAO ENCONTRADO'
               CLOSE ARQHISTCPO
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF CPH-PENDENTE
               DISPLAY 'ITEM AINDA NAO ENVIADO - SAI NA REMESSA NORMAL'
               CLOSE ARQHISTCPO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE CPH-VALOR-DEVIDO TO WS-VL-EDIT
           MOVE CPH-VALOR-PAGO TO WS-VL-EDIT2
           DISPLAY 'VENCIMENTO: ' CPH-DT-VENCTO
               ' PAGAMENTO: ' CPH-DT-PAGTO
           DISPLAY 'DEVIDO: ' WS-VL-EDIT ' PAGO: ' WS-VL-EDIT2
           DISPLAY 'SITUACAO NO BUREAU: ' CPH-ENVIO ' '
               CPH-COD-RETORNO ' ' CPH-MSG-RETORNO
           DISPLAY 'Novo vencimento (AAAAMMDD): '
           ACCEPT WS-COR-DT-VENCTO
           DISPLAY 'Nova data de pagamento (AAAAMMDD, 0 = nao pago): '
           ACCEPT WS-COR-DT-PAGTO
           DISPLAY 'Novo valor pago: '
           ACCEPT WS-COR-VALOR-PAGO
           IF WS-COR-DT-VENCTO = ZEROS
              OR (WS-COR-DT-PAGTO = ZEROS
                  AND WS-COR-VALOR-PAGO NOT = ZEROS)
              OR (WS-COR-DT-PAGTO NOT = ZEROS
                  AND WS-COR-VALOR-PAGO = ZEROS)
               DISPLAY 'DATAS E VALOR INCONSISTENTES'
               CLOSE ARQHISTCPO
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Confirma retificacao (S/N)? '
           ACCEPT WS-COR-CONFIRMA
           IF WS-COR-CONFIRMA NOT = 'S' AND WS-COR-CONFIRMA NOT = 's'
               DISPLAY 'RETIFICACAO CANCELADA'
               CLOSE ARQHISTCPO
               EXIT SECTION
           END-IF
           MOVE WS-COR-DT-VENCTO TO CPH-DT-VENCTO
           MOVE WS-COR-DT-PAGTO TO CPH-DT-PAGTO
           MOVE WS-COR-VALOR-PAGO TO CPH-VALOR-PAGO
           MOVE 'S' TO CPH-RETIFICAR
           REWRITE REG-HIST-CPO
           CLOSE ARQHISTCPO
           DISPLAY 'ITEM MARCADO PARA RETIFICACAO NA PROXIMA REMESSA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       6000-LISTAR-REJEITADOS SECTION.
      *================================================================
       6000-INICIO.
           PERFORM 2010-ABRIR-HISTORICO
           MOVE ZEROS TO WS-CPO-QTD-REJEIT
           MOVE LOW-VALUES TO CPH-CHAVE
           START ARQHISTCPO KEY >= CPH-CHAVE
               INVALID KEY MOVE '10' TO FS-HISTCPO
           END-START
           PERFORM UNTIL FS-CPH-EOF
               READ ARQHISTCPO NEXT
                   AT END MOVE '10' TO FS-HISTCPO
               END-READ
               IF NOT FS-CPH-EOF
                   IF CPH-REJEITADO AND NOT CPH-A-RETIFICAR
                       ADD 1 TO WS-CPO-QTD-REJEIT
                       DISPLAY CPH-COMPET ' ' CPH-ORIGEM ' '
                           CPH-REFERENCIA ' ' CPH-COD-RETORNO ' '
                           CPH-MSG-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQHISTCPO
           DISPLAY 'ITENS REJEITADOS PENDENTES: ' WS-CPO-QTD-REJEIT
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
