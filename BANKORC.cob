      *================================================================
      * BANKORC.COB - Orcado x Realizado por Agencia e Conta COSIF
      * Sistema Bancario COBOL
      * Carga anual do orcamento (BANKORC.IN: agencia, conta ou
      * grupo COSIF e os 12 valores mensais) e confronto mensal com
      * o razao. Cada carga gera uma nova versao do exercicio em
      * BANKORCV.DAT - a versao 01 e o orcamento aprovado e as
      * seguintes sao reprevisoes - e as versoes ficam guardadas
      * lado a lado em BANKORC.DAT, sem sobrescrever as anteriores.
      * A conta do orcamento pode ser um verbete completo ou um
      * prefixo do plano (ex.: '71' = todas as receitas de
      * prestacao de servicos); o prefixo tem de existir em
      * BANKCOSI.DAT. O realizado e o movimento do mes (e do ano
      * ate o mes) dos lancamentos de BANKLEDG.DAT na agencia
      * carimbada pelo fechamento diario (LED-AGENCIA), no sinal
      * natural da conta: devedoras (grupos 1, 2, 3 e 8) debito
      * menos credito, as demais credito menos debito. O relatorio
      * em BANKORC.TXT traz orcado, realizado, variacao em valor e
      * em percentual, no mes e no acumulado do ano, com subtotal
      * por agencia, por regiao do diretorio (AGE-REGIAO) e geral.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKORC.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCIN ASSIGN TO 'BANKORC.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCIN.

           SELECT ARQVERSAO ASSIGN TO 'BANKORCV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVR-CHAVE
               FILE STATUS IS FS-VERSAO.

           SELECT ARQORCAMENTO ASSIGN TO 'BANKORC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS FS-ORCAMENTO.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQCOSIF ASSIGN TO 'BANKCOSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-CONTA
               FILE STATUS IS FS-COSIF.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQRELAT ASSIGN TO 'BANKORC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQORCIN.
      *    Uma linha por agencia e conta/grupo COSIF, com os valores
      *    planejados de janeiro a dezembro no sinal natural.
       01  REG-ORCIN.
           05  OIN-AGENCIA           PIC 9(4).
           05  OIN-CONTA             PIC X(8).
           05  OIN-VALOR OCCURS 12 TIMES
                                     PIC 9(11)V99.

       FD  ARQVERSAO.
       01  REG-VERSAO.
           05  OVR-CHAVE.
               10  OVR-ANO           PIC 9(4).
               10  OVR-VERSAO        PIC 9(2).
           05  OVR-TIPO              PIC X(1).
               88  OVR-APROVADO      VALUE 'O'.
               88  OVR-REPREVISAO    VALUE 'R'.
           05  OVR-DESCRICAO         PIC X(40).
           05  OVR-DT-CARGA          PIC 9(8).
           05  OVR-OPERADOR          PIC X(20).
           05  OVR-QTD-LINHAS        PIC 9(5).
           05  OVR-TOTAL-ANO         PIC S9(13)V99 COMP-3.

       FD  ARQORCAMENTO.
       01  REG-ORCAMENTO.
           05  ORC-CHAVE.
               10  ORC-ANO           PIC 9(4).
               10  ORC-VERSAO        PIC 9(2).
               10  ORC-AGENCIA       PIC 9(4).
               10  ORC-CONTA         PIC X(8).
           05  ORC-TAM-CONTA         PIC 9(1).
           05  ORC-NATUREZA          PIC X(1).
               88  ORC-DEVEDORA      VALUE 'D'.
           05  ORC-VALOR OCCURS 12 TIMES
                                     PIC S9(13)V99 COMP-3.

       FD  ARQLEDGER.
       01  REG-LEDGER.
           05  LED-ID                PIC 9(12).
           05  LED-DATA              PIC 9(8).
           05  LED-CONTA-DEBITO      PIC X(8).
           05  LED-CONTA-CREDITO     PIC X(8).
           05  LED-VALOR             PIC S9(13)V99 COMP-3.
           05  LED-HISTORICO         PIC X(40).
           05  LED-TRANS-ID          PIC 9(15).
           05  LED-AGENCIA           PIC 9(4).

       FD  ARQCOSIF.
       01  REG-COSIF.
           05  COS-CONTA             PIC X(8).
           05  COS-NOME              PIC X(40).
           05  COS-GRUPO             PIC X(1).

       FD  ARQAGENCIA.
           COPY BANKAGEN.

       FD  ARQRELAT.
       01  REG-RELAT                 PIC X(160).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ORC-CTRL.
           05  FS-ORCIN             PIC XX.
               88  FS-OIN-EOF       VALUE '10'.
               88  FS-OIN-NFD       VALUE '35'.
           05  FS-VERSAO            PIC XX.
               88  FS-OVR-OK        VALUE '00'.
               88  FS-OVR-EOF       VALUE '10'.
           05  FS-ORCAMENTO         PIC XX.
               88  FS-ORC-OK        VALUE '00'.
               88  FS-ORC-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
               88  FS-LED-EOF       VALUE '10'.
               88  FS-LED-NFD       VALUE '35'.
           05  FS-COSIF             PIC XX.
               88  FS-COS-OK        VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-RELAT             PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CARGA-CTRL.
           05  WS-ORC-ANO           PIC 9(4).
           05  WS-ORC-VERSAO        PIC 9(2).
           05  WS-ORC-COMPET        PIC 9(6).
           05  WS-ORC-MES           PIC 9(2).
           05  WS-ORC-M             PIC 9(2).
           05  WS-ORC-DESCRICAO     PIC X(40).
           05  WS-ORC-QTD-LIDAS     PIC 9(5).
           05  WS-ORC-QTD-CARGA     PIC 9(5).
           05  WS-ORC-QTD-REJEIT    PIC 9(5).
           05  WS-ORC-TOTAL         PIC S9(13)V99 COMP-3.
           05  WS-ORC-VALIDO        PIC X(1).
               88  ORC-VALIDO       VALUE 'S'.
           05  WS-ORC-TAM           PIC 9(1).
           05  WS-DATA-HOJE         PIC 9(8).

       01  WS-CONFRONTO-CTRL.
      *    Uma entrada por linha da versao escolhida; o realizado
      *    do razao e somado na linha cujo prefixo de conta casa com
      *    o verbete lancado, na mesma agencia.
           05  WS-CNF-QTD           PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CNF-ENTRADA OCCURS 300 TIMES.
               10  WS-CNF-AGENCIA   PIC 9(4).
               10  WS-CNF-CONTA     PIC X(8).
               10  WS-CNF-TAM       PIC 9(1).
               10  WS-CNF-NATUREZA  PIC X(1).
               10  WS-CNF-ORC-MES   PIC S9(13)V99 COMP-3.
               10  WS-CNF-ORC-ANO   PIC S9(13)V99 COMP-3.
               10  WS-CNF-REA-MES   PIC S9(13)V99 COMP-3.
               10  WS-CNF-REA-ANO   PIC S9(13)V99 COMP-3.
           05  WS-CNF-I             PIC 9(3) COMP-3.
           05  WS-CNF-MELHOR        PIC 9(3) COMP-3.
           05  WS-CNF-MELHOR-TAM    PIC 9(1).
           05  WS-CNF-AGE-ATUAL     PIC 9(4).
           05  WS-CNF-CONTA-ATUAL   PIC X(8).
           05  WS-CNF-DELTA         PIC S9(13)V99 COMP-3.
           05  WS-CNF-NO-MES        PIC X(1).
           05  WS-CNF-LANC-LIDOS    PIC 9(7).

       01  WS-TOTAIS-CTRL.
      *    Quadruplas orcado/realizado do mes e do ano, usadas para
      *    a linha de detalhe, o subtotal da agencia e o geral.
           05  WS-TOT-LINHA.
               10  WS-TOT-ORC-MES   PIC S9(13)V99 COMP-3.
               10  WS-TOT-REA-MES   PIC S9(13)V99 COMP-3.
               10  WS-TOT-ORC-ANO   PIC S9(13)V99 COMP-3.
               10  WS-TOT-REA-ANO   PIC S9(13)V99 COMP-3.
           05  WS-TOT-AGENCIA.
               10  WS-TAG-ORC-MES   PIC S9(13)V99 COMP-3.
               10  WS-TAG-REA-MES   PIC S9(13)V99 COMP-3.
               10  WS-TAG-ORC-ANO   PIC S9(13)V99 COMP-3.
               10  WS-TAG-REA-ANO   PIC S9(13)V99 COMP-3.
           05  WS-TOT-GERAL.
               10  WS-TGE-ORC-MES   PIC S9(13)V99 COMP-3.
               10  WS-TGE-REA-MES   PIC S9(13)V99 COMP-3.
               10  WS-TGE-ORC-ANO   PIC S9(13)V99 COMP-3.
               10  WS-TGE-REA-ANO   PIC S9(13)V99 COMP-3.
           05  WS-AGE-ANTERIOR      PIC 9(4).
           05  WS-REG-ANTERIOR      PIC X(20).
           05  WS-ORC-VARIACAO      PIC S9(13)V99 COMP-3.
           05  WS-ORC-PERC          PIC S9(5)V9 COMP-3.
           05  WS-ORC-ROTULO        PIC X(24).
           05  WS-ORC-LINHA         PIC X(160).
           05  WS-VL-ORC            PIC Z(10)9,99-.
           05  WS-VL-REA            PIC Z(10)9,99-.
           05  WS-VL-VAR            PIC Z(10)9,99-.
           05  WS-VL-ORC-A          PIC Z(10)9,99-.
           05  WS-VL-REA-A          PIC Z(10)9,99-.
           05  WS-VL-VAR-A          PIC Z(10)9,99-.
           05  WS-PC-MES            PIC X(8).
           05  WS-PC-ANO            PIC X(8).
           05  WS-PC-EDIT           PIC ZZZZ9,9-.

       01  WS-REGIAO-CTRL.
           05  WS-REG-QTD           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-REG-ENTRADA OCCURS 20 TIMES.
               10  WS-REG-NOME      PIC X(20).
               10  WS-REG-ORC-MES   PIC S9(13)V99 COMP-3.
               10  WS-REG-REA-MES   PIC S9(13)V99 COMP-3.
               10  WS-REG-ORC-ANO   PIC S9(13)V99 COMP-3.
               10  WS-REG-REA-ANO   PIC S9(13)V99 COMP-3.
           05  WS-REG-I             PIC 9(2) COMP-3.
           05  WS-REG-ACHOU         PIC X(1).

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
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQVERSAO ARQORCAMENTO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQVERSAO
           IF FS-VERSAO = '35'
               OPEN OUTPUT ARQVERSAO
               CLOSE ARQVERSAO
               OPEN I-O ARQVERSAO
           END-IF
           OPEN I-O ARQORCAMENTO
           IF FS-ORCAMENTO = '35'
               OPEN OUTPUT ARQORCAMENTO
               CLOSE ARQORCAMENTO
               OPEN I-O ARQORCAMENTO
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' ORCADO X REALIZADO POR AGENCIA'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Carregar orcamento/reprevisao (BANKORC.IN)'
           DISPLAY ' 02. Versoes do orcamento'
           DISPLAY ' 03. Relatorio mensal orcado x realizado'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 1900-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 2000-CARREGAR-ORCAMENTO
                   END-IF
               WHEN '02'
                   PERFORM 3000-LISTAR-VERSOES
               WHEN '03'
                   PERFORM 4000-RELATORIO-CONFRONTO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO.
      *    A carga do orcamento e processamento de lote de gerente.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       2000-CARREGAR-ORCAMENTO SECTION.
      *================================================================
       2000-INICIO.
      *    Toda carga cria uma versao nova do exercicio; a primeira
      *    e o orcamento aprovado, as demais reprevisoes.
           DISPLAY 'Exercicio (AAAA): '
           ACCEPT WS-ORC-ANO
           IF WS-ORC-ANO < 2000
               DISPLAY 'EXERCICIO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2050-ULTIMA-VERSAO
           IF WS-ORC-VERSAO = 99
               DISPLAY 'LIMITE DE VERSOES DO EXERCICIO ATINGIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-ORC-VERSAO
           IF WS-ORC-VERSAO = 1
               DISPLAY 'CARGA DO ORCAMENTO APROVADO ' WS-ORC-ANO
           ELSE
               DISPLAY 'CARGA DA REPREVISAO - VERSAO ' WS-ORC-VERSAO
           END-IF
           DISPLAY 'Descricao da versao: '
           ACCEPT WS-ORC-DESCRICAO
           OPEN INPUT ARQORCIN
           IF FS-OIN-NFD
               DISPLAY 'SEM ARQUIVO BANKORC.IN'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQCOSIF ARQAGENCIA
           MOVE ZEROS TO WS-ORC-QTD-LIDAS WS-ORC-QTD-CARGA
                         WS-ORC-QTD-REJEIT WS-ORC-TOTAL
           PERFORM UNTIL FS-OIN-EOF
               READ ARQORCIN
                   AT END SET FS-OIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORC-QTD-LIDAS
                       PERFORM 2100-GRAVAR-LINHA
               END-READ
           END-PERFORM
           CLOSE ARQORCIN ARQCOSIF ARQAGENCIA
           IF WS-ORC-QTD-CARGA = ZEROS
               DISPLAY 'NENHUMA LINHA VALIDA - VERSAO NAO CRIADA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           INITIALIZE REG-VERSAO
           MOVE WS-ORC-ANO TO OVR-ANO
           MOVE WS-ORC-VERSAO TO OVR-VERSAO
           IF WS-ORC-VERSAO = 1
               MOVE 'O' TO OVR-TIPO
           ELSE
               MOVE 'R' TO OVR-TIPO
           END-IF
           MOVE WS-ORC-DESCRICAO TO OVR-DESCRICAO
           MOVE WS-DATA-HOJE TO OVR-DT-CARGA
           MOVE LS-OPERADOR TO OVR-OPERADOR
           MOVE WS-ORC-QTD-CARGA TO OVR-QTD-LINHAS
           MOVE WS-ORC-TOTAL TO OVR-TOTAL-ANO
           WRITE REG-VERSAO
           DISPLAY 'LINHAS LIDAS:      ' WS-ORC-QTD-LIDAS
           DISPLAY 'LINHAS CARREGADAS: ' WS-ORC-QTD-CARGA
           DISPLAY 'LINHAS REJEITADAS: ' WS-ORC-QTD-REJEIT
           DISPLAY 'VERSAO ' WS-ORC-ANO '/' WS-ORC-VERSAO ' GRAVADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-ULTIMA-VERSAO.
           MOVE ZEROS TO WS-ORC-VERSAO
           MOVE WS-ORC-ANO TO OVR-ANO
           MOVE 99 TO OVR-VERSAO
           START ARQVERSAO KEY IS <= OVR-CHAVE
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ ARQVERSAO NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF FS-OVR-OK AND OVR-ANO = WS-ORC-ANO
               MOVE OVR-VERSAO TO WS-ORC-VERSAO
           END-IF.

       2100-GRAVAR-LINHA.
           PERFORM 2200-CONFERIR-LINHA
           IF NOT ORC-VALIDO
               ADD 1 TO WS-ORC-QTD-REJEIT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-ORCAMENTO
           MOVE WS-ORC-ANO TO ORC-ANO
           MOVE WS-ORC-VERSAO TO ORC-VERSAO
           MOVE OIN-AGENCIA TO ORC-AGENCIA
           MOVE OIN-CONTA TO ORC-CONTA
           MOVE WS-ORC-TAM TO ORC-TAM-CONTA
      *    Natureza pelo grupo COSIF da conta encontrada.
           IF COS-GRUPO = '1' OR '2' OR '3' OR '8'
               MOVE 'D' TO ORC-NATUREZA
           ELSE
               MOVE 'C' TO ORC-NATUREZA
           END-IF
           PERFORM VARYING WS-ORC-M FROM 1 BY 1 UNTIL WS-ORC-M > 12
               MOVE OIN-VALOR(WS-ORC-M) TO ORC-VALOR(WS-ORC-M)
               ADD OIN-VALOR(WS-ORC-M) TO WS-ORC-TOTAL
           END-PERFORM
           WRITE REG-ORCAMENTO
           IF FS-ORC-OK
               ADD 1 TO WS-ORC-QTD-CARGA
           ELSE
               ADD 1 TO WS-ORC-QTD-REJEIT
               DISPLAY 'LINHA DUPLICADA: AG ' OIN-AGENCIA
                   ' CONTA ' OIN-CONTA
           END-IF.

       2200-CONFERIR-LINHA.
      *    Agencia 0000 (administracao central) ou cadastrada; a
      *    conta, inteira ou prefixo, tem de existir no plano.
           MOVE 'S' TO WS-ORC-VALIDO
           IF OIN-AGENCIA NOT = ZEROS
               MOVE OIN-AGENCIA TO AGE-CODIGO
               READ ARQAGENCIA
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-AGE-OK
                   DISPLAY 'AGENCIA NAO CADASTRADA: ' OIN-AGENCIA
                   MOVE 'N' TO WS-ORC-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO WS-ORC-TAM
           INSPECT OIN-CONTA TALLYING WS-ORC-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ORC-TAM = ZEROS
               DISPLAY 'CONTA EM BRANCO - AG ' OIN-AGENCIA
               MOVE 'N' TO WS-ORC-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE OIN-CONTA TO COS-CONTA
           START ARQCOSIF KEY IS >= COS-CONTA
               INVALID KEY MOVE '23' TO FS-COSIF
           END-START
           IF FS-COS-OK
               READ ARQCOSIF NEXT
                   AT END MOVE '10' TO FS-COSIF
               END-READ
           END-IF
           IF NOT FS-COS-OK
              OR COS-CONTA(1:WS-ORC-TAM) NOT = OIN-CONTA(1:WS-ORC-TAM)
               DISPLAY 'CONTA FORA DO PLANO COSIF: ' OIN-CONTA
               MOVE 'N' TO WS-ORC-VALIDO
           END-IF.

      *================================================================
       3000-LISTAR-VERSOES SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Exercicio (AAAA, 0 = todos): '
           ACCEPT WS-ORC-ANO
           MOVE WS-ORC-ANO TO OVR-ANO
           MOVE ZEROS TO OVR-VERSAO
           START ARQVERSAO KEY IS >= OVR-CHAVE
               INVALID KEY MOVE '10' TO FS-VERSAO
           END-START
           PERFORM UNTIL FS-OVR-EOF
               READ ARQVERSAO NEXT
                   AT END MOVE '10' TO FS-VERSAO
               END-READ
               IF NOT FS-OVR-EOF
                   IF WS-ORC-ANO NOT = ZEROS
                      AND OVR-ANO NOT = WS-ORC-ANO
                       MOVE '10' TO FS-VERSAO
                   ELSE
                       MOVE OVR-TOTAL-ANO TO WS-VL-ORC
                       IF OVR-APROVADO
                           MOVE 'APROVADO  ' TO WS-ORC-ROTULO
                       ELSE
                           MOVE 'REPREVISAO' TO WS-ORC-ROTULO
                       END-IF
                       DISPLAY OVR-ANO '/' OVR-VERSAO ' '
                           WS-ORC-ROTULO(1:10) ' ' OVR-DT-CARGA ' '
                           OVR-QTD-LINHAS ' LINHAS R$ ' WS-VL-ORC
                           ' ' OVR-DESCRICAO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-VERSAO
           EXIT SECTION.

      *================================================================
       4000-RELATORIO-CONFRONTO SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-ORC-COMPET
           IF WS-ORC-COMPET = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ORC-COMPET
           END-IF
           MOVE WS-ORC-COMPET(1:4) TO WS-ORC-ANO
           MOVE WS-ORC-COMPET(5:2) TO WS-ORC-MES
           IF WS-ORC-MES < 1 OR WS-ORC-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Versao (0 = mais recente): '
           ACCEPT WS-ORC-VERSAO
           IF WS-ORC-VERSAO = ZEROS
               PERFORM 2050-ULTIMA-VERSAO
           END-IF
           MOVE WS-ORC-ANO TO OVR-ANO
           MOVE WS-ORC-VERSAO TO OVR-VERSAO
           READ ARQVERSAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-OVR-OK
               DISPLAY 'SEM ORCAMENTO CARREGADO PARA ' WS-ORC-ANO
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 4100-CARREGAR-VERSAO
           OPEN INPUT ARQLEDGER
           IF FS-LED-NFD
               DISPLAY 'SEM RAZAO BANKLEDG.DAT'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 4200-APURAR-REALIZADO
           CLOSE ARQLEDGER
           OPEN INPUT ARQAGENCIA
           PERFORM 5000-EMITIR-RELATORIO
           CLOSE ARQAGENCIA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-CARREGAR-VERSAO.
      *    Orcado do mes e acumulado de janeiro ate o mes.
           MOVE ZEROS TO WS-CNF-QTD
           MOVE WS-ORC-ANO TO ORC-ANO
           MOVE WS-ORC-VERSAO TO ORC-VERSAO
           MOVE ZEROS TO ORC-AGENCIA
           MOVE LOW-VALUES TO ORC-CONTA
           START ARQORCAMENTO KEY IS >= ORC-CHAVE
               INVALID KEY MOVE '10' TO FS-ORCAMENTO
           END-START
           PERFORM UNTIL FS-ORC-EOF
               READ ARQORCAMENTO NEXT
                   AT END MOVE '10' TO FS-ORCAMENTO
               END-READ
               IF NOT FS-ORC-EOF
                   IF ORC-ANO NOT = WS-ORC-ANO
                      OR ORC-VERSAO NOT = WS-ORC-VERSAO
                       MOVE '10' TO FS-ORCAMENTO
                   ELSE
                       PERFORM 4150-INCLUIR-LINHA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ORCAMENTO.

       4150-INCLUIR-LINHA.
           IF WS-CNF-QTD >= 300
               DISPLAY 'AVISO: TABELA DE CONFRONTO CHEIA - '
                   'AUMENTAR OCCURS'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNF-QTD
           MOVE ORC-AGENCIA TO WS-CNF-AGENCIA(WS-CNF-QTD)
           MOVE ORC-CONTA TO WS-CNF-CONTA(WS-CNF-QTD)
           MOVE ORC-TAM-CONTA TO WS-CNF-TAM(WS-CNF-QTD)
           MOVE ORC-NATUREZA TO WS-CNF-NATUREZA(WS-CNF-QTD)
           MOVE ORC-VALOR(WS-ORC-MES) TO WS-CNF-ORC-MES(WS-CNF-QTD)
           MOVE ZEROS TO WS-CNF-ORC-ANO(WS-CNF-QTD)
                         WS-CNF-REA-MES(WS-CNF-QTD)
                         WS-CNF-REA-ANO(WS-CNF-QTD)
           PERFORM VARYING WS-ORC-M FROM 1 BY 1
                   UNTIL WS-ORC-M > WS-ORC-MES
               ADD ORC-VALOR(WS-ORC-M) TO WS-CNF-ORC-ANO(WS-CNF-QTD)
           END-PERFORM.

       4200-APURAR-REALIZADO.
      *    Cada lancamento do exercicio ate a competencia entra uma
      *    vez pelo debito e outra pelo credito.
           MOVE ZEROS TO WS-CNF-LANC-LIDOS
           MOVE ZEROS TO LED-ID
           START ARQLEDGER KEY >= LED-ID
               INVALID KEY MOVE '10' TO FS-LEDGER
           END-START
           PERFORM UNTIL FS-LED-EOF
               READ ARQLEDGER NEXT
                   AT END MOVE '10' TO FS-LEDGER
               END-READ
               IF NOT FS-LED-EOF
                   IF LED-DATA(1:4) = WS-ORC-ANO
                      AND LED-DATA(5:2) <= WS-ORC-MES
                       ADD 1 TO WS-CNF-LANC-LIDOS
                       IF LED-DATA(5:2) = WS-ORC-MES
                           MOVE 'S' TO WS-CNF-NO-MES
                       ELSE
                           MOVE 'N' TO WS-CNF-NO-MES
                       END-IF
                       MOVE LED-AGENCIA TO WS-CNF-AGE-ATUAL
                       MOVE LED-CONTA-DEBITO TO WS-CNF-CONTA-ATUAL
                       MOVE LED-VALOR TO WS-CNF-DELTA
                       PERFORM 4250-ACUMULAR-REALIZADO
                       MOVE LED-CONTA-CREDITO TO WS-CNF-CONTA-ATUAL
                       COMPUTE WS-CNF-DELTA = ZEROS - LED-VALOR
                       PERFORM 4250-ACUMULAR-REALIZADO
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'LANCAMENTOS DO EXERCICIO ATE A COMPETENCIA: '
               WS-CNF-LANC-LIDOS.

       4250-ACUMULAR-REALIZADO.
      *    WS-CNF-DELTA chega como debito menos credito; as linhas
      *    de natureza credora invertem o sinal. Havendo linha do
      *    grupo e linha do verbete, vale a de prefixo mais longo.
           MOVE ZEROS TO WS-CNF-MELHOR WS-CNF-MELHOR-TAM
           PERFORM VARYING WS-CNF-I FROM 1 BY 1
                   UNTIL WS-CNF-I > WS-CNF-QTD
               IF WS-CNF-AGENCIA(WS-CNF-I) = WS-CNF-AGE-ATUAL
                  AND WS-CNF-TAM(WS-CNF-I) > WS-CNF-MELHOR-TAM
                  AND WS-CNF-CONTA-ATUAL(1:WS-CNF-TAM(WS-CNF-I)) =
                      WS-CNF-CONTA(WS-CNF-I)(1:WS-CNF-TAM(WS-CNF-I))
                   MOVE WS-CNF-I TO WS-CNF-MELHOR
                   MOVE WS-CNF-TAM(WS-CNF-I) TO WS-CNF-MELHOR-TAM
               END-IF
           END-PERFORM
           IF WS-CNF-MELHOR = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CNF-NATUREZA(WS-CNF-MELHOR) = 'C'
               COMPUTE WS-CNF-DELTA = ZEROS - WS-CNF-DELTA
           END-IF
           ADD WS-CNF-DELTA TO WS-CNF-REA-ANO(WS-CNF-MELHOR)
           IF WS-CNF-NO-MES = 'S'
               ADD WS-CNF-DELTA TO WS-CNF-REA-MES(WS-CNF-MELHOR)
           END-IF.

      *================================================================
       5000-EMITIR-RELATORIO SECTION.
      *================================================================
       5000-INICIO.
           OPEN OUTPUT ARQRELAT
           MOVE SPACES TO WS-ORC-LINHA
           IF OVR-APROVADO
               MOVE 'ORCAMENTO APROVADO' TO WS-ORC-ROTULO
           ELSE
               MOVE 'REPREVISAO' TO WS-ORC-ROTULO
           END-IF
           STRING 'ORCADO X REALIZADO - COMPETENCIA ' DELIMITED SIZE
                  WS-ORC-COMPET DELIMITED SIZE
                  ' - VERSAO ' DELIMITED SIZE
                  OVR-ANO DELIMITED SIZE
                  '/' DELIMITED SIZE
                  OVR-VERSAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ORC-ROTULO DELIMITED '  '
                  ' ' DELIMITED SIZE
                  OVR-DESCRICAO DELIMITED SIZE
               INTO WS-ORC-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-ORC-LINHA
           MOVE SPACES TO WS-ORC-LINHA
           STRING 'AGENCIA / CONTA          ' DELIMITED SIZE
                  '    ORCADO MES  REALIZADO MES'
                      DELIMITED SIZE
                  '   VARIACAO MES   VAR% ' DELIMITED SIZE
                  '    ORCADO ANO  REALIZADO ANO'
                      DELIMITED SIZE
                  '   VARIACAO ANO   VAR%' DELIMITED SIZE
               INTO WS-ORC-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-ORC-LINHA
           INITIALIZE WS-TOT-GERAL WS-TOT-AGENCIA
           MOVE ZEROS TO WS-REG-QTD
           MOVE 9999 TO WS-AGE-ANTERIOR
           PERFORM VARYING WS-CNF-I FROM 1 BY 1
                   UNTIL WS-CNF-I > WS-CNF-QTD
               IF WS-CNF-AGENCIA(WS-CNF-I) NOT = WS-AGE-ANTERIOR
                   IF WS-AGE-ANTERIOR NOT = 9999
                       PERFORM 5200-SUBTOTAL-AGENCIA
                   END-IF
                   PERFORM 5050-CABECALHO-AGENCIA
               END-IF
               MOVE WS-CNF-ORC-MES(WS-CNF-I) TO WS-TOT-ORC-MES
               MOVE WS-CNF-REA-MES(WS-CNF-I) TO WS-TOT-REA-MES
               MOVE WS-CNF-ORC-ANO(WS-CNF-I) TO WS-TOT-ORC-ANO
               MOVE WS-CNF-REA-ANO(WS-CNF-I) TO WS-TOT-REA-ANO
               ADD WS-TOT-ORC-MES TO WS-TAG-ORC-MES
               ADD WS-TOT-REA-MES TO WS-TAG-REA-MES
               ADD WS-TOT-ORC-ANO TO WS-TAG-ORC-ANO
               ADD WS-TOT-REA-ANO TO WS-TAG-REA-ANO
               MOVE SPACES TO WS-ORC-ROTULO
               STRING '   ' DELIMITED SIZE
                      WS-CNF-CONTA(WS-CNF-I) DELIMITED SIZE
                   INTO WS-ORC-ROTULO
               END-STRING
               PERFORM 5100-LINHA-CONFRONTO
           END-PERFORM
           IF WS-CNF-QTD > ZEROS
               PERFORM 5200-SUBTOTAL-AGENCIA
           END-IF
           PERFORM 5300-SUBTOTAIS-POR-REGIAO
           MOVE WS-TGE-ORC-MES TO WS-TOT-ORC-MES
           MOVE WS-TGE-REA-MES TO WS-TOT-REA-MES
           MOVE WS-TGE-ORC-ANO TO WS-TOT-ORC-ANO
           MOVE WS-TGE-REA-ANO TO WS-TOT-REA-ANO
           MOVE 'TOTAL GERAL' TO WS-ORC-ROTULO
           PERFORM 5100-LINHA-CONFRONTO
           CLOSE ARQRELAT
           DISPLAY 'RELATORIO EM BANKORC.TXT (' WS-CNF-QTD
               ' LINHA(S) DE ORCAMENTO)'
           EXIT SECTION.

       5050-CABECALHO-AGENCIA.
           MOVE WS-CNF-AGENCIA(WS-CNF-I) TO WS-AGE-ANTERIOR
           INITIALIZE WS-TOT-AGENCIA
           IF WS-AGE-ANTERIOR = ZEROS
               MOVE 'ADMINISTRACAO CENTRAL' TO AGE-NOME
               MOVE 'ADMINISTRACAO CENTRAL' TO AGE-REGIAO
           ELSE
               MOVE WS-AGE-ANTERIOR TO AGE-CODIGO
               READ ARQAGENCIA
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO AGE-NOME
                       MOVE 'SEM REGIAO' TO AGE-REGIAO
               END-READ
           END-IF
           MOVE AGE-REGIAO TO WS-REG-ANTERIOR
           MOVE SPACES TO WS-ORC-LINHA
           STRING 'AG ' DELIMITED SIZE
                  WS-AGE-ANTERIOR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  AGE-NOME DELIMITED SIZE
                  ' REGIAO ' DELIMITED SIZE
                  AGE-REGIAO DELIMITED SIZE
               INTO WS-ORC-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-ORC-LINHA.

       5100-LINHA-CONFRONTO.
      *    Variacao = realizado - orcado; percentual sobre o orcado
      *    (sem orcado, o percentual nao se aplica).
           MOVE WS-TOT-ORC-MES TO WS-VL-ORC
           MOVE WS-TOT-REA-MES TO WS-VL-REA
           COMPUTE WS-ORC-VARIACAO = WS-TOT-REA-MES - WS-TOT-ORC-MES
           MOVE WS-ORC-VARIACAO TO WS-VL-VAR
           IF WS-TOT-ORC-MES = ZEROS
               MOVE '     N/A' TO WS-PC-MES
           ELSE
               COMPUTE WS-ORC-PERC ROUNDED =
                   WS-ORC-VARIACAO * 100 / WS-TOT-ORC-MES
                   ON SIZE ERROR MOVE 99999,9 TO WS-ORC-PERC
               END-COMPUTE
               MOVE WS-ORC-PERC TO WS-PC-EDIT
               MOVE WS-PC-EDIT TO WS-PC-MES
           END-IF
           MOVE WS-TOT-ORC-ANO TO WS-VL-ORC-A
           MOVE WS-TOT-REA-ANO TO WS-VL-REA-A
           COMPUTE WS-ORC-VARIACAO = WS-TOT-REA-ANO - WS-TOT-ORC-ANO
           MOVE WS-ORC-VARIACAO TO WS-VL-VAR-A
           IF WS-TOT-ORC-ANO = ZEROS
               MOVE '     N/A' TO WS-PC-ANO
           ELSE
               COMPUTE WS-ORC-PERC ROUNDED =
                   WS-ORC-VARIACAO * 100 / WS-TOT-ORC-ANO
                   ON SIZE ERROR MOVE 99999,9 TO WS-ORC-PERC
               END-COMPUTE
               MOVE WS-ORC-PERC TO WS-PC-EDIT
               MOVE WS-PC-EDIT TO WS-PC-ANO
           END-IF
           MOVE SPACES TO WS-ORC-LINHA
           STRING WS-ORC-ROTULO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-ORC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-REA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-VAR DELIMITED SIZE
                  WS-PC-MES DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-ORC-A DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-REA-A DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-VL-VAR-A DELIMITED SIZE
                  WS-PC-ANO DELIMITED SIZE
               INTO WS-ORC-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-ORC-LINHA.

       5200-SUBTOTAL-AGENCIA.
           MOVE WS-TAG-ORC-MES TO WS-TOT-ORC-MES
           MOVE WS-TAG-REA-MES TO WS-TOT-REA-MES
           MOVE WS-TAG-ORC-ANO TO WS-TOT-ORC-ANO
           MOVE WS-TAG-REA-ANO TO WS-TOT-REA-ANO
           MOVE SPACES TO WS-ORC-ROTULO
           STRING '  SUBTOTAL AG ' DELIMITED SIZE
                  WS-AGE-ANTERIOR DELIMITED SIZE
               INTO WS-ORC-ROTULO
           END-STRING
           PERFORM 5100-LINHA-CONFRONTO
           ADD WS-TAG-ORC-MES TO WS-TGE-ORC-MES
           ADD WS-TAG-REA-MES TO WS-TGE-REA-MES
           ADD WS-TAG-ORC-ANO TO WS-TGE-ORC-ANO
           ADD WS-TAG-REA-ANO TO WS-TGE-REA-ANO
      *    Acumula a regiao da agencia para o subtotal.
           MOVE 'N' TO WS-REG-ACHOU
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-QTD
                      OR WS-REG-ACHOU = 'S'
               IF WS-REG-NOME(WS-REG-I) = WS-REG-ANTERIOR
                   MOVE 'S' TO WS-REG-ACHOU
                   ADD WS-TAG-ORC-MES TO WS-REG-ORC-MES(WS-REG-I)
                   ADD WS-TAG-REA-MES TO WS-REG-REA-MES(WS-REG-I)
                   ADD WS-TAG-ORC-ANO TO WS-REG-ORC-ANO(WS-REG-I)
                   ADD WS-TAG-REA-ANO TO WS-REG-REA-ANO(WS-REG-I)
               END-IF
           END-PERFORM
           IF WS-REG-ACHOU = 'N' AND WS-REG-QTD < 20
               ADD 1 TO WS-REG-QTD
               MOVE WS-REG-ANTERIOR TO WS-REG-NOME(WS-REG-QTD)
               MOVE WS-TAG-ORC-MES TO WS-REG-ORC-MES(WS-REG-QTD)
               MOVE WS-TAG-REA-MES TO WS-REG-REA-MES(WS-REG-QTD)
               MOVE WS-TAG-ORC-ANO TO WS-REG-ORC-ANO(WS-REG-QTD)
               MOVE WS-TAG-REA-ANO TO WS-REG-REA-ANO(WS-REG-QTD)
           END-IF.

       5300-SUBTOTAIS-POR-REGIAO.
           MOVE 'SUBTOTAIS POR REGIAO' TO WS-ORC-LINHA
           WRITE REG-RELAT FROM WS-ORC-LINHA
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-QTD
               MOVE WS-REG-ORC-MES(WS-REG-I) TO WS-TOT-ORC-MES
               MOVE WS-REG-REA-MES(WS-REG-I) TO WS-TOT-REA-MES
               MOVE WS-REG-ORC-ANO(WS-REG-I) TO WS-TOT-ORC-ANO
               MOVE WS-REG-REA-ANO(WS-REG-I) TO WS-TOT-REA-ANO
               MOVE SPACES TO WS-ORC-ROTULO
               STRING '  ' DELIMITED SIZE
                      WS-REG-NOME(WS-REG-I) DELIMITED SIZE
                   INTO WS-ORC-ROTULO
               END-STRING
               PERFORM 5100-LINHA-CONFRONTO
           END-PERFORM.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
