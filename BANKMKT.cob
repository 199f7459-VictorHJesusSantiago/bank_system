      *================================================================
      * BANKMKT.COB - Campanhas de Marketing com Consentimento
      * Sistema Bancario COBOL
      * Cadastro de campanhas (BANKCAMP.DAT) com a mensagem, a
      * vigencia, o produto ofertado e os criterios de publico:
      * segmento (BANKTIER.DAT), posse ou nao de emprestimo,
      * investimento ou cartao de credito, faixa de saldo da conta,
      * agencia ou regiao (BANKAGEN.DAT) e faixa de score do
      * cliente. A execucao percorre as contas ativas, aplica os
      * criterios e descarta quem nao tem consentimento de
      * marketing ativo em BANKLGPD.DAT (finalidade com a palavra
      * MARKETING e sem revogacao) e quem ja atingiu o teto de
      * mensagens de campanha na janela (CFG-MKT-MAX-CONTATOS em
      * CFG-MKT-JANELA-DIAS; 2 em 30 dias de fabrica). Cada cliente
      * recebe a mensagem uma unica vez por campanha, pela fila
      * BANKNOT/BANKNOTQ com o numero da campanha, e fica registrado
      * em BANKCAMC.DAT. A conversao liga as vendas do registro
      * BANKVEND.DAT ao ultimo contato de campanha do cliente dentro
      * do prazo de conversao; o relatorio BANKMKTR.TXT traz por
      * campanha os contatos, as conversoes, a taxa e o volume.
      * Lote (LS-MODO 'B'): encerra as campanhas vencidas, executa
      * as vigentes e emite o relatorio de conversao.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMKT.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAMPANHA ASSIGN TO 'BANKCAMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS FS-CAMPANHA.

           SELECT ARQCONTATO ASSIGN TO 'BANKCAMC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CHAVE
               FILE STATUS IS FS-CONTATO.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKT-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKT-CLI-ID
               ALTERNATE RECORD KEY IS MKT-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQTIER ASSIGN TO 'BANKTIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-CLI-ID
               FILE STATUS IS FS-TIER.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQINVEST ASSIGN TO 'BANKINV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKT-INV-ID
               ALTERNATE RECORD KEY IS MKT-INV-CONTA WITH DUPLICATES
               FILE STATUS IS FS-INVEST.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQLGPD ASSIGN TO 'BANKLGPD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGP-ID
               ALTERNATE RECORD KEY IS LGP-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-LGPD.

           SELECT ARQVENDA ASSIGN TO 'BANKVEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CHAVE
               FILE STATUS IS FS-VENDA.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQRELATORIO ASSIGN TO 'BANKMKTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCAMPANHA.
           COPY BANKCAMP.

       FD  ARQCONTATO.
           COPY BANKCAMC.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  MKT-CONTA-NUM         PIC 9(10).
           05  MKT-CONTA-AGENCIA     PIC 9(4).
           05  MKT-CONTA-DIGITO      PIC 9(1).
           05  MKT-CONTA-TIPO        PIC X(2).
           05  MKT-CONTA-STATUS      PIC X(1).
               88  MKT-CONTA-ATIVA   VALUE 'A'.
           05  MKT-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  MKT-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  MKT-CONTA-TITULAR     PIC X(60).
           05  MKT-CONTA-CPF         PIC X(11).
           05  MKT-CONTA-EMAIL       PIC X(80).
           05  MKT-CONTA-TELEFONE    PIC X(15).
           05  MKT-CONTA-DT-ABERTURA PIC 9(8).
           05  MKT-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  MKT-CONTA-SENHA-HASH  PIC X(64).
           05  MKT-CONTA-COTIT-NOME  PIC X(60).
           05  MKT-CONTA-COTIT-CPF   PIC X(11).
           05  MKT-CONTA-CLI-ID      PIC 9(10).
           05  MKT-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  MKT-CLI-ID            PIC 9(10).
           05  MKT-CLI-NOME          PIC X(60).
           05  MKT-CLI-CPF           PIC X(14).
           05  MKT-CLI-RG            PIC X(15).
           05  MKT-CLI-DT-NASC       PIC 9(8).
           05  MKT-CLI-SEXO          PIC X(1).
           05  MKT-CLI-ESTADO-CIVIL  PIC X(2).
           05  MKT-CLI-PROFISSAO     PIC X(40).
           05  MKT-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  MKT-CLI-PERFIL-RISCO  PIC X(1).
           05  MKT-CLI-ENDERECO      PIC X(190).
           05  MKT-CLI-STATUS        PIC X(1).
               88  MKT-CLI-ATIVO     VALUE 'A'.
           05  MKT-CLI-SCORE         PIC 9(4).

       FD  ARQTIER.
       01  REG-TIER.
           05  TIER-CLI-ID           PIC 9(10).
           05  TIER-CODIGO           PIC X(1).
               88  TIER-VAREJO       VALUE 'V'.
               88  TIER-PRIME        VALUE 'P'.
               88  TIER-PRIVATE      VALUE 'R'.
           05  TIER-DT-CALCULO       PIC 9(8).

       FD  ARQAGENCIA.
           COPY BANKAGEN.

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

       FD  ARQINVEST.
       01  REG-INVEST.
           05  MKT-INV-ID            PIC 9(10).
           05  MKT-INV-CONTA         PIC 9(10).
           05  MKT-INV-PRODUTO       PIC X(30).
           05  MKT-INV-TIPO          PIC X(3).
           05  MKT-INV-VALOR-APORT   PIC S9(13)V99 COMP-3.
           05  MKT-INV-VALOR-ATUAL   PIC S9(13)V99 COMP-3.
           05  MKT-INV-TAXA          PIC S9(5)V9(6) COMP-3.
           05  MKT-INV-DT-INICIO     PIC 9(8).
           05  MKT-INV-DT-VENCTO     PIC 9(8).
           05  MKT-INV-RENTABILIDADE PIC S9(5)V99 COMP-3.
           05  MKT-INV-STATUS        PIC X(1).
               88  MKT-INV-ATIVO     VALUE 'A'.

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
           05  CCR-DT-EMISSAO        PIC 9(8).

       FD  ARQLGPD.
       01  REG-CONSENTIMENTO.
           05  LGP-ID                PIC 9(10).
           05  LGP-CLI-ID            PIC 9(10).
           05  LGP-FINALIDADE        PIC X(40).
           05  LGP-CANAL             PIC X(10).
           05  LGP-DT-CONSENTIMENTO  PIC 9(8).
           05  LGP-DT-REVOGACAO      PIC 9(8).

       FD  ARQVENDA.
           COPY BANKVEND.

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQRELATORIO.
       01  REG-RELATORIO             PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-MKT-CTRL.
           05  FS-CAMPANHA          PIC XX.
               88  FS-CMP-OK        VALUE '00'.
               88  FS-CMP-EOF       VALUE '10'.
           05  FS-CONTATO           PIC XX.
               88  FS-CTC-OK        VALUE '00'.
               88  FS-CTC-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-TIER              PIC XX.
               88  FS-TIER-OK       VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
           05  FS-INVEST            PIC XX.
               88  FS-INV-OK        VALUE '00'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
           05  FS-LGPD              PIC XX.
               88  FS-LGPD-OK       VALUE '00'.
           05  FS-VENDA             PIC XX.
               88  FS-VND-OK        VALUE '00'.
               88  FS-VND-EOF       VALUE '10'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-RELATORIO         PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.
           05  WS-DATA-HOJE         PIC 9(8).

       01  WS-PARAMETROS-MKT.
      *    Teto de frequencia de fabrica: 2 mensagens de campanha por
      *    cliente a cada 30 dias
           05  WS-MKT-MAX-CONTATOS  PIC 9(2) VALUE 2.
           05  WS-MKT-JANELA        PIC 9(3) VALUE 30.
      *    Prazo de conversao de fabrica para campanha sem prazo
           05  WS-MKT-DIAS-CONV     PIC 9(3) VALUE 30.
           05  WS-MKT-DT-JANELA     PIC 9(8).
           05  WS-MKT-INT-DATA      PIC S9(9) COMP-3.

       01  WS-CADASTRO-CTRL.
           05  WS-CMP-PROX-ID       PIC 9(6) VALUE ZEROS.
           05  WS-CMP-ID-BUSCA      PIC 9(6).
           05  WS-CMP-SALDO-INF     PIC 9(11)V99.
           05  WS-CMP-SALDO-ED      PIC Z(10)9,99.
           05  WS-CMP-QTD           PIC 9(5).
           05  WS-CMP-RESPOSTA      PIC X(1).

       01  WS-EXECUCAO-CTRL.
           05  WS-EXE-ELEGIVEL      PIC X(1).
               88  EXE-ELEGIVEL     VALUE 'S'.
           05  WS-EXE-POSSUI        PIC X(1).
               88  EXE-POSSUI       VALUE 'S'.
           05  WS-EXE-CONSENTE      PIC X(1).
               88  EXE-CONSENTE     VALUE 'S'.
           05  WS-EXE-TIER          PIC X(1).
           05  WS-EXE-FINALIDADE    PIC X(40).
           05  WS-EXE-OCORRENCIAS   PIC 9(3) COMP.
           05  WS-EXE-QTD-RECENTES  PIC 9(3).
           05  WS-EXE-QTD-CAMPANHAS PIC 9(5).
           05  WS-EXE-QTD-VENCIDAS  PIC 9(5).
           05  WS-EXE-QTD-CONTAS    PIC 9(7).
           05  WS-EXE-QTD-FORA      PIC 9(7).
           05  WS-EXE-QTD-SEM-CONS  PIC 9(7).
           05  WS-EXE-QTD-TETO      PIC 9(7).
           05  WS-EXE-QTD-ENVIADAS  PIC 9(7).
           05  WS-EXE-QTD-FALHAS    PIC 9(7).

      *    Campanhas carregadas para a conversao e o relatorio
       01  WS-CONVERSAO-CTRL.
           05  WS-CNV-QTD           PIC 9(3) COMP.
           05  WS-CNV-ITEM OCCURS 500 TIMES.
               10  WS-CNV-ID        PIC 9(6).
               10  WS-CNV-NOME      PIC X(40).
               10  WS-CNV-SITUACAO  PIC X(1).
               10  WS-CNV-PRODUTO   PIC X(3).
               10  WS-CNV-DIAS      PIC 9(3).
               10  WS-CNV-CONTATOS  PIC 9(7).
               10  WS-CNV-CONVERSOES PIC 9(7).
               10  WS-CNV-VALOR     PIC S9(13)V99 COMP-3.
           05  WS-CNV-IDX           PIC 9(3) COMP.
           05  WS-CNV-POS           PIC 9(3) COMP.
           05  WS-CNV-CAMPANHA      PIC 9(6).
           05  WS-CNV-CLI-ID        PIC 9(10).
           05  WS-CNV-JA-ATRIBUIDA  PIC X(1).
               88  CNV-JA-ATRIBUIDA VALUE 'S'.
           05  WS-CNV-MELHOR-CHAVE  PIC X(16).
           05  WS-CNV-MELHOR-DATA   PIC 9(8).
           05  WS-CNV-DT-LIMITE     PIC 9(8).
           05  WS-CNV-QTD-NOVAS     PIC 9(7).

       01  WS-RELATORIO-CTRL.
           05  WS-REL-LINHA         PIC X(132).
           05  WS-REL-TAXA          PIC 9(3)V99.
           05  WS-REL-TAXA-ED       PIC ZZ9,99.
           05  WS-REL-VALOR-ED      PIC Z(12)9,99-.
           05  WS-REL-TOT-CONTATOS  PIC 9(9).
           05  WS-REL-TOT-CONVERSOES PIC 9(9).
           05  WS-REL-TOT-VALOR     PIC S9(15)V99 COMP-3.

       01  WS-CHAMADA-NOTIFIC.
      *    Area de chamada do gravador de notificacoes (BANKNOT)
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha encadeada (BANKAUD)
           05  WS-AUD-OPERADOR      PIC X(20).
           05  WS-AUD-ARQUIVO       PIC X(12).
           05  WS-AUD-CHAVE         PIC X(15).
           05  WS-AUD-CAMPO         PIC X(20).
           05  WS-AUD-ANTES         PIC X(40).
           05  WS-AUD-DEPOIS        PIC X(40).
           05  WS-AUD-CODIGO        PIC 9(4).

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
           PERFORM 0140-CARREGAR-CONFIGURACAO
           COMPUTE WS-MKT-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - WS-MKT-JANELA
           MOVE FUNCTION DATE-OF-INTEGER(WS-MKT-INT-DATA)
               TO WS-MKT-DT-JANELA
           PERFORM 0100-ABRIR-CAMPANHAS
           IF LS-MODO-BATCH
               PERFORM 4000-EXECUTAR-CAMPANHAS
               PERFORM 5000-APURAR-CONVERSAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCAMPANHA ARQCONTATO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-CAMPANHAS.
           OPEN I-O ARQCAMPANHA
           IF FS-CAMPANHA = '35'
               OPEN OUTPUT ARQCAMPANHA
               CLOSE ARQCAMPANHA
               OPEN I-O ARQCAMPANHA
           END-IF
           OPEN I-O ARQCONTATO
           IF FS-CONTATO = '35'
               OPEN OUTPUT ARQCONTATO
               CLOSE ARQCONTATO
               OPEN I-O ARQCONTATO
           END-IF
           MOVE 999999 TO CMP-ID
           START ARQCAMPANHA KEY IS <= CMP-ID
           IF FS-CMP-OK
               READ ARQCAMPANHA NEXT
               IF FS-CMP-OK
                   MOVE CMP-ID TO WS-CMP-PROX-ID
               END-IF
           END-IF
           MOVE '00' TO FS-CAMPANHA.

       0140-CARREGAR-CONFIGURACAO.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG-OK
                   IF CFG-MKT-MAX-CONTATOS > ZEROS
                       MOVE CFG-MKT-MAX-CONTATOS
                           TO WS-MKT-MAX-CONTATOS
                   END-IF
                   IF CFG-MKT-JANELA-DIAS > ZEROS
                       MOVE CFG-MKT-JANELA-DIAS TO WS-MKT-JANELA
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

       0200-VERIFICAR-PERMISSAO.
      *    Disparo de campanha fora do lote noturno: processamento
      *    de lote, so gerente.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       0300-AUDITAR-CAMPANHA.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKCAMP.DAT' TO WS-AUD-ARQUIVO
           MOVE CMP-ID TO WS-AUD-CHAVE
           MOVE 'SITUACAO' TO WS-AUD-CAMPO
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CAMPANHAS DE MARKETING'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Cadastrar campanha'
           DISPLAY ' 02. Listar campanhas'
           DISPLAY ' 03. Encerrar campanha'
           DISPLAY ' 04. Executar campanhas vigentes'
           DISPLAY ' 05. Conversao das campanhas'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CADASTRAR-CAMPANHA
               WHEN '02'
                   PERFORM 3000-LISTAR-CAMPANHAS
               WHEN '03'
                   PERFORM 3500-ENCERRAR-CAMPANHA
               WHEN '04'
                   PERFORM 0200-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 4000-EXECUTAR-CAMPANHAS
                   END-IF
               WHEN '05'
                   PERFORM 5000-APURAR-CONVERSAO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-CADASTRAR-CAMPANHA SECTION.
      *================================================================
       2000-INICIO.
           INITIALIZE REG-CAMPANHA
           DISPLAY 'Nome da campanha: '
           ACCEPT CMP-NOME
           DISPLAY 'Mensagem ao cliente (ate 80): '
           ACCEPT CMP-MENSAGEM
           IF CMP-NOME = SPACES OR CMP-MENSAGEM = SPACES
               DISPLAY 'NOME E MENSAGEM SAO OBRIGATORIOS'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Inicio da vigencia (AAAAMMDD): '
           ACCEPT CMP-DT-INICIO
           DISPLAY 'Fim da vigencia (AAAAMMDD): '
           ACCEPT CMP-DT-FIM
           IF FUNCTION TEST-DATE-YYYYMMDD(CMP-DT-INICIO) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(CMP-DT-FIM) NOT = 0
              OR CMP-DT-FIM < CMP-DT-INICIO
              OR CMP-DT-FIM < WS-DATA-HOJE
               DISPLAY 'VIGENCIA INVALIDA'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Produto ofertado (EMP/INV/CCR/CDE/PAC/CTA): '
           ACCEPT CMP-PRODUTO-OFERTA
           MOVE FUNCTION UPPER-CASE(CMP-PRODUTO-OFERTA)
               TO CMP-PRODUTO-OFERTA
           DISPLAY 'Prazo de conversao em dias (0 = '
               WS-MKT-DIAS-CONV '): '
           ACCEPT CMP-DIAS-CONVERSAO
           IF CMP-DIAS-CONVERSAO = ZEROS
               MOVE WS-MKT-DIAS-CONV TO CMP-DIAS-CONVERSAO
           END-IF
           DISPLAY '--- Publico (ENTER ou zero nao filtra) ---'
           DISPLAY 'Segmento (V varejo, P prime, R private): '
           ACCEPT CMP-TIER
           MOVE FUNCTION UPPER-CASE(CMP-TIER) TO CMP-TIER
           IF CMP-TIER NOT = SPACE AND NOT = 'V'
              AND NOT = 'P' AND NOT = 'R'
               DISPLAY 'SEGMENTO INVALIDO'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Produto do filtro de posse (EMP/INV/CCR): '
           ACCEPT CMP-PRD-FILTRO
           MOVE FUNCTION UPPER-CASE(CMP-PRD-FILTRO) TO CMP-PRD-FILTRO
           IF CMP-PRD-FILTRO NOT = SPACES
               IF CMP-PRD-FILTRO NOT = 'EMP' AND NOT = 'INV'
                  AND NOT = 'CCR'
                   DISPLAY 'PRODUTO DO FILTRO INVALIDO'
                   MOVE 3 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               DISPLAY 'Cliente com (C) ou sem (N) o produto: '
               ACCEPT CMP-PRD-POSSE
               MOVE FUNCTION UPPER-CASE(CMP-PRD-POSSE)
                   TO CMP-PRD-POSSE
               IF NOT CMP-COM-PRODUTO AND NOT CMP-SEM-PRODUTO
                   DISPLAY 'POSSE INVALIDA'
                   MOVE 3 TO LS-CODIGO
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY 'Saldo minimo da conta: '
           MOVE ZEROS TO WS-CMP-SALDO-INF
           ACCEPT WS-CMP-SALDO-INF
           MOVE WS-CMP-SALDO-INF TO CMP-SALDO-MIN
           DISPLAY 'Saldo maximo da conta: '
           MOVE ZEROS TO WS-CMP-SALDO-INF
           ACCEPT WS-CMP-SALDO-INF
           MOVE WS-CMP-SALDO-INF TO CMP-SALDO-MAX
           IF CMP-SALDO-MAX > ZEROS
              AND CMP-SALDO-MAX < CMP-SALDO-MIN
               DISPLAY 'FAIXA DE SALDO INVALIDA'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Agencia: '
           ACCEPT CMP-AGENCIA
           DISPLAY 'Regiao: '
           ACCEPT CMP-REGIAO
           MOVE FUNCTION UPPER-CASE(CMP-REGIAO) TO CMP-REGIAO
           DISPLAY 'Score minimo: '
           ACCEPT CMP-SCORE-MIN
           DISPLAY 'Score maximo: '
           ACCEPT CMP-SCORE-MAX
           IF CMP-SCORE-MAX > ZEROS
              AND CMP-SCORE-MAX < CMP-SCORE-MIN
               DISPLAY 'FAIXA DE SCORE INVALIDA'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CMP-PROX-ID
           MOVE WS-CMP-PROX-ID TO CMP-ID
           MOVE 'A' TO CMP-SITUACAO
           MOVE LS-OPERADOR TO CMP-OPERADOR
           MOVE WS-DATA-HOJE TO CMP-DT-CADASTRO
           MOVE ZEROS TO CMP-DT-ULT-EXECUCAO CMP-QTD-CONTATOS
           WRITE REG-CAMPANHA
           IF NOT FS-CMP-OK
               DISPLAY 'ERRO AO GRAVAR CAMPANHA: ' FS-CAMPANHA
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-AUD-ANTES
           MOVE CMP-NOME TO WS-AUD-DEPOIS
           PERFORM 0300-AUDITAR-CAMPANHA
           DISPLAY 'CAMPANHA ' CMP-ID ' CADASTRADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3000-LISTAR-CAMPANHAS SECTION.
      *================================================================
       3000-INICIO.
           MOVE ZEROS TO WS-CMP-QTD
           MOVE ZEROS TO CMP-ID
           START ARQCAMPANHA KEY >= CMP-ID
               INVALID KEY MOVE '10' TO FS-CAMPANHA
           END-START
           PERFORM UNTIL NOT FS-CMP-OK
               READ ARQCAMPANHA NEXT
                   AT END MOVE '10' TO FS-CAMPANHA
               END-READ
               IF FS-CMP-OK
                   ADD 1 TO WS-CMP-QTD
                   DISPLAY CMP-ID ' ' CMP-NOME ' SIT ' CMP-SITUACAO
                       ' ' CMP-DT-INICIO '-' CMP-DT-FIM
                       ' OFERTA ' CMP-PRODUTO-OFERTA
                   DISPLAY '       SEGM [' CMP-TIER '] POSSE ['
                       CMP-PRD-FILTRO CMP-PRD-POSSE '] AG '
                       CMP-AGENCIA ' REGIAO [' CMP-REGIAO '] SCORE '
                       CMP-SCORE-MIN '-' CMP-SCORE-MAX
                   MOVE CMP-SALDO-MIN TO WS-CMP-SALDO-ED
                   DISPLAY '       SALDO DE ' WS-CMP-SALDO-ED
                       WITH NO ADVANCING
                   MOVE CMP-SALDO-MAX TO WS-CMP-SALDO-ED
                   DISPLAY ' ATE ' WS-CMP-SALDO-ED
                       ' - CONTATOS ' CMP-QTD-CONTATOS
                       ' ULT.EXEC ' CMP-DT-ULT-EXECUCAO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAMPANHA
           DISPLAY 'Campanhas: ' WS-CMP-QTD
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       3500-ENCERRAR-CAMPANHA SECTION.
      *================================================================
       3500-INICIO.
           DISPLAY 'Numero da campanha: '
           ACCEPT WS-CMP-ID-BUSCA
           MOVE WS-CMP-ID-BUSCA TO CMP-ID
           READ ARQCAMPANHA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CMP-OK
               DISPLAY 'CAMPANHA NAO ENCONTRADA'
               MOVE '00' TO FS-CAMPANHA
               MOVE 23 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF CMP-ENCERRADA
               DISPLAY 'CAMPANHA JA ENCERRADA'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Encerrar ' CMP-NOME ' (S/N)? '
           ACCEPT WS-CMP-RESPOSTA
           IF WS-CMP-RESPOSTA NOT = 'S' AND NOT = 's'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'E' TO CMP-SITUACAO
           REWRITE REG-CAMPANHA
           MOVE 'A' TO WS-AUD-ANTES
           MOVE 'E' TO WS-AUD-DEPOIS
           PERFORM 0300-AUDITAR-CAMPANHA
           DISPLAY 'CAMPANHA ' CMP-ID ' ENCERRADA'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-EXECUTAR-CAMPANHAS SECTION.
      *================================================================
       4000-INICIO.
      *    Campanha vencida e encerrada; campanha vigente recebe o
      *    publico novo desde a ultima execucao (quem ja foi
      *    contatado nela nao recebe de novo).
           DISPLAY '--- EXECUCAO DAS CAMPANHAS DE ' WS-DATA-HOJE
               ' ---'
           OPEN INPUT ARQCONTAS
           IF NOT FS-CONTA-OK
               DISPLAY 'ERRO AO ABRIR BANKACCT.DAT: ' FS-CONTAS
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQCLIENTE ARQTIER ARQAGENCIA ARQEMPREST
                      ARQINVEST ARQCARTCR ARQLGPD
           IF NOT FS-LGPD-OK
               DISPLAY 'SEM REGISTRO DE CONSENTIMENTOS (BANKLGPD.DAT)'
                   ' - NENHUMA MENSAGEM SERA ENVIADA'
           END-IF
           MOVE ZEROS TO WS-EXE-QTD-CAMPANHAS WS-EXE-QTD-VENCIDAS
           MOVE ZEROS TO CMP-ID
           START ARQCAMPANHA KEY >= CMP-ID
               INVALID KEY MOVE '10' TO FS-CAMPANHA
           END-START
           PERFORM UNTIL NOT FS-CMP-OK
               READ ARQCAMPANHA NEXT
                   AT END MOVE '10' TO FS-CAMPANHA
               END-READ
               IF FS-CMP-OK AND CMP-ATIVA
                   IF CMP-DT-FIM < WS-DATA-HOJE
                       MOVE 'E' TO CMP-SITUACAO
                       REWRITE REG-CAMPANHA
                       ADD 1 TO WS-EXE-QTD-VENCIDAS
                       DISPLAY 'CAMPANHA ' CMP-ID
                           ' ENCERRADA POR FIM DE VIGENCIA'
                   ELSE
                       IF CMP-DT-INICIO <= WS-DATA-HOJE
                           PERFORM 4100-EXECUTAR-CAMPANHA
                           REWRITE REG-CAMPANHA
                           ADD 1 TO WS-EXE-QTD-CAMPANHAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAMPANHA
           CLOSE ARQCONTAS ARQCLIENTE ARQTIER ARQAGENCIA ARQEMPREST
                 ARQINVEST ARQCARTCR ARQLGPD
           DISPLAY 'CAMPANHAS EXECUTADAS: ' WS-EXE-QTD-CAMPANHAS
               ' - ENCERRADAS POR VIGENCIA: ' WS-EXE-QTD-VENCIDAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-EXECUTAR-CAMPANHA.
           MOVE ZEROS TO WS-EXE-QTD-CONTAS WS-EXE-QTD-FORA
                         WS-EXE-QTD-SEM-CONS WS-EXE-QTD-TETO
                         WS-EXE-QTD-ENVIADAS WS-EXE-QTD-FALHAS
           MOVE ZEROS TO MKT-CONTA-NUM
           START ARQCONTAS KEY >= MKT-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL NOT FS-CONTA-OK
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF FS-CONTA-OK AND MKT-CONTA-ATIVA
                   ADD 1 TO WS-EXE-QTD-CONTAS
                   PERFORM 4200-AVALIAR-CONTA
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           MOVE WS-DATA-HOJE TO CMP-DT-ULT-EXECUCAO
           ADD WS-EXE-QTD-ENVIADAS TO CMP-QTD-CONTATOS
           DISPLAY 'CAMPANHA ' CMP-ID ' ' CMP-NOME
           DISPLAY '  CONTAS ATIVAS LIDAS      : ' WS-EXE-QTD-CONTAS
           DISPLAY '  FORA DO PUBLICO          : ' WS-EXE-QTD-FORA
           DISPLAY '  SEM CONSENTIMENTO (LGPD) : ' WS-EXE-QTD-SEM-CONS
           DISPLAY '  TETO DE FREQUENCIA       : ' WS-EXE-QTD-TETO
           DISPLAY '  MENSAGENS ENFILEIRADAS   : ' WS-EXE-QTD-ENVIADAS
           IF WS-EXE-QTD-FALHAS > ZEROS
               DISPLAY '  FALHAS NA FILA           : '
                   WS-EXE-QTD-FALHAS
           END-IF.

       4200-AVALIAR-CONTA.
           IF MKT-CONTA-CLI-ID = ZEROS
               ADD 1 TO WS-EXE-QTD-FORA
               EXIT PARAGRAPH
           END-IF
      *    Cliente ja contatado nesta campanha (por esta ou outra
      *    conta) nao entra de novo.
           MOVE MKT-CONTA-CLI-ID TO CTC-CLI-ID
           MOVE CMP-ID TO CTC-CAMPANHA
           READ ARQCONTATO
               INVALID KEY CONTINUE
           END-READ
           IF FS-CTC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE '00' TO FS-CONTATO
           PERFORM 4300-APLICAR-CRITERIOS
           IF NOT EXE-ELEGIVEL
               ADD 1 TO WS-EXE-QTD-FORA
               EXIT PARAGRAPH
           END-IF
           PERFORM 4400-VERIFICAR-CONSENTIMENTO
           IF NOT EXE-CONSENTE
               ADD 1 TO WS-EXE-QTD-SEM-CONS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-VERIFICAR-TETO
           IF WS-EXE-QTD-RECENTES >= WS-MKT-MAX-CONTATOS
               ADD 1 TO WS-EXE-QTD-TETO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4600-ENFILEIRAR-MENSAGEM.

       4300-APLICAR-CRITERIOS.
      *    Criterio em branco ou zerado nao filtra.
           MOVE 'N' TO WS-EXE-ELEGIVEL
           IF CMP-AGENCIA > ZEROS
              AND MKT-CONTA-AGENCIA NOT = CMP-AGENCIA
               EXIT PARAGRAPH
           END-IF
           IF CMP-SALDO-MIN NOT = ZEROS
              AND MKT-CONTA-SALDO < CMP-SALDO-MIN
               EXIT PARAGRAPH
           END-IF
           IF CMP-SALDO-MAX NOT = ZEROS
              AND MKT-CONTA-SALDO > CMP-SALDO-MAX
               EXIT PARAGRAPH
           END-IF
           IF CMP-REGIAO NOT = SPACES
               MOVE MKT-CONTA-AGENCIA TO AGE-CODIGO
               READ ARQAGENCIA
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-AGE-OK OR AGE-REGIAO NOT = CMP-REGIAO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE MKT-CONTA-CLI-ID TO MKT-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK OR NOT MKT-CLI-ATIVO
               EXIT PARAGRAPH
           END-IF
           IF CMP-SCORE-MIN > ZEROS
              AND MKT-CLI-SCORE < CMP-SCORE-MIN
               EXIT PARAGRAPH
           END-IF
           IF CMP-SCORE-MAX > ZEROS
              AND MKT-CLI-SCORE > CMP-SCORE-MAX
               EXIT PARAGRAPH
           END-IF
      *    Cliente ainda sem segmentacao calculada conta como varejo.
           IF CMP-TIER NOT = SPACE
               MOVE MKT-CONTA-CLI-ID TO TIER-CLI-ID
               READ ARQTIER
                   INVALID KEY CONTINUE
               END-READ
               IF FS-TIER-OK
                   MOVE TIER-CODIGO TO WS-EXE-TIER
               ELSE
                   MOVE 'V' TO WS-EXE-TIER
               END-IF
               IF WS-EXE-TIER NOT = CMP-TIER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CMP-COM-PRODUTO OR CMP-SEM-PRODUTO
               PERFORM 4350-VERIFICAR-POSSE
               IF CMP-COM-PRODUTO AND NOT EXE-POSSUI
                   EXIT PARAGRAPH
               END-IF
               IF CMP-SEM-PRODUTO AND EXE-POSSUI
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-EXE-ELEGIVEL.

       4350-VERIFICAR-POSSE.
      *    Posse do produto na conta avaliada: contrato ativo ou em
      *    atraso, aplicacao ativa, cartao ativo ou bloqueado.
           MOVE 'N' TO WS-EXE-POSSUI
           EVALUATE CMP-PRD-FILTRO
               WHEN 'EMP'
                   MOVE MKT-CONTA-NUM TO EMP-CONTA
                   START ARQEMPREST KEY IS = EMP-CONTA
                       INVALID KEY MOVE '23' TO FS-EMPREST
                   END-START
                   PERFORM UNTIL NOT FS-EMP-OK OR EXE-POSSUI
                       READ ARQEMPREST NEXT
                           AT END MOVE '10' TO FS-EMPREST
                       END-READ
                       IF FS-EMP-OK
                           IF EMP-CONTA NOT = MKT-CONTA-NUM
                               MOVE '10' TO FS-EMPREST
                           ELSE
                               IF EMP-ATIVO OR EMP-EM-ATRASO
                                   MOVE 'S' TO WS-EXE-POSSUI
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN 'INV'
                   MOVE MKT-CONTA-NUM TO MKT-INV-CONTA
                   START ARQINVEST KEY IS = MKT-INV-CONTA
                       INVALID KEY MOVE '23' TO FS-INVEST
                   END-START
                   PERFORM UNTIL NOT FS-INV-OK OR EXE-POSSUI
                       READ ARQINVEST NEXT
                           AT END MOVE '10' TO FS-INVEST
                       END-READ
                       IF FS-INV-OK
                           IF MKT-INV-CONTA NOT = MKT-CONTA-NUM
                               MOVE '10' TO FS-INVEST
                           ELSE
                               IF MKT-INV-ATIVO
                                   MOVE 'S' TO WS-EXE-POSSUI
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN 'CCR'
                   MOVE MKT-CONTA-NUM TO CCR-CONTA
                   START ARQCARTCR KEY IS = CCR-CONTA
                       INVALID KEY MOVE '23' TO FS-CARTCR
                   END-START
                   PERFORM UNTIL NOT FS-CCR-OK OR EXE-POSSUI
                       READ ARQCARTCR NEXT
                           AT END MOVE '10' TO FS-CARTCR
                       END-READ
                       IF FS-CCR-OK
                           IF CCR-CONTA NOT = MKT-CONTA-NUM
                               MOVE '10' TO FS-CARTCR
                           ELSE
                               IF CCR-ATIVO OR CCR-BLOQUEADO
                                   MOVE 'S' TO WS-EXE-POSSUI
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE
           MOVE '00' TO FS-EMPREST FS-INVEST FS-CARTCR.

       4400-VERIFICAR-CONSENTIMENTO.
      *    Consentimento de marketing: finalidade com a palavra
      *    MARKETING, sem data de revogacao. Sem consentimento ativo
      *    o cliente fica fora de qualquer campanha.
           MOVE 'N' TO WS-EXE-CONSENTE
           MOVE MKT-CONTA-CLI-ID TO LGP-CLI-ID
           START ARQLGPD KEY IS = LGP-CLI-ID
               INVALID KEY MOVE '23' TO FS-LGPD
           END-START
           PERFORM UNTIL NOT FS-LGPD-OK OR EXE-CONSENTE
               READ ARQLGPD NEXT
                   AT END MOVE '10' TO FS-LGPD
               END-READ
               IF FS-LGPD-OK
                   IF LGP-CLI-ID NOT = MKT-CONTA-CLI-ID
                       MOVE '10' TO FS-LGPD
                   ELSE
                       MOVE FUNCTION UPPER-CASE(LGP-FINALIDADE)
                           TO WS-EXE-FINALIDADE
                       MOVE ZEROS TO WS-EXE-OCORRENCIAS
                       INSPECT WS-EXE-FINALIDADE TALLYING
                           WS-EXE-OCORRENCIAS FOR ALL 'MARKETING'
                       IF WS-EXE-OCORRENCIAS > ZEROS
                          AND LGP-DT-REVOGACAO = ZEROS
                           MOVE 'S' TO WS-EXE-CONSENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LGPD.

       4500-VERIFICAR-TETO.
      *    Mensagens de campanha recebidas pelo cliente na janela de
      *    frequencia, em todas as campanhas.
           MOVE ZEROS TO WS-EXE-QTD-RECENTES
           MOVE MKT-CONTA-CLI-ID TO CTC-CLI-ID
           MOVE ZEROS TO CTC-CAMPANHA
           START ARQCONTATO KEY >= CTC-CHAVE
               INVALID KEY MOVE '10' TO FS-CONTATO
           END-START
           PERFORM UNTIL NOT FS-CTC-OK
               READ ARQCONTATO NEXT
                   AT END MOVE '10' TO FS-CONTATO
               END-READ
               IF FS-CTC-OK
                   IF CTC-CLI-ID NOT = MKT-CONTA-CLI-ID
                       MOVE '10' TO FS-CONTATO
                   ELSE
                       IF CTC-DT-CONTATO > WS-MKT-DT-JANELA
                           ADD 1 TO WS-EXE-QTD-RECENTES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTATO.

       4600-ENFILEIRAR-MENSAGEM.
           MOVE MKT-CONTA-NUM TO WS-NOT-CONTA
           MOVE 'MKT' TO WS-NOT-EVENTO
           MOVE CMP-MENSAGEM TO WS-NOT-MENSAGEM
           MOVE CMP-ID TO WS-NOT-CAMPANHA
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           IF WS-NOT-CODIGO NOT = 0
               ADD 1 TO WS-EXE-QTD-FALHAS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-CONTATO-CAMP
           MOVE MKT-CONTA-CLI-ID TO CTC-CLI-ID
           MOVE CMP-ID TO CTC-CAMPANHA
           MOVE MKT-CONTA-NUM TO CTC-CONTA
           MOVE WS-DATA-HOJE TO CTC-DT-CONTATO
           MOVE 'N' TO CTC-CONVERTIDO
           WRITE REG-CONTATO-CAMP
           IF FS-CTC-OK
               ADD 1 TO WS-EXE-QTD-ENVIADAS
           ELSE
               ADD 1 TO WS-EXE-QTD-FALHAS
               MOVE '00' TO FS-CONTATO
           END-IF.

      *================================================================
       5000-APURAR-CONVERSAO SECTION.
      *================================================================
       5000-INICIO.
      *    Cada venda ativa do registro de vendas e atribuida ao
      *    contato mais recente do cliente cuja campanha oferta o
      *    produto vendido e cujo prazo de conversao cobre a data da
      *    venda. Contato ja convertido nao recebe outra venda.
           PERFORM 5100-CARREGAR-CAMPANHAS
           MOVE ZEROS TO WS-CNV-QTD-NOVAS
           OPEN INPUT ARQVENDA
           IF FS-VND-OK
               OPEN INPUT ARQCONTAS
               MOVE LOW-VALUES TO VND-CHAVE
               START ARQVENDA KEY >= VND-CHAVE
                   INVALID KEY MOVE '10' TO FS-VENDA
               END-START
               PERFORM UNTIL NOT FS-VND-OK
                   READ ARQVENDA NEXT
                       AT END MOVE '10' TO FS-VENDA
                   END-READ
                   IF FS-VND-OK AND VND-ATIVA
                       PERFORM 5200-ATRIBUIR-VENDA
                   END-IF
               END-PERFORM
               CLOSE ARQVENDA ARQCONTAS
           ELSE
               DISPLAY 'SEM REGISTRO DE VENDAS (BANKVEND.DAT)'
           END-IF
           DISPLAY 'NOVAS CONVERSOES ATRIBUIDAS: ' WS-CNV-QTD-NOVAS
           PERFORM 5500-EMITIR-RELATORIO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-CARREGAR-CAMPANHAS.
           MOVE ZEROS TO WS-CNV-QTD
           MOVE ZEROS TO CMP-ID
           START ARQCAMPANHA KEY >= CMP-ID
               INVALID KEY MOVE '10' TO FS-CAMPANHA
           END-START
           PERFORM UNTIL NOT FS-CMP-OK
               READ ARQCAMPANHA NEXT
                   AT END MOVE '10' TO FS-CAMPANHA
               END-READ
               IF FS-CMP-OK AND WS-CNV-QTD < 500
                   ADD 1 TO WS-CNV-QTD
                   MOVE CMP-ID TO WS-CNV-ID(WS-CNV-QTD)
                   MOVE CMP-NOME TO WS-CNV-NOME(WS-CNV-QTD)
                   MOVE CMP-SITUACAO TO WS-CNV-SITUACAO(WS-CNV-QTD)
                   MOVE CMP-PRODUTO-OFERTA
                       TO WS-CNV-PRODUTO(WS-CNV-QTD)
                   MOVE CMP-DIAS-CONVERSAO TO WS-CNV-DIAS(WS-CNV-QTD)
                   IF WS-CNV-DIAS(WS-CNV-QTD) = ZEROS
                       MOVE WS-MKT-DIAS-CONV
                           TO WS-CNV-DIAS(WS-CNV-QTD)
                   END-IF
                   MOVE ZEROS TO WS-CNV-CONTATOS(WS-CNV-QTD)
                                 WS-CNV-CONVERSOES(WS-CNV-QTD)
                                 WS-CNV-VALOR(WS-CNV-QTD)
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAMPANHA.

       5200-ATRIBUIR-VENDA.
           MOVE VND-CONTA TO MKT-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR MKT-CONTA-CLI-ID = ZEROS
               MOVE '00' TO FS-CONTAS
               EXIT PARAGRAPH
           END-IF
           MOVE MKT-CONTA-CLI-ID TO WS-CNV-CLI-ID
           MOVE 'N' TO WS-CNV-JA-ATRIBUIDA
           MOVE SPACES TO WS-CNV-MELHOR-CHAVE
           MOVE ZEROS TO WS-CNV-MELHOR-DATA
           MOVE WS-CNV-CLI-ID TO CTC-CLI-ID
           MOVE ZEROS TO CTC-CAMPANHA
           START ARQCONTATO KEY >= CTC-CHAVE
               INVALID KEY MOVE '10' TO FS-CONTATO
           END-START
           PERFORM UNTIL NOT FS-CTC-OK OR CNV-JA-ATRIBUIDA
               READ ARQCONTATO NEXT
                   AT END MOVE '10' TO FS-CONTATO
               END-READ
               IF FS-CTC-OK
                   IF CTC-CLI-ID NOT = WS-CNV-CLI-ID
                       MOVE '10' TO FS-CONTATO
                   ELSE
                       PERFORM 5250-AVALIAR-CONTATO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTATO
           IF CNV-JA-ATRIBUIDA OR WS-CNV-MELHOR-CHAVE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNV-MELHOR-CHAVE TO CTC-CHAVE
           READ ARQCONTATO
               INVALID KEY CONTINUE
           END-READ
           IF FS-CTC-OK
               MOVE 'S' TO CTC-CONVERTIDO
               MOVE VND-DT-VENDA TO CTC-DT-CONVERSAO
               MOVE VND-PRODUTO TO CTC-PRODUTO-CONV
               MOVE VND-CONTRATO TO CTC-CONTRATO-CONV
               MOVE VND-VALOR TO CTC-VALOR-CONV
               REWRITE REG-CONTATO-CAMP
               ADD 1 TO WS-CNV-QTD-NOVAS
           END-IF
           MOVE '00' TO FS-CONTATO.

       5250-AVALIAR-CONTATO.
           IF CTC-JA-CONVERTIDO
               IF CTC-PRODUTO-CONV = VND-PRODUTO
                  AND CTC-CONTRATO-CONV = VND-CONTRATO
                   MOVE 'S' TO WS-CNV-JA-ATRIBUIDA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CTC-CAMPANHA TO WS-CNV-CAMPANHA
           PERFORM 5300-LOCALIZAR-CAMPANHA
           IF WS-CNV-POS = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CNV-PRODUTO(WS-CNV-POS) NOT = SPACES
              AND WS-CNV-PRODUTO(WS-CNV-POS) NOT = VND-PRODUTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MKT-INT-DATA =
               FUNCTION INTEGER-OF-DATE(CTC-DT-CONTATO)
               + WS-CNV-DIAS(WS-CNV-POS)
           MOVE FUNCTION DATE-OF-INTEGER(WS-MKT-INT-DATA)
               TO WS-CNV-DT-LIMITE
           IF VND-DT-VENDA < CTC-DT-CONTATO
              OR VND-DT-VENDA > WS-CNV-DT-LIMITE
               EXIT PARAGRAPH
           END-IF
      *    Ultimo contato antes da venda leva a conversao.
           IF CTC-DT-CONTATO >= WS-CNV-MELHOR-DATA
               MOVE CTC-DT-CONTATO TO WS-CNV-MELHOR-DATA
               MOVE CTC-CHAVE TO WS-CNV-MELHOR-CHAVE
           END-IF.

       5300-LOCALIZAR-CAMPANHA.
           MOVE ZEROS TO WS-CNV-POS
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-CNV-QTD
                      OR WS-CNV-POS > ZEROS
               IF WS-CNV-ID(WS-CNV-IDX) = WS-CNV-CAMPANHA
                   MOVE WS-CNV-IDX TO WS-CNV-POS
               END-IF
           END-PERFORM.

      *================================================================
       5500-EMITIR-RELATORIO SECTION.
      *================================================================
       5500-INICIO.
           MOVE ZEROS TO CTC-CHAVE
           START ARQCONTATO KEY >= CTC-CHAVE
               INVALID KEY MOVE '10' TO FS-CONTATO
           END-START
           PERFORM UNTIL NOT FS-CTC-OK
               READ ARQCONTATO NEXT
                   AT END MOVE '10' TO FS-CONTATO
               END-READ
               IF FS-CTC-OK
                   MOVE CTC-CAMPANHA TO WS-CNV-CAMPANHA
                   PERFORM 5300-LOCALIZAR-CAMPANHA
                   IF WS-CNV-POS > ZEROS
                       ADD 1 TO WS-CNV-CONTATOS(WS-CNV-POS)
                       IF CTC-JA-CONVERTIDO
                           ADD 1 TO WS-CNV-CONVERSOES(WS-CNV-POS)
                           ADD CTC-VALOR-CONV
                               TO WS-CNV-VALOR(WS-CNV-POS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTATO
           OPEN OUTPUT ARQRELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BANKMKT - CONVERSAO DAS CAMPANHAS DE MARKETING EM '
                      DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 5900-GRAVAR-LINHA
           MOVE 'CAMP.  NOME                                      S'
               TO WS-REL-LINHA
           MOVE 'PRD CONTATOS CONVERS.   TAXA%      VOLUME VENDIDO'
               TO WS-REL-LINHA(52:)
           PERFORM 5900-GRAVAR-LINHA
           MOVE ZEROS TO WS-REL-TOT-CONTATOS WS-REL-TOT-CONVERSOES
                         WS-REL-TOT-VALOR
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-CNV-QTD
               PERFORM 5600-LINHA-CAMPANHA
           END-PERFORM
           MOVE ZEROS TO WS-REL-TAXA
           IF WS-REL-TOT-CONTATOS > ZEROS
               COMPUTE WS-REL-TAXA ROUNDED =
                   WS-REL-TOT-CONVERSOES * 100 / WS-REL-TOT-CONTATOS
           END-IF
           MOVE WS-REL-TAXA TO WS-REL-TAXA-ED
           MOVE WS-REL-TOT-VALOR TO WS-REL-VALOR-ED
           MOVE SPACES TO WS-REL-LINHA
           STRING 'TOTAL - CONTATOS ' DELIMITED SIZE
                  WS-REL-TOT-CONTATOS DELIMITED SIZE
                  ' CONVERSOES ' DELIMITED SIZE
                  WS-REL-TOT-CONVERSOES DELIMITED SIZE
                  ' TAXA ' DELIMITED SIZE
                  WS-REL-TAXA-ED DELIMITED SIZE
                  '% VOLUME ' DELIMITED SIZE
                  WS-REL-VALOR-ED DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 5900-GRAVAR-LINHA
           CLOSE ARQRELATORIO
           DISPLAY 'RELATORIO DE CONVERSAO EM BANKMKTR.TXT'
           EXIT SECTION.

       5600-LINHA-CAMPANHA.
           ADD WS-CNV-CONTATOS(WS-CNV-IDX) TO WS-REL-TOT-CONTATOS
           ADD WS-CNV-CONVERSOES(WS-CNV-IDX) TO WS-REL-TOT-CONVERSOES
           ADD WS-CNV-VALOR(WS-CNV-IDX) TO WS-REL-TOT-VALOR
           MOVE ZEROS TO WS-REL-TAXA
           IF WS-CNV-CONTATOS(WS-CNV-IDX) > ZEROS
               COMPUTE WS-REL-TAXA ROUNDED =
                   WS-CNV-CONVERSOES(WS-CNV-IDX) * 100
                   / WS-CNV-CONTATOS(WS-CNV-IDX)
           END-IF
           MOVE WS-REL-TAXA TO WS-REL-TAXA-ED
           MOVE WS-CNV-VALOR(WS-CNV-IDX) TO WS-REL-VALOR-ED
           MOVE SPACES TO WS-REL-LINHA
           MOVE WS-CNV-ID(WS-CNV-IDX) TO WS-REL-LINHA(1:6)
           MOVE WS-CNV-NOME(WS-CNV-IDX) TO WS-REL-LINHA(8:40)
           MOVE WS-CNV-SITUACAO(WS-CNV-IDX) TO WS-REL-LINHA(50:1)
           MOVE WS-CNV-PRODUTO(WS-CNV-IDX) TO WS-REL-LINHA(52:3)
           MOVE WS-CNV-CONTATOS(WS-CNV-IDX) TO WS-REL-LINHA(56:7)
           MOVE WS-CNV-CONVERSOES(WS-CNV-IDX) TO WS-REL-LINHA(65:7)
           MOVE WS-REL-TAXA-ED TO WS-REL-LINHA(74:6)
           MOVE WS-REL-VALOR-ED TO WS-REL-LINHA(82:17)
           PERFORM 5900-GRAVAR-LINHA.

       5900-GRAVAR-LINHA.
           WRITE REG-RELATORIO FROM WS-REL-LINHA
           IF NOT LS-MODO-BATCH
               DISPLAY WS-REL-LINHA(1:100)
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
