      *================================================================
      * BANKDSC.COB - Desconto de Cheques e Duplicatas (PJ)
      * Sistema Bancario COBOL
      * O cliente pessoa juridica desconta cheques pre-datados que ja
      * estao em custodia (BANKCSTD.DAT) e duplicatas que registrou
      * na cobranca (titulos em aberto de BANKBOLE.DAT). O conjunto
      * escolhido forma o bordero (BANKBORD.DAT, titulos em
      * BANKDSCT.DAT): cada titulo e trazido a valor presente pela
      * taxa mensal de desconto do tipo de titulo, com o IOF de
      * credito do BANKIOF pelos dias ate o vencimento. O valor de
      * face entra na conta como credito (EMP, ativo de credito), o
      * desagio sai como tarifa (TAR, receita no resultado do
      * BANKPAG) e o IOF como tributo. O cheque descontado continua
      * custodiado (situacao T) e e depositado na data pelo BANKCHQ;
      * o pagamento do cheque ou do boleto fica com o banco e, na
      * devolucao do cheque ou no vencimento da duplicata sem
      * pagamento, o valor de face volta debitado na conta do
      * cliente - ambos pelo servico BANKDSS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDSC.

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
               RECORD KEY IS DSC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSCC-CLI-ID
               ALTERNATE RECORD KEY IS DSCC-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-TRANS-ID
               ALTERNATE RECORD KEY IS DSC-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DSC-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQCUSTODIA ASSIGN TO 'BANKCSTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-ID
               ALTERNATE RECORD KEY IS CSD-CONTA-BENEF
                   WITH DUPLICATES
               FILE STATUS IS FS-CUSTODIA.

           SELECT ARQBOLETO ASSIGN TO 'BANKBOLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BOL-BENEFICIARIO
                   WITH DUPLICATES
               FILE STATUS IS FS-BOLETO.

           SELECT ARQTITULO ASSIGN TO 'BANKDSCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-ID
               ALTERNATE RECORD KEY IS TIT-ORIGEM
               ALTERNATE RECORD KEY IS TIT-BORDERO WITH DUPLICATES
               FILE STATUS IS FS-TITULO.

           SELECT ARQBORDERO ASSIGN TO 'BANKBORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOR-ID
               ALTERNATE RECORD KEY IS BOR-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BORDERO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  DSC-CONTA-NUM         PIC 9(10).
           05  DSC-CONTA-AGENCIA     PIC 9(4).
           05  DSC-CONTA-DIGITO      PIC 9(1).
           05  DSC-CONTA-TIPO        PIC X(2).
           05  DSC-CONTA-STATUS      PIC X(1).
           05  DSC-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  DSC-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  DSC-CONTA-TITULAR     PIC X(60).
           05  DSC-CONTA-CPF         PIC X(11).
           05  DSC-CONTA-EMAIL       PIC X(80).
           05  DSC-CONTA-TELEFONE    PIC X(15).
           05  DSC-CONTA-DT-ABERTURA PIC 9(8).
           05  DSC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  DSC-CONTA-SENHA-HASH  PIC X(64).
           05  DSC-CONTA-COTIT-NOME  PIC X(60).
           05  DSC-CONTA-COTIT-CPF   PIC X(11).
           05  DSC-CONTA-CLI-ID      PIC 9(10).
           05  DSC-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  DSCC-CLI-ID           PIC 9(10).
           05  DSCC-CLI-NOME         PIC X(60).
           05  DSCC-CLI-CPF          PIC X(14).
           05  DSCC-CLI-RG           PIC X(15).
           05  DSCC-CLI-DT-NASC      PIC 9(8).
           05  DSCC-CLI-SEXO         PIC X(1).
           05  DSCC-CLI-ESTADO-CIVIL PIC X(2).
           05  DSCC-CLI-PROFISSAO    PIC X(40).
           05  DSCC-CLI-RENDA        PIC S9(11)V99 COMP-3.
           05  DSCC-CLI-PERFIL-RISCO PIC X(1).
           05  DSCC-CLI-ENDERECO     PIC X(190).
           05  DSCC-CLI-STATUS       PIC X(1).
           05  DSCC-CLI-SCORE        PIC 9(4).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  DSC-TRANS-ID          PIC 9(15).
           05  DSC-TRANS-CONTA-ORG   PIC 9(10).
           05  DSC-TRANS-CONTA-DEST  PIC 9(10).
           05  DSC-TRANS-TIPO        PIC X(3).
           05  DSC-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  DSC-TRANS-DATA        PIC 9(8).
           05  DSC-TRANS-HORA        PIC 9(6).
           05  DSC-TRANS-DESCRICAO   PIC X(100).
           05  DSC-TRANS-STATUS      PIC X(1).
           05  DSC-TRANS-NSU         PIC 9(12).
           05  DSC-TRANS-CANAL       PIC X(10).
           05  DSC-TRANS-MOEDA       PIC X(3).

       FD  ARQCUSTODIA.
       01  REG-CUSTODIA.
           05  CSD-ID                PIC 9(10).
           05  CSD-CONTA-BENEF       PIC 9(10).
           05  CSD-CONTA-EMITENTE    PIC 9(10).
           05  CSD-NUMERO-CHEQUE     PIC 9(6).
           05  CSD-VALOR             PIC S9(13)V99 COMP-3.
           05  CSD-DT-RECEBIMENTO    PIC 9(8).
           05  CSD-DT-DEPOSITO       PIC 9(8).
           05  CSD-SITUACAO          PIC X(1).
               88  CSD-EM-CUSTODIA   VALUE 'C'.
               88  CSD-DEPOSITADO    VALUE 'D'.
               88  CSD-RETIRADO      VALUE 'R'.
               88  CSD-DESCONTADO    VALUE 'T'.

       FD  ARQBOLETO.
       01  REG-BOLETO.
           05  BOL-NOSSO-NUMERO      PIC 9(11).
           05  BOL-BENEFICIARIO      PIC 9(10).
           05  BOL-PAGADOR-NOME      PIC X(60).
           05  BOL-PAGADOR-CPF       PIC X(14).
           05  BOL-VALOR             PIC S9(13)V99 COMP-3.
           05  BOL-DT-EMISSAO        PIC 9(8).
           05  BOL-DT-VENCTO         PIC 9(8).
           05  BOL-LINHA-DIGITAVEL   PIC X(47).
           05  BOL-SITUACAO          PIC X(1).
               88  BOL-ABERTO        VALUE 'A'.
               88  BOL-PAGO          VALUE 'P'.
               88  BOL-VENCIDO       VALUE 'V'.
               88  BOL-BAIXADO       VALUE 'B'.
           05  BOL-DT-PAGAMENTO      PIC 9(8).
           05  BOL-VALOR-PAGO        PIC S9(13)V99 COMP-3.
      *    Protesto pela central de cartorios: instrucao de dias
      *    apos o vencimento (zero = nao protestar) e situacao do
      *    titulo no cartorio.
           05  BOL-PROTESTO-DIAS     PIC 9(3).
           05  BOL-SIT-PROTESTO      PIC X(1).
               88  BOL-SEM-PROTESTO  VALUE SPACE.
               88  BOL-PROT-REMETIDO VALUE 'E'.
               88  BOL-PROT-APONTADO VALUE 'A'.
               88  BOL-PROTESTADO    VALUE 'T'.
               88  BOL-PROT-LIQUIDADO VALUE 'L'.
               88  BOL-PROT-CANC-SOLIC VALUE 'S'.
               88  BOL-PROT-CANC-REMETIDO VALUE 'K'.
               88  BOL-PROT-CANCELADO VALUE 'C'.
               88  BOL-PROT-DEVOLVIDO VALUE 'D'.
               88  BOL-PROTESTO-EM-CURSO VALUE 'E' 'A' 'T'.
           05  BOL-DT-PROTESTO       PIC 9(8).
           05  BOL-PROTOCOLO         PIC X(15).
           05  BOL-CUSTAS-CARTORIO   PIC S9(7)V99 COMP-3.

       FD  ARQTITULO.
       01  REG-TITULO.
           05  TIT-ID                PIC 9(12).
           05  TIT-ORIGEM.
               10  TIT-TIPO          PIC X(1).
                   88  TIT-CHEQUE    VALUE 'C'.
                   88  TIT-DUPLICATA VALUE 'D'.
               10  TIT-ORIGEM-ID     PIC 9(11).
           05  TIT-BORDERO           PIC 9(10).
           05  TIT-CONTA             PIC 9(10).
           05  TIT-AGENCIA           PIC 9(4).
           05  TIT-SACADO            PIC X(14).
           05  TIT-VALOR             PIC S9(13)V99 COMP-3.
           05  TIT-DT-VENCTO         PIC 9(8).
           05  TIT-DIAS              PIC 9(5).
           05  TIT-DESAGIO           PIC S9(11)V99 COMP-3.
           05  TIT-IOF               PIC S9(11)V99 COMP-3.
           05  TIT-VALOR-PAGO        PIC S9(13)V99 COMP-3.
           05  TIT-SITUACAO          PIC X(1).
               88  TIT-EM-ABERTO     VALUE 'D'.
               88  TIT-LIQUIDADO     VALUE 'L'.
               88  TIT-ESTORNADO     VALUE 'E'.
           05  TIT-DT-SITUACAO       PIC 9(8).

       FD  ARQBORDERO.
       01  REG-BORDERO.
           05  BOR-ID                PIC 9(10).
           05  BOR-CONTA             PIC 9(10).
           05  BOR-AGENCIA           PIC 9(4).
           05  BOR-QTD-TITULOS       PIC 9(3).
           05  BOR-PRAZO-MEDIO       PIC 9(3).
           05  BOR-VALOR-FACE        PIC S9(13)V99 COMP-3.
           05  BOR-DESAGIO           PIC S9(11)V99 COMP-3.
           05  BOR-IOF               PIC S9(11)V99 COMP-3.
           05  BOR-VALOR-LIQUIDO     PIC S9(13)V99 COMP-3.
           05  BOR-A-RECEBER         PIC S9(13)V99 COMP-3.
           05  BOR-ESTORNADO         PIC S9(13)V99 COMP-3.
           05  BOR-DT-CONTRATO       PIC 9(8).
           05  BOR-SITUACAO          PIC X(1).
               88  BOR-ABERTO        VALUE 'A'.
               88  BOR-QUITADO       VALUE 'Q'.
           05  BOR-DT-SITUACAO       PIC 9(8).
           05  BOR-OPERADOR          PIC X(20).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DSC-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLIENTE-OK    VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-CUSTODIA          PIC XX.
               88  FS-CSD-OK        VALUE '00'.
               88  FS-CSD-EOF       VALUE '10'.
           05  FS-BOLETO            PIC XX.
               88  FS-BOL-OK        VALUE '00'.
               88  FS-BOL-EOF       VALUE '10'.
           05  FS-TITULO            PIC XX.
               88  FS-TIT-OK        VALUE '00'.
               88  FS-TIT-EOF       VALUE '10'.
           05  FS-BORDERO           PIC XX.
               88  FS-BOR-OK        VALUE '00'.
               88  FS-BOR-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PRECO-CTRL.
      *    Taxa mensal de desconto por tipo de titulo: cheque
      *    custodiado (C) e duplicata em cobranca (D).
           05  WS-DSC-TAXA-CHEQUE   PIC 9(2)V99 VALUE 2,39.
           05  WS-DSC-TAXA-DUPLIC   PIC 9(2)V99 VALUE 2,19.
           05  WS-DSC-TAXA          PIC 9(2)V99.
           05  WS-DSC-FATOR         PIC 9(3)V9(8).

       01  WS-SELECAO-CTRL.
           05  WS-SEL-QTD           PIC 9(2).
           05  WS-SEL-ITEM          OCCURS 50 TIMES.
               10  WS-SEL-TIPO      PIC X(1).
               10  WS-SEL-ORIGEM-ID PIC 9(11).
               10  WS-SEL-SACADO    PIC X(14).
               10  WS-SEL-VALOR     PIC S9(13)V99 COMP-3.
               10  WS-SEL-VENCTO    PIC 9(8).
               10  WS-SEL-DIAS      PIC 9(5).
               10  WS-SEL-DESAGIO   PIC S9(11)V99 COMP-3.
               10  WS-SEL-IOF       PIC S9(11)V99 COMP-3.
           05  WS-SEL-IDX           PIC 9(2).
           05  WS-SEL-J             PIC 9(2).
           05  WS-SEL-TIPO-INF      PIC X(1).
           05  WS-SEL-ID-INF        PIC 9(11).
           05  WS-SEL-REPETIDO      PIC X(1).
           05  WS-SEL-ELEGIVEL      PIC X(1).
               88  SEL-ELEGIVEL     VALUE 'S'.
           05  WS-SEL-CONTA         PIC 9(10).
           05  WS-SEL-AGENCIA       PIC 9(4).
           05  WS-SEL-QTD-LIVRES    PIC 9(5).
           05  WS-SEL-TOT-FACE      PIC S9(13)V99 COMP-3.
           05  WS-SEL-TOT-DESAGIO   PIC S9(11)V99 COMP-3.
           05  WS-SEL-TOT-IOF       PIC S9(11)V99 COMP-3.
           05  WS-SEL-LIQUIDO       PIC S9(13)V99 COMP-3.
           05  WS-SEL-DIAS-POND     PIC S9(15)V99 COMP-3.
           05  WS-SEL-PRAZO-MEDIO   PIC 9(3).
           05  WS-SEL-CONFIRMA      PIC X(1).

       01  WS-GERAL-CTRL.
           05  WS-BOR-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-TIT-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-BOR-CONSULTA      PIC 9(10).
           05  WS-TRN-CONTA         PIC 9(10).
           05  WS-TRN-TIPO          PIC X(3).
           05  WS-TRN-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-TRN-HISTORICO     PIC X(100).
           05  WS-VL-DISP           PIC Z(10)9,99-.
           05  WS-VL-DISP2          PIC Z(10)9,99-.
           05  WS-TX-DISP           PIC Z9,99.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-IOF.
      *    Area de chamada do motor central de IOF (BANKIOF)
           05  WS-IOFSRV-TIPO       PIC X(1).
           05  WS-IOFSRV-BASE       PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-DIAS       PIC 9(5).
           05  WS-IOFSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-IOFSRV-CODIGO     PIC 9(4).

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
      *    Sem rotina de lote propria: liquidacao e estorno dos
      *    titulos correm na compensacao (BANKCHQ) e na cobranca
      *    (BANKCOB).
           IF LS-MODO-BATCH
               MOVE 0 TO LS-CODIGO
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTAS ARQCLIENTE ARQTRANS ARQCUSTODIA ARQBOLETO
                 ARQTITULO ARQBORDERO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN INPUT ARQCLIENTE
           OPEN I-O ARQCUSTODIA
           IF FS-CUSTODIA = '35'
               OPEN OUTPUT ARQCUSTODIA
               CLOSE ARQCUSTODIA
               OPEN I-O ARQCUSTODIA
           END-IF
           OPEN INPUT ARQBOLETO
           IF FS-BOLETO = '35'
               OPEN OUTPUT ARQBOLETO
               CLOSE ARQBOLETO
               OPEN INPUT ARQBOLETO
           END-IF
           OPEN I-O ARQTITULO
           IF FS-TITULO = '35'
               OPEN OUTPUT ARQTITULO
               CLOSE ARQTITULO
               OPEN I-O ARQTITULO
           END-IF
           OPEN I-O ARQBORDERO
           IF FS-BORDERO = '35'
               OPEN OUTPUT ARQBORDERO
               CLOSE ARQBORDERO
               OPEN I-O ARQBORDERO
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO BOR-ID
           START ARQBORDERO KEY IS <= BOR-ID
           IF FS-BOR-OK
               READ ARQBORDERO NEXT
               IF FS-BOR-OK
                   MOVE BOR-ID TO WS-BOR-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999 TO TIT-ID
           START ARQTITULO KEY IS <= TIT-ID
           IF FS-TIT-OK
               READ ARQTITULO NEXT
               IF FS-TIT-OK
                   MOVE TIT-ID TO WS-TIT-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO DSC-TRANS-ID
           START ARQTRANS KEY IS <= DSC-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE DSC-TRANS-ID TO WS-PROXIMO-ID
               END-IF
           END-IF.

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

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' DESCONTO DE CHEQUES E DUPLICATAS'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Simular bordero'
           DISPLAY ' 02. Contratar bordero'
           DISPLAY ' 03. Consultar borderos da conta'
           DISPLAY ' 04. Titulos de um bordero'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '02'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-SIMULAR
               WHEN '02'
                   PERFORM 3000-CONTRATAR
               WHEN '03'
                   PERFORM 4000-CONSULTAR-BORDEROS
               WHEN '04'
                   PERFORM 4500-TITULOS-DO-BORDERO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

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
       2000-SIMULAR SECTION.
      *================================================================
       2000-INICIO.
           PERFORM 2100-SELECIONAR-TITULOS
           IF WS-SEL-QTD = ZEROS
               EXIT SECTION
           END-IF
           PERFORM 2400-PRECIFICAR
           PERFORM 2600-EXIBIR-PROPOSTA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-SELECIONAR-TITULOS.
      *    Lista os cheques em custodia e as duplicatas em aberto da
      *    conta, ainda a vencer e fora de bordero; o cliente monta
      *    o bordero pelo tipo e numero de cada titulo.
           MOVE ZEROS TO WS-SEL-QTD
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-SEL-CONTA
           MOVE WS-SEL-CONTA TO DSC-CONTA-NUM
           READ ARQCONTAS KEY IS DSC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR DSC-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE DSC-CONTA-AGENCIA TO WS-SEL-AGENCIA
      *    Documento de 11 posicoes (CPF, claro ou tokenizado) deixa
      *    as tres ultimas em branco: desconto so para CNPJ.
           MOVE DSC-CONTA-CLI-ID TO DSCC-CLI-ID
           READ ARQCLIENTE KEY IS DSCC-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLIENTE-OK OR DSCC-CLI-CPF(12:3) = SPACES
               DISPLAY 'DESCONTO DISPONIVEL APENAS PARA PESSOA '
                   'JURIDICA'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEL-QTD-LIVRES
           DISPLAY 'TITULOS DISPONIVEIS (TIPO NUMERO VENCTO VALOR):'
           PERFORM 2150-LISTAR-CHEQUES
           PERFORM 2170-LISTAR-DUPLICATAS
           IF WS-SEL-QTD-LIVRES = ZEROS
               DISPLAY 'NENHUM TITULO DISPONIVEL PARA DESCONTO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-SEL-TIPO-INF
           PERFORM UNTIL WS-SEL-TIPO-INF = SPACES OR '0'
                      OR WS-SEL-QTD >= 50
               DISPLAY 'Tipo do titulo (C/D, 0 = encerrar): '
               ACCEPT WS-SEL-TIPO-INF
               IF WS-SEL-TIPO-INF = 'C' OR 'D'
                   DISPLAY 'Numero (custodia ou nosso numero): '
                   ACCEPT WS-SEL-ID-INF
                   PERFORM 2200-INCLUIR-NA-SELECAO
               END-IF
           END-PERFORM
           IF WS-SEL-QTD = ZEROS
               DISPLAY 'NENHUM TITULO ESCOLHIDO'
           END-IF.

       2150-LISTAR-CHEQUES.
           MOVE WS-SEL-CONTA TO CSD-CONTA-BENEF
           START ARQCUSTODIA KEY IS = CSD-CONTA-BENEF
               INVALID KEY MOVE '10' TO FS-CUSTODIA
           END-START
           PERFORM UNTIL FS-CSD-EOF
               READ ARQCUSTODIA NEXT
                   AT END MOVE '10' TO FS-CUSTODIA
               END-READ
               IF NOT FS-CSD-EOF
                   IF CSD-CONTA-BENEF NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-CUSTODIA
                   ELSE
                       IF CSD-EM-CUSTODIA
                          AND CSD-DT-DEPOSITO > WS-DATA-MOVIMENTO
                           ADD 1 TO WS-SEL-QTD-LIVRES
                           MOVE CSD-VALOR TO WS-VL-DISP
                           DISPLAY 'C ' CSD-ID ' CHEQUE '
                               CSD-NUMERO-CHEQUE ' '
                               CSD-DT-DEPOSITO ' ' WS-VL-DISP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CUSTODIA.

       2170-LISTAR-DUPLICATAS.
           MOVE WS-SEL-CONTA TO BOL-BENEFICIARIO
           START ARQBOLETO KEY IS = BOL-BENEFICIARIO
               INVALID KEY MOVE '10' TO FS-BOLETO
           END-START
           PERFORM UNTIL FS-BOL-EOF
               READ ARQBOLETO NEXT
                   AT END MOVE '10' TO FS-BOLETO
               END-READ
               IF NOT FS-BOL-EOF
                   IF BOL-BENEFICIARIO NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-BOLETO
                   ELSE
                       IF BOL-ABERTO
                          AND BOL-DT-VENCTO > WS-DATA-MOVIMENTO
                           MOVE 'D' TO TIT-TIPO
                           MOVE BOL-NOSSO-NUMERO TO TIT-ORIGEM-ID
                           READ ARQTITULO KEY IS TIT-ORIGEM
                               INVALID KEY CONTINUE
                           END-READ
                           IF NOT FS-TIT-OK
                               ADD 1 TO WS-SEL-QTD-LIVRES
                               MOVE BOL-VALOR TO WS-VL-DISP
                               DISPLAY 'D ' BOL-NOSSO-NUMERO ' '
                                   BOL-PAGADOR-NOME(1:20) ' '
                                   BOL-DT-VENCTO ' ' WS-VL-DISP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BOLETO.

       2200-INCLUIR-NA-SELECAO.
           MOVE 'N' TO WS-SEL-ELEGIVEL
           IF WS-SEL-TIPO-INF = 'C'
               PERFORM 2250-VALIDAR-CHEQUE
           ELSE
               PERFORM 2270-VALIDAR-DUPLICATA
           END-IF
           IF NOT SEL-ELEGIVEL
               DISPLAY 'TITULO INDISPONIVEL: ' WS-SEL-TIPO-INF ' '
                   WS-SEL-ID-INF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEL-REPETIDO
           PERFORM VARYING WS-SEL-J FROM 1 BY 1
                   UNTIL WS-SEL-J > WS-SEL-QTD
               IF WS-SEL-TIPO(WS-SEL-J) = WS-SEL-TIPO-INF
                  AND WS-SEL-ORIGEM-ID(WS-SEL-J) = WS-SEL-ID-INF
                   MOVE 'S' TO WS-SEL-REPETIDO
               END-IF
           END-PERFORM
           IF WS-SEL-REPETIDO = 'S'
               DISPLAY 'TITULO JA ESCOLHIDO'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-QTD
           MOVE WS-SEL-TIPO-INF TO WS-SEL-TIPO(WS-SEL-QTD)
           MOVE WS-SEL-ID-INF TO WS-SEL-ORIGEM-ID(WS-SEL-QTD)
           IF WS-SEL-TIPO-INF = 'C'
               MOVE SPACES TO WS-SEL-SACADO(WS-SEL-QTD)
               MOVE CSD-CONTA-EMITENTE
                   TO WS-SEL-SACADO(WS-SEL-QTD)(1:10)
               MOVE CSD-VALOR TO WS-SEL-VALOR(WS-SEL-QTD)
               MOVE CSD-DT-DEPOSITO TO WS-SEL-VENCTO(WS-SEL-QTD)
           ELSE
               MOVE BOL-PAGADOR-CPF TO WS-SEL-SACADO(WS-SEL-QTD)
               MOVE BOL-VALOR TO WS-SEL-VALOR(WS-SEL-QTD)
               MOVE BOL-DT-VENCTO TO WS-SEL-VENCTO(WS-SEL-QTD)
           END-IF.

       2250-VALIDAR-CHEQUE.
           MOVE WS-SEL-ID-INF TO CSD-ID
           READ ARQCUSTODIA
               INVALID KEY CONTINUE
           END-READ
           IF FS-CSD-OK AND CSD-CONTA-BENEF = WS-SEL-CONTA
              AND CSD-EM-CUSTODIA
              AND CSD-DT-DEPOSITO > WS-DATA-MOVIMENTO
               MOVE 'S' TO WS-SEL-ELEGIVEL
           END-IF.

       2270-VALIDAR-DUPLICATA.
           MOVE WS-SEL-ID-INF TO BOL-NOSSO-NUMERO
           READ ARQBOLETO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-BOL-OK OR BOL-BENEFICIARIO NOT = WS-SEL-CONTA
              OR NOT BOL-ABERTO
              OR BOL-DT-VENCTO <= WS-DATA-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO TIT-TIPO
           MOVE WS-SEL-ID-INF TO TIT-ORIGEM-ID
           READ ARQTITULO KEY IS TIT-ORIGEM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-TIT-OK
               MOVE 'S' TO WS-SEL-ELEGIVEL
           END-IF.

       2400-PRECIFICAR.
      *    Valor presente a juros compostos pela taxa mensal do tipo
      *    de titulo: desagio = face - face / (1 + i) ** (dias/30);
      *    IOF de credito sobre a face pelos mesmos dias.
           MOVE ZEROS TO WS-SEL-TOT-FACE WS-SEL-TOT-DESAGIO
           MOVE ZEROS TO WS-SEL-TOT-IOF WS-SEL-DIAS-POND
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               PERFORM 2450-PRECIFICAR-TITULO
           END-PERFORM
           COMPUTE WS-SEL-LIQUIDO =
               WS-SEL-TOT-FACE - WS-SEL-TOT-DESAGIO - WS-SEL-TOT-IOF
           MOVE ZEROS TO WS-SEL-PRAZO-MEDIO
           IF WS-SEL-TOT-FACE > ZEROS
               COMPUTE WS-SEL-PRAZO-MEDIO ROUNDED =
                   WS-SEL-DIAS-POND / WS-SEL-TOT-FACE
           END-IF.

       2450-PRECIFICAR-TITULO.
           IF WS-SEL-TIPO(WS-SEL-IDX) = 'C'
               MOVE WS-DSC-TAXA-CHEQUE TO WS-DSC-TAXA
           ELSE
               MOVE WS-DSC-TAXA-DUPLIC TO WS-DSC-TAXA
           END-IF
           COMPUTE WS-SEL-DIAS(WS-SEL-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-SEL-VENCTO(WS-SEL-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           COMPUTE WS-DSC-FATOR ROUNDED =
               (1 + WS-DSC-TAXA / 100)
               ** (WS-SEL-DIAS(WS-SEL-IDX) / 30)
           COMPUTE WS-SEL-DESAGIO(WS-SEL-IDX) ROUNDED =
               WS-SEL-VALOR(WS-SEL-IDX)
               - WS-SEL-VALOR(WS-SEL-IDX) / WS-DSC-FATOR
           MOVE 'C' TO WS-IOFSRV-TIPO
           MOVE WS-SEL-VALOR(WS-SEL-IDX) TO WS-IOFSRV-BASE
           MOVE WS-SEL-DIAS(WS-SEL-IDX) TO WS-IOFSRV-DIAS
           CALL 'BANKIOF' USING WS-CHAMADA-IOF
           MOVE WS-IOFSRV-VALOR TO WS-SEL-IOF(WS-SEL-IDX)
           ADD WS-SEL-VALOR(WS-SEL-IDX) TO WS-SEL-TOT-FACE
           ADD WS-SEL-DESAGIO(WS-SEL-IDX) TO WS-SEL-TOT-DESAGIO
           ADD WS-SEL-IOF(WS-SEL-IDX) TO WS-SEL-TOT-IOF
           COMPUTE WS-SEL-DIAS-POND = WS-SEL-DIAS-POND
               + WS-SEL-VALOR(WS-SEL-IDX) * WS-SEL-DIAS(WS-SEL-IDX).

       2600-EXIBIR-PROPOSTA.
           DISPLAY '----------------------------------------'
           DISPLAY 'TIPO NUMERO      DIAS          FACE      DESAGIO'
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               MOVE WS-SEL-VALOR(WS-SEL-IDX) TO WS-VL-DISP
               MOVE WS-SEL-DESAGIO(WS-SEL-IDX) TO WS-VL-DISP2
               DISPLAY WS-SEL-TIPO(WS-SEL-IDX) '    '
                   WS-SEL-ORIGEM-ID(WS-SEL-IDX) ' '
                   WS-SEL-DIAS(WS-SEL-IDX) ' ' WS-VL-DISP ' '
                   WS-VL-DISP2
           END-PERFORM
           MOVE WS-DSC-TAXA-CHEQUE TO WS-TX-DISP
           DISPLAY 'TAXA CHEQUE   ' WS-TX-DISP '% A.M.'
           MOVE WS-DSC-TAXA-DUPLIC TO WS-TX-DISP
           DISPLAY 'TAXA DUPLICATA' WS-TX-DISP '% A.M.'
           DISPLAY 'PRAZO MEDIO ' WS-SEL-PRAZO-MEDIO ' DIAS'
           MOVE WS-SEL-TOT-FACE TO WS-VL-DISP
           DISPLAY 'VALOR DE FACE  (' WS-SEL-QTD ' TIT): R$ '
               WS-VL-DISP
           MOVE WS-SEL-TOT-DESAGIO TO WS-VL-DISP
           DISPLAY 'DESAGIO              : R$ ' WS-VL-DISP
           MOVE WS-SEL-TOT-IOF TO WS-VL-DISP
           DISPLAY 'IOF                  : R$ ' WS-VL-DISP
           MOVE WS-SEL-LIQUIDO TO WS-VL-DISP
           DISPLAY 'VALOR PRESENTE LIQUIDO: R$ ' WS-VL-DISP.

      *================================================================
       3000-CONTRATAR SECTION.
      *================================================================
       3000-INICIO.
           PERFORM 2100-SELECIONAR-TITULOS
           IF WS-SEL-QTD = ZEROS
               EXIT SECTION
           END-IF
           PERFORM 2400-PRECIFICAR
           PERFORM 2600-EXIBIR-PROPOSTA
           IF WS-SEL-LIQUIDO <= ZEROS
               DISPLAY 'BORDERO SEM VALOR LIQUIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Confirmar bordero? (S/N): '
           ACCEPT WS-SEL-CONFIRMA
           IF WS-SEL-CONFIRMA NOT = 'S'
               DISPLAY 'BORDERO CANCELADO'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-BOR-PROX-ID
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               PERFORM 3100-GRAVAR-TITULO
           END-PERFORM
           MOVE WS-BOR-PROX-ID TO BOR-ID
           MOVE WS-SEL-CONTA TO BOR-CONTA
           MOVE WS-SEL-AGENCIA TO BOR-AGENCIA
           MOVE WS-SEL-QTD TO BOR-QTD-TITULOS
           MOVE WS-SEL-PRAZO-MEDIO TO BOR-PRAZO-MEDIO
           MOVE WS-SEL-TOT-FACE TO BOR-VALOR-FACE BOR-A-RECEBER
           MOVE WS-SEL-TOT-DESAGIO TO BOR-DESAGIO
           MOVE WS-SEL-TOT-IOF TO BOR-IOF
           MOVE WS-SEL-LIQUIDO TO BOR-VALOR-LIQUIDO
           MOVE ZEROS TO BOR-ESTORNADO
           MOVE WS-DATA-HOJE TO BOR-DT-CONTRATO BOR-DT-SITUACAO
           MOVE 'A' TO BOR-SITUACAO
           MOVE LS-OPERADOR TO BOR-OPERADOR
           WRITE REG-BORDERO
           PERFORM 3200-LIBERAR-NA-CONTA
           DISPLAY 'BORDERO ' BOR-ID ' CONTRATADO E CREDITADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-GRAVAR-TITULO.
      *    Cheque descontado segue na custodia (situacao T) para o
      *    deposito na data; a duplicata segue aberta na cobranca.
           ADD 1 TO WS-TIT-PROX-ID
           MOVE WS-TIT-PROX-ID TO TIT-ID
           MOVE WS-SEL-TIPO(WS-SEL-IDX) TO TIT-TIPO
           MOVE WS-SEL-ORIGEM-ID(WS-SEL-IDX) TO TIT-ORIGEM-ID
           MOVE WS-BOR-PROX-ID TO TIT-BORDERO
           MOVE WS-SEL-CONTA TO TIT-CONTA
           MOVE WS-SEL-AGENCIA TO TIT-AGENCIA
           MOVE WS-SEL-SACADO(WS-SEL-IDX) TO TIT-SACADO
           MOVE WS-SEL-VALOR(WS-SEL-IDX) TO TIT-VALOR
           MOVE WS-SEL-VENCTO(WS-SEL-IDX) TO TIT-DT-VENCTO
           MOVE WS-SEL-DIAS(WS-SEL-IDX) TO TIT-DIAS
           MOVE WS-SEL-DESAGIO(WS-SEL-IDX) TO TIT-DESAGIO
           MOVE WS-SEL-IOF(WS-SEL-IDX) TO TIT-IOF
           MOVE ZEROS TO TIT-VALOR-PAGO
           MOVE 'D' TO TIT-SITUACAO
           MOVE WS-DATA-HOJE TO TIT-DT-SITUACAO
           WRITE REG-TITULO
           IF TIT-CHEQUE
               MOVE TIT-ORIGEM-ID TO CSD-ID
               READ ARQCUSTODIA
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CSD-OK
                   MOVE 'T' TO CSD-SITUACAO
                   REWRITE REG-CUSTODIA
               END-IF
           END-IF.

       3200-LIBERAR-NA-CONTA.
      *    Face como credito (ativo de credito), desagio como
      *    tarifa (receita no resultado) e IOF retido.
           MOVE BOR-CONTA TO DSC-CONTA-NUM
           READ ARQCONTAS KEY IS DSC-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           ADD WS-SEL-LIQUIDO TO DSC-CONTA-SALDO
           MOVE WS-DATA-HOJE TO DSC-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           MOVE BOR-CONTA TO WS-TRN-CONTA
           MOVE 'EMP' TO WS-TRN-TIPO
           MOVE BOR-VALOR-FACE TO WS-TRN-VALOR
           MOVE SPACES TO WS-TRN-HISTORICO
           STRING 'Desconto de titulos bordero ' DELIMITED SIZE
                  BOR-ID                         DELIMITED SIZE
               INTO WS-TRN-HISTORICO
           END-STRING
           PERFORM 9100-GRAVAR-TRANSACAO
           IF BOR-DESAGIO > ZEROS
               MOVE 'TAR' TO WS-TRN-TIPO
               MOVE BOR-DESAGIO TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'Desagio bordero ' DELIMITED SIZE
                      BOR-ID             DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-GRAVAR-TRANSACAO
           END-IF
           IF BOR-IOF > ZEROS
               MOVE 'IOF' TO WS-TRN-TIPO
               MOVE BOR-IOF TO WS-TRN-VALOR
               MOVE SPACES TO WS-TRN-HISTORICO
               STRING 'IOF bordero ' DELIMITED SIZE
                      BOR-ID         DELIMITED SIZE
                   INTO WS-TRN-HISTORICO
               END-STRING
               PERFORM 9100-GRAVAR-TRANSACAO
           END-IF.

      *================================================================
       4000-CONSULTAR-BORDEROS SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Conta do cliente: '
           ACCEPT WS-SEL-CONTA
           MOVE ZEROS TO WS-SEL-QTD-LIVRES
           MOVE WS-SEL-CONTA TO BOR-CONTA
           START ARQBORDERO KEY IS = BOR-CONTA
               INVALID KEY MOVE '10' TO FS-BORDERO
           END-START
           PERFORM UNTIL FS-BOR-EOF
               READ ARQBORDERO NEXT
                   AT END MOVE '10' TO FS-BORDERO
               END-READ
               IF NOT FS-BOR-EOF
                   IF BOR-CONTA NOT = WS-SEL-CONTA
                       MOVE '10' TO FS-BORDERO
                   ELSE
                       ADD 1 TO WS-SEL-QTD-LIVRES
                       MOVE BOR-VALOR-FACE TO WS-VL-DISP
                       MOVE BOR-VALOR-LIQUIDO TO WS-VL-DISP2
                       DISPLAY 'BORDERO ' BOR-ID ' DE '
                           BOR-DT-CONTRATO ' ' BOR-QTD-TITULOS
                           ' TIT SIT ' BOR-SITUACAO
                       DISPLAY '   FACE R$ ' WS-VL-DISP
                           ' LIQUIDO R$ ' WS-VL-DISP2
                       MOVE BOR-A-RECEBER TO WS-VL-DISP
                       MOVE BOR-ESTORNADO TO WS-VL-DISP2
                       DISPLAY '   A RECEBER R$ ' WS-VL-DISP
                           ' ESTORNADO R$ ' WS-VL-DISP2
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-BORDERO
           IF WS-SEL-QTD-LIVRES = ZEROS
               DISPLAY 'NENHUM BORDERO PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4500-TITULOS-DO-BORDERO SECTION.
      *================================================================
       4500-INICIO.
           DISPLAY 'Numero do bordero: '
           ACCEPT WS-BOR-CONSULTA
           MOVE WS-BOR-CONSULTA TO BOR-ID
           READ ARQBORDERO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-BOR-OK
               DISPLAY 'BORDERO NAO ENCONTRADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'TIPO NUMERO      VENCTO           FACE SIT'
           MOVE WS-BOR-CONSULTA TO TIT-BORDERO
           START ARQTITULO KEY IS = TIT-BORDERO
               INVALID KEY MOVE '10' TO FS-TITULO
           END-START
           PERFORM UNTIL FS-TIT-EOF
               READ ARQTITULO NEXT
                   AT END MOVE '10' TO FS-TITULO
               END-READ
               IF NOT FS-TIT-EOF
                   IF TIT-BORDERO NOT = WS-BOR-CONSULTA
                       MOVE '10' TO FS-TITULO
                   ELSE
                       MOVE TIT-VALOR TO WS-VL-DISP
                       DISPLAY TIT-TIPO '    ' TIT-ORIGEM-ID ' '
                           TIT-DT-VENCTO ' ' WS-VL-DISP ' '
                           TIT-SITUACAO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-TITULO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       9000-GRAVACOES SECTION.
      *================================================================
       9100-GRAVAR-TRANSACAO.
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO DSC-TRANS-ID
           MOVE WS-TRN-CONTA TO DSC-TRANS-CONTA-ORG
           MOVE ZEROS TO DSC-TRANS-CONTA-DEST
           MOVE WS-TRN-TIPO TO DSC-TRANS-TIPO
           MOVE WS-TRN-VALOR TO DSC-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO DSC-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO DSC-TRANS-HORA
           MOVE WS-TRN-HISTORICO TO DSC-TRANS-DESCRICAO
           MOVE 'E' TO DSC-TRANS-STATUS
           COMPUTE DSC-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'DESCONTO' TO DSC-TRANS-CANAL
           MOVE 'BRL' TO DSC-TRANS-MOEDA
           WRITE REG-TRANS.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
