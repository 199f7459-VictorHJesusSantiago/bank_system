      *===============================================================
      * BANKTRF.COB - Modulo de Transferencias
      * Remessas internacionais (SWIFT MT103): envio a partir de
      * conta em reais com preco do cambio do dia e IOF, ordens do
      * dia em BANKSWI.OUT; recebidas de BANKSWI.IN sao creditadas
      * ou devolvidas em BANKSWI.RET. Registro em BANKREMI.DAT.
      * TED, DOC e PIX passam pelo cadastro de favorecidos (BANKFAV):
      * destino nao cadastrado tem teto baixo e favorecido novo fica
      * em carencia; cadastro exige a senha da conta.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTRF.
               RECORD KEY IS KYW-CLI-ID
               FILE STATUS IS FS-KYCWORK.

           SELECT ARQREMESSA ASSIGN TO 'BANKREMI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-ID
               ALTERNATE RECORD KEY IS REM-CONTA WITH DUPLICATES
               FILE STATUS IS FS-REMESSA.

           SELECT ARQSWIOUT ASSIGN TO 'BANKSWI.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SWIOUT.

           SELECT ARQSWIIN ASSIGN TO 'BANKSWI.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SWIIN.

           SELECT ARQSWIRET ASSIGN TO 'BANKSWI.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SWIRET.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
           05  KYW-DIAS-VENCIDO      PIC 9(5).
           05  KYW-DT-DETECCAO       PIC 9(8).

      *    Remessas internacionais enviadas (E) e recebidas (R), com
      *    o preco fechado, o contrato de cambio e a situacao.
       FD  ARQREMESSA.
       01  REG-REMESSA.
           05  REM-ID                PIC 9(10).
           05  REM-SENTIDO           PIC X(1).
               88  REM-ENVIADA       VALUE 'E'.
               88  REM-RECEBIDA      VALUE 'R'.
           05  REM-CONTA             PIC 9(10).
           05  REM-DATA              PIC 9(8).
           05  REM-REFERENCIA        PIC X(16).
           05  REM-MOEDA             PIC X(3).
           05  REM-VALOR-ME          PIC S9(13)V99 COMP-3.
           05  REM-TAXA              PIC 9(3)V9(6) COMP-3.
           05  REM-VALOR-BRL         PIC S9(13)V99 COMP-3.
           05  REM-IOF               PIC S9(11)V99 COMP-3.
           05  REM-BIC               PIC X(11).
           05  REM-CONTA-EXTERIOR    PIC X(34).
           05  REM-NOME-CONTRAPARTE  PIC X(60).
           05  REM-PAIS              PIC X(2).
           05  REM-FINALIDADE        PIC X(5).
           05  REM-CONTRATO          PIC X(20).
           05  REM-STATUS            PIC X(1).
               88  REM-PENDENTE      VALUE 'P'.
               88  REM-EFETIVADA     VALUE 'E'.
               88  REM-RETIDA        VALUE 'R'.
               88  REM-DEVOLVIDA     VALUE 'D'.
               88  REM-CANCELADA     VALUE 'C'.
           05  REM-MOTIVO            PIC X(4).
           05  REM-APV-ID            PIC 9(10).
           05  REM-NSU               PIC 9(12).
           05  REM-OPERADOR          PIC X(20).

      *    Arquivo diario de ordens de pagamento ao exterior, uma
      *    linha por remessa nos campos da mensagem MT103.
       FD  ARQSWIOUT.
       01  REG-SWIFT-SAIDA.
           05  SWO-TIPO-MSG          PIC X(5).
           05  SWO-REFERENCIA        PIC X(16).
           05  SWO-DATA-VALOR        PIC 9(8).
           05  SWO-MOEDA             PIC X(3).
           05  SWO-VALOR             PIC 9(13)V99.
           05  SWO-CONTA-ORDENANTE   PIC 9(10).
           05  SWO-NOME-ORDENANTE    PIC X(60).
           05  SWO-BIC-BENEF         PIC X(11).
           05  SWO-CONTA-BENEF       PIC X(34).
           05  SWO-NOME-BENEF        PIC X(60).
           05  SWO-PAIS-BENEF        PIC X(2).
           05  SWO-FINALIDADE        PIC X(5).
           05  SWO-CONTRATO          PIC X(20).
           05  SWO-DESPESAS          PIC X(3).

      *    Ordens recebidas do exterior (MT103 de entrada). Conta do
      *    beneficiario como IBAN BR ou numero da conta a esquerda.
       FD  ARQSWIIN.
       01  REG-SWIFT-ENTRADA.
           05  SWE-TIPO-MSG          PIC X(5).
           05  SWE-REFERENCIA        PIC X(16).
           05  SWE-DATA-VALOR        PIC 9(8).
           05  SWE-MOEDA             PIC X(3).
           05  SWE-VALOR             PIC 9(13)V99.
           05  SWE-BIC-ORDENANTE     PIC X(11).
           05  SWE-NOME-ORDENANTE    PIC X(60).
           05  SWE-CONTA-BENEF       PIC X(34).
           05  SWE-NOME-BENEF        PIC X(60).
           05  SWE-FINALIDADE        PIC X(5).

      *    Devolucao ao banco ordenante das ordens nao casadas.
       FD  ARQSWIRET.
       01  REG-SWIFT-DEVOLUCAO.
           05  SWR-REFERENCIA        PIC X(16).
           05  SWR-DATA              PIC 9(8).
           05  SWR-MOEDA             PIC X(3).
           05  SWR-VALOR             PIC 9(13)V99.
           05  SWR-BIC-DEVOLVER      PIC X(11).
           05  SWR-MOTIVO            PIC X(4).
           05  SWR-DESCRICAO         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CTRL.
           05  FS-CONTAS             PIC XX.
               88  FS-DMV-OK         VALUE '00'.
           05  FS-KYCWORK            PIC XX.
               88  FS-KYW-OK         VALUE '00'.
           05  FS-REMESSA            PIC XX.
               88  FS-REM-OK         VALUE '00'.
           05  FS-SWIOUT             PIC XX.
           05  FS-SWIIN              PIC XX.
               88  FS-SWI-EOF        VALUE '10'.
               88  FS-SWI-NFD        VALUE '35'.
           05  FS-SWIRET             PIC XX.
           05  WS-OPCAO              PIC X(2).
           05  WS-CONTINUAR          PIC X VALUE 'S'.
               88  CONTINUAR         VALUE 'S'.
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-SIGNATARIO.
      *    Area de chamada do registro de signatarios PJ (BANKSIG)
               88  SIGSRV-AUTORIZADO VALUE 0000.
           05  WS-SIGSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-REPRESENTANTE.
      *    Area de chamada do registro de representantes PF (BANKRPF)
           05  WS-REPSRV-MODO       PIC X(1).
           05  WS-REPSRV-CONTA      PIC 9(10).
           05  WS-REPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-REPSRV-OPERACAO   PIC X(1) VALUE 'T'.
           05  WS-REPSRV-OPERADOR   PIC X(20).
           05  WS-REPSRV-CODIGO     PIC 9(4).
               88  REPSRV-AUTORIZADO VALUE 0000.
           05  WS-REPSRV-MENSAGEM   PIC X(60).

       01  WS-KYC-RESTRICAO-CTRL.
      *    Mesma restricao gradual do BANKTRAN: dossie KYC vencido
      *    acima da carencia restringe as operacoes de alto valor.
           05  WS-LIMSRV-CODIGO     PIC 9(4).
           05  WS-LIMSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-FAVORECIDO.
      *    Area de chamada do servico de favorecidos (BANKFAV),
      *    compartilhado com BANKTRAN.
           05  WS-FAVSRV-FUNCAO     PIC X(1).
           05  WS-FAVSRV-CONTA      PIC 9(10).
           05  WS-FAVSRV-BANCO      PIC 9(3).
           05  WS-FAVSRV-AGENCIA    PIC 9(4).
           05  WS-FAVSRV-DESTINO    PIC X(20).
           05  WS-FAVSRV-NOME       PIC X(40).
           05  WS-FAVSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-FAVSRV-CODIGO     PIC 9(4).
           05  WS-FAVSRV-MENSAGEM   PIC X(60).

       01  WS-FAV-CTRL.
           05  WS-FAV-BANCO-PROPRIO PIC 9(3) VALUE 001.
           05  WS-FAV-CONFIRMA      PIC X(1).

       01  WS-CAMBIO-CTRL.
      *    Taxas padrao usadas quando BANKCAMB.DAT nao esta
      *    disponivel, mesmo criterio do BANKINV com BANKTAXA.DAT.
           05  WS-IOF-CONTA-BRL     PIC 9(10).


       01  WS-REMESSA-CTRL.
      *    Remessas internacionais: precificacao pelo cambio do dia
      *    (4200) mais IOF, vigilancia da contraparte (5400).
           05  WS-REM-PROX-ID        PIC 9(10) VALUE ZEROS.
           05  WS-REM-ULT-ID         PIC 9(15) VALUE ZEROS.
           05  WS-REM-MOEDA          PIC X(3).
           05  WS-REM-VALOR-INF      PIC 9(11)V99.
           05  WS-REM-ID-INF         PIC 9(10).
           05  WS-REM-CONTA-NUM      PIC 9(10).
           05  WS-REM-CREDITO        PIC S9(13)V99 COMP-3.
           05  WS-REM-MOTIVO         PIC X(4).
           05  WS-REM-DESC-MOTIVO    PIC X(40).
           05  WS-REM-CONFIRMA       PIC X(1).
           05  WS-REM-QTD-CRED       PIC 9(6).
           05  WS-REM-QTD-DEVOL      PIC 9(6).
           05  WS-REM-QTD-RETIDAS    PIC 9(6).
           05  WS-REM-QTD-DUPLIC     PIC 9(6).
           05  WS-REM-QTD-REPROC     PIC 9(6).
           05  WS-REM-REF-BUSCA      PIC X(16).
           05  WS-REM-DUPLICADA      PIC X(1).
               88  REM-REF-DUPLICADA VALUE 'S'.
           05  WS-REM-FIM-ARQ        PIC X(1).
               88  REM-FIM-ARQ       VALUE 'S'.
           05  WS-REM-VAL-ME-DISP    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-CHAMADA-INTERFACE.
      *    Area de chamada do controle de interfaces (BANKIFC)
           05  WS-IFCSRV-MODO       PIC X(1).
           05  WS-IFCSRV-NOME       PIC X(12).
           05  WS-IFCSRV-QTD        PIC 9(7).
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-PRACA.
      *    Area de chamada do dia util por praca (BANKPRA)
           05  WS-PRASRV-DATA       PIC 9(8).
           05  WS-PRASRV-CODIGO     PIC 9(4).
           05  WS-PRASRV-MOTIVO     PIC X(30).

       01  WS-CHAMADA-VINCULADA.
      *    Area de chamada do servico de contas vinculadas (BANKESS)
           05  WS-ESCSRV-MODO       PIC X(1).
           05  WS-ESCSRV-ID         PIC 9(10).
           05  WS-ESCSRV-CONTA      PIC 9(10).
           05  WS-ESCSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-ESCSRV-PROCESSO   PIC X(20).
           05  WS-ESCSRV-DATA       PIC 9(8).
           05  WS-ESCSRV-CODIGO     PIC 9(4).
           05  WS-ESCSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-CAIXINHA.
      *    Area de chamada do servico de caixinhas (BANKCXS)
           05  WS-CXSSRV-MODO       PIC X(1).
           05  WS-CXSSRV-CONTA      PIC 9(10).
           05  WS-CXSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-CXSSRV-QTD        PIC 9(3).
           05  WS-CXSSRV-CODIGO     PIC 9(4).
           05  WS-CXSSRV-MENSAGEM   PIC X(60).

       LINKAGE SECTION.
       01  LS-RETORNO.
           05  LS-CODIGO             PIC 9(4).
           PERFORM 0800-ABRIR-ARQFERIADO
           PERFORM 0900-CARREGAR-DATA-MOVIMENTO
           PERFORM 0950-ABRIR-ARQKYCWORK
           PERFORM 0970-ABRIR-ARQREMESSA
           MOVE SPACES TO WS-LCKSRV-SESSAO
           STRING 'BANKTRF-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(9:8) DELIMITED SIZE
           END-STRING
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTAS ARQTRANS ARQPIX ARQCOMPROV ARQCONJ ARQPEND
                 ARQWATCH ARQAPROV ARQFERIADO ARQKYCWORK ARQREMESSA
           MOVE 0 TO LS-CODIGO
           GOBACK.

               OPEN INPUT ARQKYCWORK
           END-IF.

       0970-ABRIR-ARQREMESSA.
           OPEN I-O ARQREMESSA
           IF FS-REMESSA = '35'
               OPEN OUTPUT ARQREMESSA
               CLOSE ARQREMESSA
               OPEN I-O ARQREMESSA
           END-IF
           MOVE 9999999999 TO REM-ID
           START ARQREMESSA KEY IS <= REM-ID
           IF FS-REM-OK
               READ ARQREMESSA NEXT
               IF FS-REM-OK
                   MOVE REM-ID TO WS-REM-PROX-ID
               END-IF
           END-IF.

       0200-ABRIR-ARQCOMPROV.
           OPEN I-O ARQCOMPROV
           IF FS-COMPROV = '35'
           DISPLAY ' 06. Gerar QR PIX (copia e cola)'
           DISPLAY ' 07. Cambio entre contas (compra/venda)'
           DISPLAY ' 08. Confirmar transferencia pendente (co-titular)'
           DISPLAY ' 09. Remessa internacional - envio (SWIFT)'
           DISPLAY ' 10. Remessas recebidas do exterior (BANKSWI.IN)'
           DISPLAY ' 11. Liberar remessa retida na vigilancia'
           DISPLAY ' 12. Cadastrar favorecido'
           DISPLAY ' 13. Listar favorecidos'
           DISPLAY ' 14. Excluir favorecido'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
      *    Operacoes que movimentam saldo passam pela matriz de
      *    permissoes (o perfil auditor e somente leitura).
           IF WS-OPCAO = '01' OR '02' OR '03' OR '07' OR '08'
                      OR '09' OR '10' OR '11'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
                   PERFORM 4000-CAMBIO-ENTRE-CONTAS
               WHEN '08'
                   PERFORM 5200-CONFIRMAR-PENDENTE
               WHEN '09'
                   PERFORM 4600-REMESSA-ENVIADA
               WHEN '10'
                   PERFORM 4700-PROCESSAR-REMESSAS-RECEB
               WHEN '11'
                   PERFORM 4800-LIBERAR-REMESSA-RETIDA
               WHEN '12'
                   PERFORM 6000-CADASTRAR-FAVORECIDO
               WHEN '13'
                   PERFORM 6100-LISTAR-FAVORECIDOS
               WHEN '14'
                   PERFORM 6200-EXCLUIR-FAVORECIDO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
               EXIT PARAGRAPH
           END-IF

           PERFORM 2180-CALCULAR-DISPONIVEL
           IF WS-VALOR <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 3 TO LS-CODIGO
               MOVE 1 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2250-VERIFICAR-FAVORECIDO
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-LIMSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-LIMSRV-CONTA
           MOVE 'TRF' TO WS-LIMSRV-TIPO-OP
           CALL 'BANKLIM' USING WS-CHAMADA-LIMITES
           MOVE WS-LIMSRV-VALOR TO WS-LIM-TRF-DIARIA
           IF WS-VALOR > WS-LIM-TRF-DIARIA
               DISPLAY 'VALOR ACIMA DO LIMITE'
               PERFORM 2150-CONFIRMAR-SENHA-ALTO-VALOR
               IF LS-CODIGO NOT = 0
                   EXIT PARAGRAPH
               PERFORM 2200-LER-DESTINO
           END-IF
           IF LS-CODIGO = 0
               PERFORM 2180-CALCULAR-DISPONIVEL
               IF (WS-VALOR + WS-TAXA) > WS-DISPONIVEL
                   DISPLAY 'SALDO/LIMITE INSUFICIENTE'
                   MOVE 1 TO LS-CODIGO
       2150-CONFIRMAR-SENHA-ALTO-VALOR.
      *    Transferencia de alto valor exige confirmacao da senha
      *    de conta, armazenada como checksum em TRF-CONTA-SENHA-HASH.
      *    Tambem confirma o cadastro de favorecido (6000).
           DISPLAY 'CONFIRME A SENHA DA CONTA'
           DISPLAY 'Senha: '
           ACCEPT WS-SENHA-INFORMADA
           PERFORM 2160-CALCULAR-HASH-SENHA
           MOVE SPACES TO WS-SENHA-DIGITADA
           MOVE WS-HASH-ACUM TO WS-SENHA-DIGITADA(1:8).

       2180-CALCULAR-DISPONIVEL.
      *    Disponivel para debito = saldo + limite - valor retido em
      *    contas vinculadas (BANKESS) - guardado em caixinhas
      *    (BANKCXS) da origem.
           MOVE 'S' TO WS-ESCSRV-MODO
           MOVE WS-ORG-NUM TO WS-ESCSRV-CONTA
           MOVE ZEROS TO WS-ESCSRV-DATA WS-ESCSRV-VALOR
           CALL 'BANKESS' USING WS-CHAMADA-VINCULADA
           IF WS-ESCSRV-CODIGO NOT = ZEROS
               MOVE ZEROS TO WS-ESCSRV-VALOR
           END-IF
           MOVE 'S' TO WS-CXSSRV-MODO
           MOVE WS-ORG-NUM TO WS-CXSSRV-CONTA
           CALL 'BANKCXS' USING WS-CHAMADA-CAIXINHA
           IF WS-CXSSRV-CODIGO NOT = ZEROS
               MOVE ZEROS TO WS-CXSSRV-VALOR
           END-IF
           COMPUTE WS-DISPONIVEL = WS-ORG-SALDO + WS-ORG-LIMITE
               - WS-ESCSRV-VALOR - WS-CXSSRV-VALOR.

       2190-VALIDAR-SIGNATARIO-PJ.
      *    Conta PJ com signatarios cadastrados so debita mediante
      *    signatario ativo com alcada para o valor (BANKSIG).
               MOVE 5 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
               MOVE WS-VALOR TO WS-REPSRV-VALOR
               PERFORM 2195-VALIDAR-REPRESENTANTE-PF
           END-IF.

       2195-VALIDAR-REPRESENTANTE-PF.
      *    Conta PF com representante ativo so debita pelo CPF de
      *    representante com poder e limite para a operacao (BANKRPF).
           MOVE 'V' TO WS-REPSRV-MODO
           MOVE WS-ORG-NUM TO WS-REPSRV-CONTA
           MOVE LS-OPERADOR TO WS-REPSRV-OPERADOR
           CALL 'BANKRPF' USING WS-CHAMADA-REPRESENTANTE
           IF NOT REPSRV-AUTORIZADO
               MOVE 5 TO LS-CODIGO
           END-IF.

       2200-LER-DESTINO.
               END-IF
           END-IF.

       2250-VERIFICAR-FAVORECIDO.
      *    Destino nao cadastrado ou favorecido ainda em carencia
      *    tem teto proprio, abaixo do limite diario da conta.
           MOVE 'V' TO WS-FAVSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-FAVSRV-CONTA
           MOVE WS-FAV-BANCO-PROPRIO TO WS-FAVSRV-BANCO
           MOVE ZEROS TO WS-FAVSRV-AGENCIA
           MOVE WS-DES-NUM TO WS-FAVSRV-DESTINO
           MOVE SPACES TO WS-FAVSRV-NOME
           MOVE WS-VALOR TO WS-FAVSRV-VALOR
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           IF WS-FAVSRV-CODIGO NOT = ZEROS
               DISPLAY WS-FAVSRV-MENSAGEM
               MOVE 3 TO LS-CODIGO
           ELSE
               MOVE 0 TO LS-CODIGO
           END-IF.

       2300-GRAVAR-ORIGEM.
           MOVE WS-ORG-BUF TO REG-CONTA
           MOVE WS-ORG-SALDO TO TRF-CONTA-SALDO
               EXIT PARAGRAPH
           END-IF

           PERFORM 2180-CALCULAR-DISPONIVEL
           IF WS-VALOR <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 3 TO LS-CODIGO
               MOVE 1 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2250-VERIFICAR-FAVORECIDO
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-LIMSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-LIMSRV-CONTA
               PERFORM 2200-LER-DESTINO
           END-IF
           IF LS-CODIGO = 0
               PERFORM 2180-CALCULAR-DISPONIVEL
               IF WS-VALOR > WS-DISPONIVEL
                   DISPLAY 'SALDO/LIMITE INSUFICIENTE'
                   MOVE 1 TO LS-CODIGO
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2180-CALCULAR-DISPONIVEL
           IF WS-CMB-VALOR-ORIGEM > WS-DISPONIVEL
               DISPLAY 'SALDO/LIMITE INSUFICIENTE'
               MOVE 1 TO LS-CODIGO
               MOVE 5 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-CODIGO
           MOVE WS-CMB-VALOR-ORIGEM TO WS-REPSRV-VALOR
           PERFORM 2195-VALIDAR-REPRESENTANTE-PF
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-DEFINIR-TAXA-CAMBIO
           MOVE WS-CMB-TAXA-APLICADA TO WS-CMB-TAXA-DISPLAY
           DISPLAY 'Taxa aplicada (com spread): ' WS-CMB-TAXA-DISPLAY
               PERFORM 4100-LER-DESTINO-CAMBIO
           END-IF
           IF LS-CODIGO = 0
               PERFORM 2180-CALCULAR-DISPONIVEL
               IF WS-CMB-VALOR-ORIGEM > WS-DISPONIVEL
                   DISPLAY 'SALDO/LIMITE INSUFICIENTE'
                   MOVE 1 TO LS-CODIGO
           MOVE 'BRL' TO TRF-TRANS-MOEDA
           WRITE REG-TRANS.

       4600-REMESSA-ENVIADA.
      *    Ordem de pagamento ao exterior a partir de conta em reais:
      *    o cliente informa o valor na moeda do beneficiario, o
      *    banco vende a moeda pela taxa do dia com spread (4200) e
      *    cobra o IOF de cambio (BANKIOF). Exige contrato de cambio
      *    registrado e codigo de finalidade; contraparte em lista
      *    de vigilancia fica retida para aprovacao.
           DISPLAY '--- REMESSA INTERNACIONAL - ENVIO ---'
           DISPLAY 'Conta debitada (em reais): '
           ACCEPT WS-ORG-NUM
           PERFORM 2100-LER-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2170-VERIFICAR-SITUACAO-KYC
           IF WS-ORG-MOEDA NOT = 'BRL'
               DISPLAY 'REMESSA SO A PARTIR DE CONTA EM REAIS'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Moeda da remessa (USD/EUR): '
           ACCEPT WS-REM-MOEDA
           IF WS-REM-MOEDA NOT = 'USD' AND WS-REM-MOEDA NOT = 'EUR'
               DISPLAY 'MOEDA NAO OPERADA'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Valor na moeda da remessa: '
           ACCEPT WS-REM-VALOR-INF
           IF WS-REM-VALOR-INF <= ZEROS
               DISPLAY 'VALOR INVALIDO'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-REMESSA
           DISPLAY 'BIC do banco do beneficiario: '
           ACCEPT REM-BIC
           DISPLAY 'IBAN ou conta do beneficiario: '
           ACCEPT REM-CONTA-EXTERIOR
           DISPLAY 'Nome do beneficiario: '
           ACCEPT REM-NOME-CONTRAPARTE
           DISPLAY 'Pais do beneficiario (ISO, 2 letras): '
           ACCEPT REM-PAIS
           DISPLAY 'Codigo de finalidade (natureza, 5 digitos): '
           ACCEPT REM-FINALIDADE
           DISPLAY 'Numero do contrato de cambio registrado: '
           ACCEPT REM-CONTRATO
      *    BIC de 8 ou 11 posicoes; demais campos obrigatorios.
           IF REM-BIC(1:8) = SPACES OR REM-BIC(8:1) = SPACE
              OR (REM-BIC(9:3) NOT = SPACES
                  AND REM-BIC(11:1) = SPACE)
               DISPLAY 'BIC INVALIDO - INFORME 8 OU 11 POSICOES'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF REM-CONTA-EXTERIOR = SPACES
              OR REM-NOME-CONTRAPARTE = SPACES
              OR REM-PAIS = SPACES
               DISPLAY 'DADOS DO BENEFICIARIO INCOMPLETOS'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF REM-FINALIDADE NOT NUMERIC
               DISPLAY 'CODIGO DE FINALIDADE INVALIDO'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           IF REM-CONTRATO = SPACES
               DISPLAY 'REMESSA EXIGE CONTRATO DE CAMBIO REGISTRADO'
               MOVE 3 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
      *    Preco: banco vende a moeda (origem BRL) pela taxa do dia.
           MOVE WS-REM-MOEDA TO WS-DES-MOEDA
           MOVE ZEROS TO WS-CMB-VALOR-ORIGEM
           PERFORM 4200-DEFINIR-TAXA-CAMBIO
           MOVE WS-REM-VALOR-INF TO REM-VALOR-ME
           COMPUTE REM-VALOR-BRL ROUNDED =
               REM-VALOR-ME * WS-CMB-TAXA-APLICADA
           MOVE WS-CMB-TAXA-APLICADA TO REM-TAXA
           MOVE 'X' TO WS-IOFSRV-TIPO
           MOVE REM-VALOR-BRL TO WS-IOFSRV-BASE
           MOVE ZEROS TO WS-IOFSRV-DIAS
           CALL 'BANKIOF' USING WS-CHAMADA-IOF
           IF WS-IOFSRV-VALOR > ZEROS
               MOVE WS-IOFSRV-VALOR TO REM-IOF
           END-IF
           MOVE REM-VALOR-BRL TO WS-VALOR
           IF KYC-RESTRITO AND WS-VALOR > WS-KYC-LIM-ALTO-VLR
               DISPLAY 'OPERACAO DE ALTO VALOR RESTRITA - RENOVE O '
                   'DOSSIE KYC DO CLIENTE'
               MOVE 4 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2190-VALIDAR-SIGNATARIO-PJ
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2180-CALCULAR-DISPONIVEL
           IF REM-VALOR-BRL + REM-IOF > WS-DISPONIVEL
               DISPLAY 'SALDO/LIMITE INSUFICIENTE'
               MOVE 1 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE REM-TAXA TO WS-CMB-TAXA-DISPLAY
           DISPLAY 'Taxa aplicada (com spread): ' WS-CMB-TAXA-DISPLAY
           MOVE REM-VALOR-BRL TO WS-VAL-DISP
           DISPLAY 'Contravalor em reais: R$ ' WS-VAL-DISP
           MOVE REM-IOF TO WS-VAL-DISP
           DISPLAY 'IOF: R$ ' WS-VAL-DISP
           DISPLAY 'Confirmar? (S/N): '
           ACCEPT WS-REM-CONFIRMA
           IF WS-REM-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REM-PROX-ID
           MOVE WS-REM-PROX-ID TO REM-ID
           MOVE 'E' TO REM-SENTIDO
           MOVE WS-ORG-NUM TO REM-CONTA
           MOVE WS-DATA-MOVIMENTO TO REM-DATA
           MOVE SPACES TO REM-REFERENCIA
           STRING 'REM' DELIMITED SIZE
                  REM-ID DELIMITED SIZE
               INTO REM-REFERENCIA
           END-STRING
           MOVE WS-REM-MOEDA TO REM-MOEDA
           MOVE 'P' TO REM-STATUS
           MOVE LS-OPERADOR TO REM-OPERADOR
           WRITE REG-REMESSA
      *    Vigilancia sobre o beneficiario, como nas transferencias.
           MOVE REM-NOME-CONTRAPARTE TO WS-DES-TITULAR
           MOVE SPACES TO WS-DES-CPF
           PERFORM 5400-SCREENING-CONTRAPARTE
           IF WTC-NA-LISTA
               PERFORM 4790-RETER-REMESSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 4650-EFETIVAR-REMESSA-ENVIADA.

       4650-EFETIVAR-REMESSA-ENVIADA.
      *    Debita contravalor e IOF sob trava, grava as transacoes
      *    REM e IOF (canal SWIFT) e a ordem no arquivo do dia.
           MOVE REM-CONTA TO WS-ORG-NUM
           MOVE 'L' TO WS-LCKSRV-FUNCAO
           MOVE 'BANKACCT.DAT' TO WS-LCKSRV-ARQUIVO
           MOVE WS-ORG-NUM TO WS-LCKSRV-CHAVE
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           IF TRAVA-OCUPADA
               DISPLAY 'CONTA ORIGEM EM USO POR OUTRO CAIXA - '
                   'REMESSA ' REM-ID ' PENDENTE'
               MOVE 4 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LER-ORIGEM
           IF LS-CODIGO = 0
               PERFORM 2180-CALCULAR-DISPONIVEL
               IF REM-VALOR-BRL + REM-IOF > WS-DISPONIVEL
                   DISPLAY 'SALDO/LIMITE INSUFICIENTE'
                   MOVE 1 TO LS-CODIGO
               END-IF
           END-IF
           IF LS-CODIGO NOT = 0
               MOVE 'C' TO REM-STATUS
               MOVE 'AM04' TO REM-MOTIVO
               REWRITE REG-REMESSA
               MOVE 'U' TO WS-LCKSRV-FUNCAO
               CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
               DISPLAY 'REMESSA ' REM-ID ' CANCELADA'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT REM-VALOR-BRL FROM WS-ORG-SALDO
           SUBTRACT REM-IOF FROM WS-ORG-SALDO
           PERFORM 2300-GRAVAR-ORIGEM
           PERFORM 4690-PROXIMO-ID-TRANS
           MOVE WS-ID TO TRF-TRANS-ID
           MOVE REM-CONTA TO TRF-TRANS-CONTA-ORG
           MOVE ZEROS TO TRF-TRANS-CONTA-DEST
           MOVE 'REM' TO TRF-TRANS-TIPO
           MOVE REM-VALOR-BRL TO TRF-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO TRF-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRF-TRANS-HORA
           MOVE REM-VALOR-ME TO WS-REM-VAL-ME-DISP
           MOVE SPACES TO TRF-TRANS-DESCRICAO
           STRING 'Remessa ' DELIMITED SIZE
                  REM-MOEDA DELIMITED SIZE
                  WS-REM-VAL-ME-DISP DELIMITED SIZE
                  ' BIC ' DELIMITED SIZE
                  REM-BIC DELIMITED SIZE
                  ' contrato ' DELIMITED SIZE
                  REM-CONTRATO DELIMITED SIZE
               INTO TRF-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO TRF-TRANS-STATUS
           COMPUTE TRF-TRANS-NSU =
               FUNCTION MOD(WS-ID 1000000000000)
           MOVE 'SWIFT' TO TRF-TRANS-CANAL
           MOVE 'BRL' TO TRF-TRANS-MOEDA
           WRITE REG-TRANS
           PERFORM 2550-GRAVAR-COMPROVANTE
           MOVE TRF-TRANS-NSU TO REM-NSU
           IF REM-IOF > ZEROS
               PERFORM 4690-PROXIMO-ID-TRANS
               MOVE WS-ID TO TRF-TRANS-ID
               MOVE 'IOF' TO TRF-TRANS-TIPO
               MOVE REM-IOF TO TRF-TRANS-VALOR
               MOVE 'IOF sobre remessa internacional'
                   TO TRF-TRANS-DESCRICAO
               COMPUTE TRF-TRANS-NSU =
                   FUNCTION MOD(WS-ID 1000000000000)
               WRITE REG-TRANS
           END-IF
           PERFORM 4660-GRAVAR-ORDEM-SAIDA
           MOVE 'U' TO WS-LCKSRV-FUNCAO
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           MOVE 'E' TO REM-STATUS
           REWRITE REG-REMESSA
           DISPLAY 'REMESSA ' REM-ID ' ENVIADA - REFERENCIA '
               REM-REFERENCIA
           MOVE 0 TO LS-CODIGO.

       4660-GRAVAR-ORDEM-SAIDA.
      *    EXTEND acumula as ordens do dia para a transmissao.
           OPEN EXTEND ARQSWIOUT
           IF FS-SWIOUT = '35'
               OPEN OUTPUT ARQSWIOUT
           END-IF
           MOVE 'MT103' TO SWO-TIPO-MSG
           MOVE REM-REFERENCIA TO SWO-REFERENCIA
           MOVE REM-DATA TO SWO-DATA-VALOR
           MOVE REM-MOEDA TO SWO-MOEDA
           MOVE REM-VALOR-ME TO SWO-VALOR
           MOVE REM-CONTA TO SWO-CONTA-ORDENANTE
           MOVE WS-ORG-BUF TO REG-CONTA
           MOVE TRF-CONTA-TITULAR TO SWO-NOME-ORDENANTE
           MOVE REM-BIC TO SWO-BIC-BENEF
           MOVE REM-CONTA-EXTERIOR TO SWO-CONTA-BENEF
           MOVE REM-NOME-CONTRAPARTE TO SWO-NOME-BENEF
           MOVE REM-PAIS TO SWO-PAIS-BENEF
           MOVE REM-FINALIDADE TO SWO-FINALIDADE
           MOVE REM-CONTRATO TO SWO-CONTRATO
           MOVE 'SHA' TO SWO-DESPESAS
           WRITE REG-SWIFT-SAIDA
           CLOSE ARQSWIOUT.

       4690-PROXIMO-ID-TRANS.
      *    Mesmo ID por carimbo de tempo das demais transacoes do
      *    modulo, forcado crescente para varias no mesmo instante.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-ID
           IF WS-ID <= WS-REM-ULT-ID
               COMPUTE WS-ID = WS-REM-ULT-ID + 1
           END-IF
           MOVE WS-ID TO WS-REM-ULT-ID.

       4700-PROCESSAR-REMESSAS-RECEB.
      *    Ordens recebidas do exterior: casa a conta beneficiaria,
      *    passa a contraparte pela vigilancia (5400) e credita;
      *    o que nao casa volta ao banco ordenante em BANKSWI.RET.
           DISPLAY '--- REMESSAS RECEBIDAS (BANKSWI.IN) ---'
           MOVE ZEROS TO WS-REM-QTD-CRED WS-REM-QTD-DEVOL
                         WS-REM-QTD-RETIDAS WS-REM-QTD-DUPLIC
                         WS-REM-QTD-REPROC
      *    Primeiro as recebidas que ficaram pendentes em rodada
      *    anterior por conta em uso (4750).
           PERFORM 4705-REPROCESSAR-PENDENTES
      *    Controle de interfaces: o mesmo arquivo nunca credita
      *    duas vezes (BANKIFC confere contagem e duplicidade).
           MOVE 'C' TO WS-IFCSRV-MODO
           MOVE 'BANKSWI.IN' TO WS-IFCSRV-NOME
           CALL 'BANKIFC' USING WS-CHAMADA-INTERFACE
           EVALUATE WS-IFCSRV-CODIGO
               WHEN 3
                   DISPLAY 'SEM ARQUIVO DE REMESSAS BANKSWI.IN'
                   PERFORM 4708-EXIBIR-TOTAIS-RECEB
                   MOVE 0 TO LS-CODIGO
                   EXIT PARAGRAPH
               WHEN 2
                   DISPLAY 'ARQUIVO DE REMESSAS DUPLICADO - '
                       WS-IFCSRV-MENSAGEM
                   PERFORM 4708-EXIBIR-TOTAIS-RECEB
                   MOVE 1 TO LS-CODIGO
                   EXIT PARAGRAPH
               WHEN 1
                   DISPLAY 'ARQUIVO DE REMESSAS COM TOTAIS '
                       'INVALIDOS - NAO PROCESSADO'
                   PERFORM 4708-EXIBIR-TOTAIS-RECEB
                   MOVE 1 TO LS-CODIGO
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN INPUT ARQSWIIN
           IF FS-SWI-NFD
               DISPLAY 'SEM ARQUIVO DE REMESSAS BANKSWI.IN'
               MOVE 0 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-SWI-EOF
               READ ARQSWIIN
                   AT END SET FS-SWI-EOF TO TRUE
                   NOT AT END
                       IF SWE-TIPO-MSG(1:3) NOT = 'TRL'
                           PERFORM 4710-PROCESSAR-ORDEM-RECEBIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQSWIIN
           PERFORM 4708-EXIBIR-TOTAIS-RECEB
           MOVE 0 TO LS-CODIGO.

       4705-REPROCESSAR-PENDENTES.
      *    Recebida em 'P' ja passou pela casagem, pelo cambio e pela
      *    vigilancia; falta so o credito, tentado de novo aqui.
           MOVE 'N' TO WS-REM-FIM-ARQ
           MOVE ZEROS TO REM-ID
           START ARQREMESSA KEY IS >= REM-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL REM-FIM-ARQ
               READ ARQREMESSA NEXT
                   AT END SET REM-FIM-ARQ TO TRUE
                   NOT AT END
                       IF REM-RECEBIDA AND REM-PENDENTE
                          AND REM-CONTA NOT = ZEROS
                          AND REM-VALOR-BRL > ZEROS
                           MOVE SPACES TO WS-REM-MOTIVO
                           ADD 1 TO WS-REM-QTD-REPROC
                           PERFORM 4750-CREDITAR-REMESSA-RECEB
                       END-IF
               END-READ
           END-PERFORM.

       4708-EXIBIR-TOTAIS-RECEB.
           DISPLAY 'PENDENTES REPROCESSADAS: ' WS-REM-QTD-REPROC
           DISPLAY 'REMESSAS CREDITADAS: ' WS-REM-QTD-CRED
           DISPLAY 'REMESSAS DEVOLVIDAS: ' WS-REM-QTD-DEVOL
           DISPLAY 'REMESSAS RETIDAS:    ' WS-REM-QTD-RETIDAS
           DISPLAY 'REFERENCIAS JA RECEBIDAS: ' WS-REM-QTD-DUPLIC.

       4710-PROCESSAR-ORDEM-RECEBIDA.
      *    Referencia do banco ordenante ja registrada e ordem
      *    repetida: recusada sem novo credito.
           MOVE SWE-REFERENCIA TO WS-REM-REF-BUSCA
           PERFORM 4715-VERIFICAR-REFERENCIA
           IF REM-REF-DUPLICADA
               DISPLAY 'REMESSA ' SWE-REFERENCIA
                   ' JA RECEBIDA - IGNORADA'
               ADD 1 TO WS-REM-QTD-DUPLIC
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REG-REMESSA
           ADD 1 TO WS-REM-PROX-ID
           MOVE WS-REM-PROX-ID TO REM-ID
           MOVE 'R' TO REM-SENTIDO
           MOVE WS-DATA-MOVIMENTO TO REM-DATA
           MOVE SWE-REFERENCIA TO REM-REFERENCIA
           MOVE SWE-MOEDA TO REM-MOEDA
           MOVE SWE-VALOR TO REM-VALOR-ME
           MOVE SWE-BIC-ORDENANTE TO REM-BIC
           MOVE SWE-CONTA-BENEF TO REM-CONTA-EXTERIOR
           MOVE SWE-NOME-ORDENANTE TO REM-NOME-CONTRAPARTE
           MOVE SWE-FINALIDADE TO REM-FINALIDADE
           MOVE 'P' TO REM-STATUS
           MOVE LS-OPERADOR TO REM-OPERADOR
           PERFORM 4720-CASAR-BENEFICIARIO
           MOVE WS-REM-CONTA-NUM TO REM-CONTA
           WRITE REG-REMESSA
           IF WS-REM-MOTIVO NOT = SPACES
               PERFORM 4760-DEVOLVER-REMESSA
               EXIT PARAGRAPH
           END-IF
      *    Banco compra a moeda (origem estrangeira) pela taxa do
      *    dia; o contravalor serve ao credito em reais e ao corte
      *    de valor da vigilancia.
           MOVE REM-MOEDA TO WS-ORG-MOEDA
           MOVE REM-VALOR-ME TO WS-CMB-VALOR-ORIGEM
           PERFORM 4200-DEFINIR-TAXA-CAMBIO
           MOVE WS-CMB-TAXA-APLICADA TO REM-TAXA
           MOVE WS-CMB-VALOR-CONV TO REM-VALOR-BRL
           REWRITE REG-REMESSA
           MOVE REM-VALOR-BRL TO WS-VALOR
           MOVE REM-NOME-CONTRAPARTE TO WS-DES-TITULAR
           MOVE SPACES TO WS-DES-CPF
           PERFORM 5400-SCREENING-CONTRAPARTE
           IF WTC-NA-LISTA
               PERFORM 4790-RETER-REMESSA
               ADD 1 TO WS-REM-QTD-RETIDAS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4750-CREDITAR-REMESSA-RECEB.

       4715-VERIFICAR-REFERENCIA.
           MOVE 'N' TO WS-REM-DUPLICADA WS-REM-FIM-ARQ
           MOVE ZEROS TO REM-ID
           START ARQREMESSA KEY IS >= REM-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL REM-FIM-ARQ OR REM-REF-DUPLICADA
               READ ARQREMESSA NEXT
                   AT END SET REM-FIM-ARQ TO TRUE
                   NOT AT END
                       IF REM-RECEBIDA
                          AND REM-REFERENCIA = WS-REM-REF-BUSCA
                           SET REM-REF-DUPLICADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       4720-CASAR-BENEFICIARIO.
      *    IBAN brasileiro traz a conta nas posicoes 18 a 27; fora
      *    disso vale o numero da conta a esquerda do campo.
           MOVE SPACES TO WS-REM-MOTIVO
           MOVE ZEROS TO WS-REM-CONTA-NUM
           IF SWE-CONTA-BENEF(1:2) = 'BR'
              AND SWE-CONTA-BENEF(18:10) IS NUMERIC
               MOVE SWE-CONTA-BENEF(18:10) TO WS-REM-CONTA-NUM
           ELSE
               IF SWE-CONTA-BENEF(1:10) IS NUMERIC
                   MOVE SWE-CONTA-BENEF(1:10) TO WS-REM-CONTA-NUM
               END-IF
           END-IF
           IF WS-REM-CONTA-NUM = ZEROS
               MOVE 'AC01' TO WS-REM-MOTIVO
               MOVE 'CONTA DO BENEFICIARIO INVALIDA'
                   TO WS-REM-DESC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF SWE-MOEDA NOT = 'USD' AND SWE-MOEDA NOT = 'EUR'
              OR SWE-VALOR NOT > ZEROS
               MOVE 'AM03' TO WS-REM-MOTIVO
               MOVE 'MOEDA OU VALOR NAO ACEITO'
                   TO WS-REM-DESC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REM-CONTA-NUM TO TRF-CONTA-NUM
           READ ARQCONTAS KEY IS TRF-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-OK
               MOVE 'AC01' TO WS-REM-MOTIVO
               MOVE 'CONTA DO BENEFICIARIO INEXISTENTE'
                   TO WS-REM-DESC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF TRF-CONTA-STATUS NOT = 'A'
               MOVE 'AC04' TO WS-REM-MOTIVO
               MOVE 'CONTA DO BENEFICIARIO ENCERRADA/BLOQUEADA'
                   TO WS-REM-DESC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF TRF-CONTA-MOEDA NOT = 'BRL'
              AND TRF-CONTA-MOEDA NOT = SWE-MOEDA
               MOVE 'AM03' TO WS-REM-MOTIVO
               MOVE 'MOEDA DIFERENTE DA CONTA DO BENEFICIARIO'
                   TO WS-REM-DESC-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(SWE-NOME-BENEF(1:15))
              NOT = FUNCTION UPPER-CASE(TRF-CONTA-TITULAR(1:15))
               MOVE 'BE01' TO WS-REM-MOTIVO
               MOVE 'NOME NAO CONFERE COM O TITULAR DA CONTA'
                   TO WS-REM-DESC-MOTIVO
           END-IF.

       4750-CREDITAR-REMESSA-RECEB.
      *    Conta em reais recebe o contravalor menos o IOF de cambio;
      *    conta na propria moeda recebe o valor original sem
      *    conversao.
           MOVE 'L' TO WS-LCKSRV-FUNCAO
           MOVE 'BANKACCT.DAT' TO WS-LCKSRV-ARQUIVO
           MOVE REM-CONTA TO WS-LCKSRV-CHAVE
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           IF TRAVA-OCUPADA
               DISPLAY 'CONTA ' REM-CONTA ' EM USO - REMESSA '
                   REM-ID ' PENDENTE'
               EXIT PARAGRAPH
           END-IF
           MOVE REM-CONTA TO TRF-CONTA-NUM
           READ ARQCONTAS KEY IS TRF-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-OK OR TRF-CONTA-STATUS NOT = 'A'
               MOVE 'U' TO WS-LCKSRV-FUNCAO
               CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
               MOVE 'AC04' TO WS-REM-MOTIVO
               MOVE 'CONTA DO BENEFICIARIO ENCERRADA/BLOQUEADA'
                   TO WS-REM-DESC-MOTIVO
               PERFORM 4760-DEVOLVER-REMESSA
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO REM-IOF
           IF TRF-CONTA-MOEDA = 'BRL'
               MOVE REM-VALOR-BRL TO WS-REM-CREDITO
               MOVE 'X' TO WS-IOFSRV-TIPO
               MOVE REM-VALOR-BRL TO WS-IOFSRV-BASE
               MOVE ZEROS TO WS-IOFSRV-DIAS
               CALL 'BANKIOF' USING WS-CHAMADA-IOF
               IF WS-IOFSRV-VALOR > ZEROS
                   MOVE WS-IOFSRV-VALOR TO REM-IOF
               END-IF
           ELSE
               MOVE REM-VALOR-ME TO WS-REM-CREDITO
           END-IF
           ADD WS-REM-CREDITO TO TRF-CONTA-SALDO
           SUBTRACT REM-IOF FROM TRF-CONTA-SALDO
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRF-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           PERFORM 4690-PROXIMO-ID-TRANS
           MOVE WS-ID TO TRF-TRANS-ID
           MOVE ZEROS TO TRF-TRANS-CONTA-ORG
           MOVE REM-CONTA TO TRF-TRANS-CONTA-DEST
           MOVE 'REM' TO TRF-TRANS-TIPO
           MOVE WS-REM-CREDITO TO TRF-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO TRF-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRF-TRANS-HORA
           MOVE SPACES TO TRF-TRANS-DESCRICAO
           STRING 'Remessa recebida ' DELIMITED SIZE
                  REM-REFERENCIA DELIMITED SIZE
                  ' de ' DELIMITED SIZE
                  REM-NOME-CONTRAPARTE DELIMITED SIZE
               INTO TRF-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO TRF-TRANS-STATUS
           COMPUTE TRF-TRANS-NSU =
               FUNCTION MOD(WS-ID 1000000000000)
           MOVE 'SWIFT' TO TRF-TRANS-CANAL
           MOVE TRF-CONTA-MOEDA TO TRF-TRANS-MOEDA
           WRITE REG-TRANS
           PERFORM 2550-GRAVAR-COMPROVANTE
           MOVE TRF-TRANS-NSU TO REM-NSU
           IF REM-IOF > ZEROS
               PERFORM 4690-PROXIMO-ID-TRANS
               MOVE WS-ID TO TRF-TRANS-ID
               MOVE REM-CONTA TO TRF-TRANS-CONTA-ORG
               MOVE ZEROS TO TRF-TRANS-CONTA-DEST
               MOVE 'IOF' TO TRF-TRANS-TIPO
               MOVE REM-IOF TO TRF-TRANS-VALOR
               MOVE 'IOF sobre remessa internacional recebida'
                   TO TRF-TRANS-DESCRICAO
               COMPUTE TRF-TRANS-NSU =
                   FUNCTION MOD(WS-ID 1000000000000)
               MOVE 'BRL' TO TRF-TRANS-MOEDA
               WRITE REG-TRANS
           END-IF
           MOVE 'U' TO WS-LCKSRV-FUNCAO
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           MOVE 'E' TO REM-STATUS
           REWRITE REG-REMESSA
           ADD 1 TO WS-REM-QTD-CRED.

       4760-DEVOLVER-REMESSA.
           OPEN EXTEND ARQSWIRET
           IF FS-SWIRET = '35'
               OPEN OUTPUT ARQSWIRET
           END-IF
           MOVE REM-REFERENCIA TO SWR-REFERENCIA
           MOVE WS-DATA-MOVIMENTO TO SWR-DATA
           MOVE REM-MOEDA TO SWR-MOEDA
           MOVE REM-VALOR-ME TO SWR-VALOR
           MOVE REM-BIC TO SWR-BIC-DEVOLVER
           MOVE WS-REM-MOTIVO TO SWR-MOTIVO
           MOVE WS-REM-DESC-MOTIVO TO SWR-DESCRICAO
           WRITE REG-SWIFT-DEVOLUCAO
           CLOSE ARQSWIRET
           MOVE 'D' TO REM-STATUS
           MOVE WS-REM-MOTIVO TO REM-MOTIVO
           REWRITE REG-REMESSA
           DISPLAY 'REMESSA ' REM-REFERENCIA ' DEVOLVIDA - '
               WS-REM-MOTIVO ' ' WS-REM-DESC-MOTIVO
           ADD 1 TO WS-REM-QTD-DEVOL.

       4790-RETER-REMESSA.
      *    Mesma disciplina de 5500: a remessa nao sai nem entra em
      *    silencio - fica retida na fila de aprovacao BANKAPROV.DAT
      *    e e liberada ou recusada pela opcao de liberacao.
           DISPLAY 'CONTRAPARTE CONSTA NA LISTA DE VIGILANCIA - '
               'REMESSA ' REM-ID ' RETIDA PARA APROVACAO'
           ADD 1 TO WS-APV-PROX-ID
           MOVE WS-APV-PROX-ID   TO APV-ID
           MOVE REM-CONTA        TO APV-CONTA-NUM
           MOVE 'TS'             TO APV-TIPO-SOLIC
           MOVE 'Remessa exterior - lista de vigilancia'
                                 TO APV-MOTIVO
           MOVE LS-OPERADOR      TO APV-OPERADOR-SOLIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO APV-DT-SOLIC
           MOVE FUNCTION CURRENT-DATE(9:6) TO APV-HR-SOLIC
           MOVE 'P'              TO APV-STATUS
           MOVE SPACES           TO APV-OPERADOR-DECISAO
           MOVE ZEROS TO APV-DT-DECISAO APV-HR-DECISAO
           WRITE REG-APROV
               INVALID KEY CONTINUE
           END-WRITE
           MOVE APV-ID TO REM-APV-ID
           MOVE 'R' TO REM-STATUS
           REWRITE REG-REMESSA
           DISPLAY 'SOLICITACAO ' WS-APV-PROX-ID
               ' NA FILA DE APROVACAO'
           MOVE 0 TO LS-CODIGO.

       4800-LIBERAR-REMESSA-RETIDA.
      *    Aprovada a solicitacao, a remessa segue o fluxo normal;
      *    recusada, a enviada e cancelada e a recebida devolvida.
           DISPLAY 'Numero da remessa retida: '
           ACCEPT WS-REM-ID-INF
           MOVE WS-REM-ID-INF TO REM-ID
           READ ARQREMESSA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-REM-OK OR NOT REM-RETIDA
               DISPLAY 'REMESSA INEXISTENTE OU NAO RETIDA'
               MOVE 2 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE REM-APV-ID TO APV-ID
           READ ARQAPROV
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-APROV-OK OR APV-STATUS = 'P'
               DISPLAY 'SOLICITACAO ' REM-APV-ID
                   ' AINDA AGUARDA DECISAO'
               MOVE 4 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN APV-STATUS = 'A' AND REM-ENVIADA
                   PERFORM 4650-EFETIVAR-REMESSA-ENVIADA
               WHEN APV-STATUS = 'A'
                   MOVE ZEROS TO WS-REM-QTD-CRED
                   PERFORM 4750-CREDITAR-REMESSA-RECEB
                   IF REM-EFETIVADA
                       DISPLAY 'REMESSA ' REM-ID ' CREDITADA'
                   END-IF
               WHEN REM-ENVIADA
                   MOVE 'C' TO REM-STATUS
                   MOVE 'RR04' TO REM-MOTIVO
                   REWRITE REG-REMESSA
                   DISPLAY 'REMESSA ' REM-ID ' CANCELADA - '
                       'RECUSADA NA VIGILANCIA'
               WHEN OTHER
                   MOVE 'RR04' TO WS-REM-MOTIVO
                   MOVE 'RECUSADA POR MOTIVO REGULATORIO'
                       TO WS-REM-DESC-MOTIVO
                   PERFORM 4760-DEVOLVER-REMESSA
           END-EVALUATE
           MOVE 0 TO LS-CODIGO.

       5000-VERIFICAR-DUPLA-AUTORIZACAO.
      *    Conta conjunta com regra 'conjunta simples' (ambos
      *    assinam) e valor acima do limiar: a transferencia nao sai
           MOVE PND-TIPO  TO WS-TIPO
           MOVE PND-VALOR TO WS-VALOR
           MOVE PND-TAXA  TO WS-TAXA
           PERFORM 2180-CALCULAR-DISPONIVEL
           IF (WS-VALOR + WS-TAXA) > WS-DISPONIVEL
               DISPLAY 'SALDO INSUFICIENTE - PENDENCIA MANTIDA'
               PERFORM 2040-DESTRAVAR-AMBAS-CONTAS
           IF WS-QR-VALOR > ZEROS
               MOVE 'S' TO WS-QR-TEM-VALOR
           END-IF.

       6000-CADASTRAR-FAVORECIDO.
      *    Cadastro exige a senha da conta; o favorecido entra em
      *    carencia e o titular e avisado pela fila de notificacoes.
           DISPLAY 'Conta Origem: '
           ACCEPT WS-ORG-NUM
           PERFORM 2100-LER-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6300-COLETAR-FAVORECIDO
           DISPLAY 'Nome do favorecido (branco = titular da conta): '
           ACCEPT WS-FAVSRV-NOME
           PERFORM 2150-CONFIRMAR-SENHA-ALTO-VALOR
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'I' TO WS-FAVSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-FAVSRV-CONTA
           MOVE ZEROS TO WS-FAVSRV-VALOR
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE WS-FAVSRV-CODIGO TO LS-CODIGO.

       6100-LISTAR-FAVORECIDOS.
           DISPLAY 'Conta Origem: '
           ACCEPT WS-ORG-NUM
           PERFORM 2100-LER-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO WS-FAVSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-FAVSRV-CONTA
           MOVE ZEROS TO WS-FAVSRV-BANCO WS-FAVSRV-AGENCIA
           MOVE SPACES TO WS-FAVSRV-DESTINO WS-FAVSRV-NOME
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE 0 TO LS-CODIGO.

       6200-EXCLUIR-FAVORECIDO.
           DISPLAY 'Conta Origem: '
           ACCEPT WS-ORG-NUM
           PERFORM 2100-LER-ORIGEM
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6300-COLETAR-FAVORECIDO
           DISPLAY 'Confirmar exclusao do favorecido? (S/N): '
           ACCEPT WS-FAV-CONFIRMA
           IF WS-FAV-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-FAVSRV-FUNCAO
           MOVE WS-ORG-NUM TO WS-FAVSRV-CONTA
           CALL 'BANKFAV' USING WS-CHAMADA-FAVORECIDO
           DISPLAY WS-FAVSRV-MENSAGEM
           MOVE WS-FAVSRV-CODIGO TO LS-CODIGO.

       6300-COLETAR-FAVORECIDO.
      *    Conta da casa e identificada so pelo numero; de outro
      *    banco vai com agencia e conta como informadas.
           MOVE SPACES TO WS-FAVSRV-DESTINO WS-FAVSRV-NOME
           MOVE ZEROS TO WS-FAVSRV-AGENCIA
           DISPLAY 'Banco do favorecido (3 digitos, 001 = nosso): '
           ACCEPT WS-FAVSRV-BANCO
           IF WS-FAVSRV-BANCO = WS-FAV-BANCO-PROPRIO
               DISPLAY 'Conta do favorecido: '
               ACCEPT WS-DES-NUM
               MOVE WS-DES-NUM TO WS-FAVSRV-DESTINO
           ELSE
               DISPLAY 'Agencia do favorecido (4 digitos): '
               ACCEPT WS-FAVSRV-AGENCIA
               DISPLAY 'Conta do favorecido na instituicao: '
               ACCEPT WS-FAVSRV-DESTINO
           END-IF.
