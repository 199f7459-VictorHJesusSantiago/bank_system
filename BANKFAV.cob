      *================================================================
      * BANKFAV.COB - Servico Central de Favorecidos por Conta
      * Sistema Bancario COBOL
      * Cadastro de favorecidos confiaveis de cada conta (BANKFAV.DAT),
      * consultado por BANKTRF e BANKTRAN antes de TED, DOC e PIX.
      * A maior parte das fraudes e a primeira transferencia para uma
      * conta que o cliente nunca pagou: destino nao cadastrado so
      * recebe ate um valor pequeno, e o favorecido recem-cadastrado
      * fica em carencia de algumas horas com teto reduzido. Contas
      * do mesmo titular (mesmo CPF) dispensam o cadastro. A
      * confirmacao de senha do cadastro fica com o programa
      * chamador; cada inclusao gera aviso ao cliente em BANKNOTQ.
      * Funcoes (LS-FAV-FUNCAO):
      *   'V' verifica se o valor pode ir ao destino informado
      *   'I' inclui (ou reativa) favorecido, abrindo a carencia
      *   'E' exclui favorecido (exclusao logica, fica o historico)
      *   'L' lista os favorecidos da conta na tela
      * Parametros em BANKCFG.DAT (campo zerado usa o de fabrica):
      *   CFG-FAV-CARENCIA-HORAS, CFG-FAV-LIM-CARENCIA e
      *   CFG-FAV-LIM-SEM-CADASTRO.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFAV.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFAVOREC ASSIGN TO 'BANKFAV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAV-CHAVE
               FILE STATUS IS FS-FAVOREC.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAV-CTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFAVOREC.
       01  REG-FAVORECIDO.
           05  FAV-CHAVE.
               10  FAV-CONTA         PIC 9(10).
               10  FAV-BANCO         PIC 9(3).
               10  FAV-AGENCIA       PIC 9(4).
               10  FAV-CONTA-DEST    PIC X(20).
           05  FAV-NOME              PIC X(40).
           05  FAV-DT-CADASTRO       PIC 9(8).
           05  FAV-HR-CADASTRO       PIC 9(6).
           05  FAV-DT-LIBERACAO      PIC 9(8).
           05  FAV-HR-LIBERACAO      PIC 9(6).
           05  FAV-DT-EXCLUSAO       PIC 9(8).
           05  FAV-SITUACAO          PIC X(1).
               88  FAV-ATIVO         VALUE 'A'.
               88  FAV-EXCLUIDO      VALUE 'X'.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  FAV-CTA-NUM           PIC 9(10).
           05  FAV-CTA-AGENCIA       PIC 9(4).
           05  FAV-CTA-DIGITO        PIC 9(1).
           05  FAV-CTA-TIPO          PIC X(2).
           05  FAV-CTA-STATUS        PIC X(1).
           05  FAV-CTA-SALDO         PIC S9(13)V99 COMP-3.
           05  FAV-CTA-LIMITE        PIC S9(11)V99 COMP-3.
           05  FAV-CTA-TITULAR       PIC X(60).
           05  FAV-CTA-CPF           PIC X(11).
           05  FAV-CTA-EMAIL         PIC X(80).
           05  FAV-CTA-TELEFONE      PIC X(15).
           05  FAV-CTA-DT-ABERTURA   PIC 9(8).
           05  FAV-CTA-DT-ATUALIZACAO PIC 9(8).
           05  FAV-CTA-SENHA-HASH    PIC X(64).
           05  FAV-CTA-COTIT-NOME    PIC X(60).
           05  FAV-CTA-COTIT-CPF     PIC X(11).
           05  FAV-CTA-CLI-ID        PIC 9(10).
           05  FAV-CTA-MOEDA         PIC X(3).

       FD  ARQCONFIG.
           COPY BANKCFG.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FAV-CTRL.
           05  FS-FAVOREC           PIC XX.
               88  FS-FAV-OK        VALUE '00'.
               88  FS-FAV-NFD       VALUE '23'.
               88  FS-FAV-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  WS-DATA-AGORA        PIC 9(8).
           05  WS-HORA-AGORA        PIC 9(6).
           05  WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
               10  WS-HORA-HH       PIC 9(2).
               10  WS-HORA-MM       PIC 9(2).
               10  WS-HORA-SS       PIC 9(2).
           05  WS-FAV-SEGUNDOS      PIC 9(9).
           05  WS-FAV-DIAS          PIC 9(5).
           05  WS-FAV-RESTO         PIC 9(5).
           05  WS-FAV-HORA-LIB.
               10  WS-FAV-LIB-HH    PIC 9(2).
               10  WS-FAV-LIB-MM    PIC 9(2).
               10  WS-FAV-LIB-SS    PIC 9(2).
           05  WS-INT-DATA          PIC S9(9) COMP-3.
           05  WS-FAV-CPF-ORIGEM    PIC X(11).
           05  WS-FAV-TITULAR-DEST  PIC X(60).
           05  WS-FAV-QTD           PIC 9(4).
           05  WS-FAV-CARENCIA      PIC X(1).
               88  FAV-EM-CARENCIA  VALUE 'S'.
           05  WS-FAV-VAL-DISP      PIC ZZZ.ZZZ.ZZ9,99.
           05  WS-FAV-DT-DISP       PIC 99/99/9999.
           05  WS-FAV-DT-INV.
               10  WS-FAV-DT-AAAA   PIC 9(4).
               10  WS-FAV-DT-MM     PIC 9(2).
               10  WS-FAV-DT-DD     PIC 9(2).
           05  WS-FAV-DT-DDMMAAAA.
               10  WS-FAV-DT2-DD    PIC 9(2).
               10  WS-FAV-DT2-MM    PIC 9(2).
               10  WS-FAV-DT2-AAAA  PIC 9(4).

       01  WS-FAV-PARAMETROS.
           05  WS-FAV-BANCO-PROPRIO PIC 9(3) VALUE 001.
           05  WS-FAV-HORAS         PIC 9(3) VALUE 24.
           05  WS-FAV-LIM-CARENCIA  PIC S9(9)V99 COMP-3 VALUE 1000,00.
           05  WS-FAV-LIM-SEM-CAD   PIC S9(9)V99 COMP-3 VALUE 200,00.

       01  WS-CHAMADA-NOTIF.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-FAVORECIDO.
           05  LS-FAV-FUNCAO        PIC X(1).
               88  FAV-FN-VERIFICAR VALUE 'V'.
               88  FAV-FN-INCLUIR   VALUE 'I'.
               88  FAV-FN-EXCLUIR   VALUE 'E'.
               88  FAV-FN-LISTAR    VALUE 'L'.
           05  LS-FAV-CONTA         PIC 9(10).
           05  LS-FAV-BANCO         PIC 9(3).
           05  LS-FAV-AGENCIA       PIC 9(4).
           05  LS-FAV-DESTINO       PIC X(20).
           05  LS-FAV-NOME          PIC X(40).
           05  LS-FAV-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-FAV-CODIGO        PIC 9(4).
           05  LS-FAV-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-FAVORECIDO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-FAV-CODIGO
           MOVE SPACES TO LS-FAV-MENSAGEM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-AGORA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0200-CARREGAR-PARAMETROS
      *    Conta interna: banco proprio e agencia irrelevante (o
      *    numero da conta ja e unico na casa).
           IF LS-FAV-BANCO = WS-FAV-BANCO-PROPRIO
               MOVE ZEROS TO LS-FAV-AGENCIA
           END-IF
           EVALUATE TRUE
               WHEN FAV-FN-VERIFICAR
                   PERFORM 2000-VERIFICAR-DESTINO
               WHEN FAV-FN-INCLUIR
                   PERFORM 3000-INCLUIR-FAVORECIDO
               WHEN FAV-FN-EXCLUIR
                   PERFORM 4000-EXCLUIR-FAVORECIDO
               WHEN FAV-FN-LISTAR
                   PERFORM 5000-LISTAR-FAVORECIDOS
               WHEN OTHER
                   MOVE 0003 TO LS-FAV-CODIGO
                   MOVE 'FUNCAO INVALIDA' TO LS-FAV-MENSAGEM
           END-EVALUATE
           CLOSE ARQFAVOREC ARQCONTAS
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQFAVOREC
           IF FS-FAVOREC = '35'
               OPEN OUTPUT ARQFAVOREC
               CLOSE ARQFAVOREC
               OPEN I-O ARQFAVOREC
           END-IF
           OPEN INPUT ARQCONTAS.

       0200-CARREGAR-PARAMETROS.
      *    Campo zerado (arquivo de parametros anterior a este
      *    servico) mantem o valor de fabrica.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
               IF FS-CONFIG-OK
                   IF CFG-FAV-CARENCIA-HORAS > ZEROS
                       MOVE CFG-FAV-CARENCIA-HORAS TO WS-FAV-HORAS
                   END-IF
                   IF CFG-FAV-LIM-CARENCIA > ZEROS
                       MOVE CFG-FAV-LIM-CARENCIA TO WS-FAV-LIM-CARENCIA
                   END-IF
                   IF CFG-FAV-LIM-SEM-CADASTRO > ZEROS
                       MOVE CFG-FAV-LIM-SEM-CADASTRO
                           TO WS-FAV-LIM-SEM-CAD
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       2000-VERIFICAR-DESTINO SECTION.
      *================================================================
       2000-INICIO.
           IF LS-FAV-BANCO = WS-FAV-BANCO-PROPRIO
               PERFORM 2100-VERIFICAR-MESMO-TITULAR
               IF LS-FAV-CODIGO = 0001
      *            Entre contas do mesmo CPF nao ha terceiro a
      *            proteger - sem cadastro e sem carencia.
                   MOVE ZEROS TO LS-FAV-CODIGO
                   MOVE 'CONTAS DO MESMO TITULAR' TO LS-FAV-MENSAGEM
                   EXIT SECTION
               END-IF
               MOVE ZEROS TO LS-FAV-CODIGO
           END-IF
           PERFORM 2200-LER-FAVORECIDO
           IF NOT FS-FAV-OK OR FAV-EXCLUIDO
               IF LS-FAV-VALOR > WS-FAV-LIM-SEM-CAD
                   MOVE WS-FAV-LIM-SEM-CAD TO WS-FAV-VAL-DISP
                   MOVE 0006 TO LS-FAV-CODIGO
                   STRING 'DESTINO NAO CADASTRADO COMO FAVORECIDO - '
                              DELIMITED SIZE
                          'MAXIMO R$ '  DELIMITED SIZE
                          WS-FAV-VAL-DISP DELIMITED SIZE
                       INTO LS-FAV-MENSAGEM
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF
           PERFORM 2300-AVALIAR-CARENCIA
           IF FAV-EM-CARENCIA
              AND LS-FAV-VALOR > WS-FAV-LIM-CARENCIA
               MOVE WS-FAV-LIM-CARENCIA TO WS-FAV-VAL-DISP
               MOVE FAV-DT-LIBERACAO TO WS-FAV-DT-INV
               PERFORM 2400-FORMATAR-DATA
               MOVE 0007 TO LS-FAV-CODIGO
               STRING 'FAVORECIDO EM CARENCIA ATE ' DELIMITED SIZE
                      WS-FAV-DT-DISP                DELIMITED SIZE
                      ' - MAXIMO R$ '               DELIMITED SIZE
                      WS-FAV-VAL-DISP               DELIMITED SIZE
                   INTO LS-FAV-MENSAGEM
               END-STRING
           END-IF
           EXIT SECTION.

       2100-VERIFICAR-MESMO-TITULAR.
      *    Devolve 0001 quando origem e destino internos pertencem
      *    ao mesmo CPF.
           MOVE LS-FAV-CONTA TO FAV-CTA-NUM
           READ ARQCONTAS KEY IS FAV-CTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FAV-CTA-CPF TO WS-FAV-CPF-ORIGEM
           IF LS-FAV-DESTINO(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FAV-DESTINO(1:10) TO FAV-CTA-NUM
           READ ARQCONTAS KEY IS FAV-CTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE FAV-CTA-TITULAR TO WS-FAV-TITULAR-DEST
               IF FAV-CTA-CPF = WS-FAV-CPF-ORIGEM
                  AND WS-FAV-CPF-ORIGEM NOT = SPACES
                   MOVE 0001 TO LS-FAV-CODIGO
               END-IF
           END-IF.

       2200-LER-FAVORECIDO.
           MOVE LS-FAV-CONTA   TO FAV-CONTA
           MOVE LS-FAV-BANCO   TO FAV-BANCO
           MOVE LS-FAV-AGENCIA TO FAV-AGENCIA
           MOVE LS-FAV-DESTINO TO FAV-CONTA-DEST
           READ ARQFAVOREC
               INVALID KEY CONTINUE
           END-READ.

       2300-AVALIAR-CARENCIA.
           MOVE 'N' TO WS-FAV-CARENCIA
           IF WS-DATA-AGORA < FAV-DT-LIBERACAO
              OR (WS-DATA-AGORA = FAV-DT-LIBERACAO
                  AND WS-HORA-AGORA < FAV-HR-LIBERACAO)
               MOVE 'S' TO WS-FAV-CARENCIA
           END-IF.

       2400-FORMATAR-DATA.
           MOVE WS-FAV-DT-DD   TO WS-FAV-DT2-DD
           MOVE WS-FAV-DT-MM   TO WS-FAV-DT2-MM
           MOVE WS-FAV-DT-AAAA TO WS-FAV-DT2-AAAA
           MOVE WS-FAV-DT-DDMMAAAA TO WS-FAV-DT-DISP.

      *================================================================
       3000-INCLUIR-FAVORECIDO SECTION.
      *================================================================
       3000-INICIO.
           IF LS-FAV-DESTINO = SPACES
               MOVE 0003 TO LS-FAV-CODIGO
               MOVE 'CONTA DO FAVORECIDO NAO INFORMADA'
                   TO LS-FAV-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-FAV-TITULAR-DEST
           IF LS-FAV-BANCO = WS-FAV-BANCO-PROPRIO
               PERFORM 3100-VALIDAR-DESTINO-INTERNO
               IF LS-FAV-CODIGO NOT = ZEROS
                   EXIT SECTION
               END-IF
           END-IF
           IF LS-FAV-NOME = SPACES
               MOVE WS-FAV-TITULAR-DEST TO LS-FAV-NOME
           END-IF
           PERFORM 2200-LER-FAVORECIDO
           IF FS-FAV-OK AND FAV-ATIVO
               MOVE 0008 TO LS-FAV-CODIGO
               MOVE 'FAVORECIDO JA CADASTRADO NA CONTA'
                   TO LS-FAV-MENSAGEM
               EXIT SECTION
           END-IF
           PERFORM 3200-CALCULAR-LIBERACAO
           MOVE LS-FAV-NOME     TO FAV-NOME
           MOVE WS-DATA-AGORA   TO FAV-DT-CADASTRO
           MOVE WS-HORA-AGORA   TO FAV-HR-CADASTRO
           MOVE ZEROS           TO FAV-DT-EXCLUSAO
           MOVE 'A'             TO FAV-SITUACAO
      *    Favorecido excluido e recadastrado reabre a carencia.
           IF FS-FAV-OK
               REWRITE REG-FAVORECIDO
           ELSE
               MOVE LS-FAV-CONTA   TO FAV-CONTA
               MOVE LS-FAV-BANCO   TO FAV-BANCO
               MOVE LS-FAV-AGENCIA TO FAV-AGENCIA
               MOVE LS-FAV-DESTINO TO FAV-CONTA-DEST
               WRITE REG-FAVORECIDO
           END-IF
           IF NOT FS-FAV-OK
               MOVE 9999 TO LS-FAV-CODIGO
               MOVE 'ERRO AO GRAVAR BANKFAV.DAT' TO LS-FAV-MENSAGEM
               EXIT SECTION
           END-IF
           PERFORM 3300-NOTIFICAR-INCLUSAO
           MOVE FAV-DT-LIBERACAO TO WS-FAV-DT-INV
           PERFORM 2400-FORMATAR-DATA
           STRING 'FAVORECIDO CADASTRADO - CARENCIA ATE '
                      DELIMITED SIZE
                  WS-FAV-DT-DISP   DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-FAV-LIB-HH    DELIMITED SIZE
                  ':'              DELIMITED SIZE
                  WS-FAV-LIB-MM    DELIMITED SIZE
               INTO LS-FAV-MENSAGEM
           END-STRING
           EXIT SECTION.

       3100-VALIDAR-DESTINO-INTERNO.
           IF LS-FAV-DESTINO(1:10) IS NOT NUMERIC
               MOVE 0003 TO LS-FAV-CODIGO
               MOVE 'CONTA DO FAVORECIDO INVALIDA' TO LS-FAV-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           IF LS-FAV-DESTINO(1:10) = LS-FAV-CONTA
               MOVE 0003 TO LS-FAV-CODIGO
               MOVE 'FAVORECIDO IGUAL A PROPRIA CONTA'
                   TO LS-FAV-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FAV-DESTINO(1:10) TO FAV-CTA-NUM
           READ ARQCONTAS KEY IS FAV-CTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK
               MOVE 0002 TO LS-FAV-CODIGO
               MOVE 'CONTA DO FAVORECIDO NAO ENCONTRADA'
                   TO LS-FAV-MENSAGEM
               EXIT PARAGRAPH
           END-IF
           MOVE FAV-CTA-TITULAR TO WS-FAV-TITULAR-DEST.

       3200-CALCULAR-LIBERACAO.
      *    Fim da carencia = agora + horas parametrizadas, com a
      *    virada de dia tratada em segundos.
           COMPUTE WS-FAV-SEGUNDOS =
               (WS-HORA-HH * 3600) + (WS-HORA-MM * 60) + WS-HORA-SS
               + (WS-FAV-HORAS * 3600)
           DIVIDE WS-FAV-SEGUNDOS BY 86400
               GIVING WS-FAV-DIAS REMAINDER WS-FAV-RESTO
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AGORA) + WS-FAV-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
               TO FAV-DT-LIBERACAO
           DIVIDE WS-FAV-RESTO BY 3600
               GIVING WS-FAV-LIB-HH REMAINDER WS-FAV-SEGUNDOS
           DIVIDE WS-FAV-SEGUNDOS BY 60
               GIVING WS-FAV-LIB-MM REMAINDER WS-FAV-LIB-SS
           MOVE WS-FAV-HORA-LIB TO FAV-HR-LIBERACAO.

       3300-NOTIFICAR-INCLUSAO.
      *    Aviso ao titular: se nao foi ele quem cadastrou, ainda ha
      *    a carencia inteira para bloquear o favorecido.
           MOVE LS-FAV-CONTA TO WS-NOT-CONTA
           MOVE 'FAV' TO WS-NOT-EVENTO
           MOVE SPACES TO WS-NOT-MENSAGEM
           STRING 'NOVO FAVORECIDO CADASTRADO: ' DELIMITED SIZE
                  LS-FAV-NOME                    DELIMITED SIZE
                  ' BCO '                        DELIMITED SIZE
                  LS-FAV-BANCO                   DELIMITED SIZE
               INTO WS-NOT-MENSAGEM
           END-STRING
           CALL 'BANKNOT' USING WS-CHAMADA-NOTIF.

      *================================================================
       4000-EXCLUIR-FAVORECIDO SECTION.
      *================================================================
       4000-INICIO.
           PERFORM 2200-LER-FAVORECIDO
           IF NOT FS-FAV-OK OR FAV-EXCLUIDO
               MOVE 0002 TO LS-FAV-CODIGO
               MOVE 'FAVORECIDO NAO CADASTRADO NA CONTA'
                   TO LS-FAV-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE 'X' TO FAV-SITUACAO
           MOVE WS-DATA-AGORA TO FAV-DT-EXCLUSAO
           REWRITE REG-FAVORECIDO
           IF FS-FAV-OK
               MOVE 'FAVORECIDO EXCLUIDO' TO LS-FAV-MENSAGEM
           ELSE
               MOVE 9999 TO LS-FAV-CODIGO
               MOVE 'ERRO AO GRAVAR BANKFAV.DAT' TO LS-FAV-MENSAGEM
           END-IF
           EXIT SECTION.

      *================================================================
       5000-LISTAR-FAVORECIDOS SECTION.
      *================================================================
       5000-INICIO.
           MOVE ZEROS TO WS-FAV-QTD
           MOVE LS-FAV-CONTA TO FAV-CONTA
           MOVE ZEROS TO FAV-BANCO FAV-AGENCIA
           MOVE LOW-VALUES TO FAV-CONTA-DEST
           START ARQFAVOREC KEY IS >= FAV-CHAVE
               INVALID KEY MOVE '10' TO FS-FAVOREC
           END-START
           DISPLAY 'FAVORECIDOS DA CONTA ' LS-FAV-CONTA
           DISPLAY 'BCO AGEN CONTA                NOME'
               '                                     SITUACAO'
           PERFORM UNTIL FS-FAV-EOF
               READ ARQFAVOREC NEXT
                   AT END CONTINUE
               END-READ
               IF FS-FAV-OK
                   IF FAV-CONTA NOT = LS-FAV-CONTA
                       MOVE '10' TO FS-FAVOREC
                   ELSE
                       IF FAV-ATIVO
                           PERFORM 5100-EXIBIR-FAVORECIDO
                       END-IF
                   END-IF
               ELSE
                   MOVE '10' TO FS-FAVOREC
               END-IF
           END-PERFORM
           IF WS-FAV-QTD = ZEROS
               MOVE 0002 TO LS-FAV-CODIGO
               MOVE 'NENHUM FAVORECIDO CADASTRADO NA CONTA'
                   TO LS-FAV-MENSAGEM
           ELSE
               STRING 'FAVORECIDOS ATIVOS: ' DELIMITED SIZE
                      WS-FAV-QTD             DELIMITED SIZE
                   INTO LS-FAV-MENSAGEM
               END-STRING
           END-IF
           EXIT SECTION.

       5100-EXIBIR-FAVORECIDO.
           ADD 1 TO WS-FAV-QTD
           PERFORM 2300-AVALIAR-CARENCIA
           IF FAV-EM-CARENCIA
               MOVE FAV-DT-LIBERACAO TO WS-FAV-DT-INV
               PERFORM 2400-FORMATAR-DATA
               DISPLAY FAV-BANCO ' ' FAV-AGENCIA ' ' FAV-CONTA-DEST
                   ' ' FAV-NOME ' CARENCIA ATE ' WS-FAV-DT-DISP
           ELSE
               DISPLAY FAV-BANCO ' ' FAV-AGENCIA ' ' FAV-CONTA-DEST
                   ' ' FAV-NOME ' LIBERADO'
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
