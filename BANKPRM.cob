      * operador identificado.
      * Chaves da matriz: tipo 'R' (papel) ou 'U' (usuario) +
      * identificacao + nome da funcao.
      * Quando o chamador informa a conta da operacao, as funcoes
      * vedadas em conta propria (padrao: estorno, negociar limite,
      * encerrar, aprovar, renegociar com desconto e efetivar
      * lancamento retroativo; regra tipo 'C'
      * da matriz libera ou veda cada funcao) sao recusadas se o
      * titular ou co-titular da conta tiver o CPF ligado ao
      * operador em BANKUSRV.DAT (proprio ou de parente), e a
      * negativa vai para a trilha com a chave da conta.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPRM.
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS FS-PERMISSAO.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRMC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQVINCULO ASSIGN TO 'BANKUSRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USV-CHAVE
               ALTERNATE RECORD KEY IS USV-CPF WITH DUPLICATES
               FILE STATUS IS FS-VINCULO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  PRM-SIM           VALUE 'S'.
               88  PRM-NAO           VALUE 'N'.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  PRMC-CONTA-NUM        PIC 9(10).
           05  PRMC-CONTA-AGENCIA    PIC 9(4).
           05  PRMC-CONTA-DIGITO     PIC 9(1).
           05  PRMC-CONTA-TIPO       PIC X(2).
           05  PRMC-CONTA-STATUS     PIC X(1).
           05  PRMC-CONTA-SALDO      PIC S9(13)V99 COMP-3.
           05  PRMC-CONTA-LIMITE     PIC S9(11)V99 COMP-3.
           05  PRMC-CONTA-TITULAR    PIC X(60).
           05  PRMC-CONTA-CPF        PIC X(11).
           05  PRMC-CONTA-EMAIL      PIC X(80).
           05  PRMC-CONTA-TELEFONE   PIC X(15).
           05  PRMC-CONTA-DT-ABERTURA PIC 9(8).
           05  PRMC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  PRMC-CONTA-SENHA-HASH PIC X(64).
           05  PRMC-CONTA-COTIT-NOME PIC X(60).
           05  PRMC-CONTA-COTIT-CPF  PIC X(11).
           05  PRMC-CONTA-CLI-ID     PIC 9(10).
           05  PRMC-CONTA-MOEDA      PIC X(3).

       FD  ARQVINCULO.
           COPY BANKUSRV.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PRM-CTRL.
           05  WS-ROLE              PIC X(1).
           05  WS-DECIDIDO          PIC X(1).
               88  JA-DECIDIDO      VALUE 'S'.
           05  FS-CONTAS            PIC XX.
               88  FS-CNT-OK        VALUE '00'.
           05  FS-VINCULO           PIC XX.
               88  FS-USV-OK        VALUE '00'.
           05  WS-VEDADA            PIC X(1).
               88  FUNCAO-VEDADA    VALUE 'S'.
           05  WS-CONFLITO          PIC X(1).
               88  HA-CONFLITO      VALUE 'S'.

       01  WS-CHAMADA-AUDITORIA.
      *    Area de chamada da trilha de auditoria encadeada (BANKAUD)
               88  PRM-AUTORIZADO   VALUE 0000.
               88  PRM-NEGADO       VALUE 0001.
           05  LS-PRM-MENSAGEM      PIC X(60).
           05  LS-PRM-CONTA         PIC 9(10).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-PERMISSAO.
           MOVE ZEROS TO LS-PRM-CODIGO
           MOVE SPACES TO LS-PRM-MENSAGEM
           MOVE 'N' TO WS-DECIDIDO
           MOVE 'N' TO WS-CONFLITO
           OPEN INPUT ARQUSUARIOS
           IF NOT FS-USR-OK
               MOVE 0001 TO LS-PRM-CODIGO
               PERFORM 3000-APLICAR-PADROES
           END-IF
           CLOSE ARQUSUARIOS
           IF PRM-AUTORIZADO AND LS-PRM-CONTA > ZEROS
               PERFORM 5000-VERIFICAR-CONTA-PROPRIA
           END-IF
           IF PRM-NEGADO
               PERFORM 4000-REGISTRAR-NEGATIVA
           END-IF
       3000-APLICAR-PADROES.
      *    Padroes da casa quando a matriz nao define a funcao:
      *    auditor e somente leitura em tudo; teller nao estorna,
      *    nao negocia limite, nao encerra conta, nao aprova, nao
      *    efetiva lancamento retroativo nem administra; gerente
      *    pode tudo.
           EVALUATE TRUE
               WHEN WS-ROLE = 'A'
                   MOVE 0001 TO LS-PRM-CODIGO
                       WHEN 'APROVAR     '
                       WHEN 'PROC-LOTE   '
                       WHEN 'RENEG-DESC  '
                       WHEN 'RETROATIVO  '
                           MOVE 0001 TO LS-PRM-CODIGO
                           MOVE 'FUNCAO RESTRITA A GERENTES'
                               TO LS-PRM-MENSAGEM

       4000-REGISTRAR-NEGATIVA.
      *    Negativa de autorizacao vai para a trilha encadeada com
      *    o operador e a funcao negada; a de conta propria leva a
      *    chave da conta, para o monitoramento de vinculados.
           MOVE LS-PRM-OPERADOR TO WS-AUD-OPERADOR
           IF HA-CONFLITO
               MOVE 'BANKACCT.DAT' TO WS-AUD-ARQUIVO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE LS-PRM-CONTA TO WS-AUD-CHAVE(1:10)
               MOVE 'CONFLITO-INTERESSE' TO WS-AUD-CAMPO
           ELSE
               MOVE 'BANKPERM.DAT' TO WS-AUD-ARQUIVO
               MOVE LS-PRM-OPERADOR(1:15) TO WS-AUD-CHAVE
               MOVE 'ACESSO-NEGADO' TO WS-AUD-CAMPO
           END-IF
           MOVE LS-PRM-FUNCAO TO WS-AUD-ANTES
           MOVE LS-PRM-MENSAGEM(1:40) TO WS-AUD-DEPOIS
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

       5000-VERIFICAR-CONTA-PROPRIA.
      *    Funcao vedada em conta propria: a regra 'C' da matriz
      *    prevalece (permitido 'S' libera, 'N' veda); sem regra,
      *    valem as funcoes de alcada da casa.
           MOVE 'N' TO WS-VEDADA
           EVALUATE LS-PRM-FUNCAO
               WHEN 'ESTORNO     '
               WHEN 'NEGOCIAR-LIM'
               WHEN 'ENCERRAR    '
               WHEN 'APROVAR     '
               WHEN 'RENEG-DESC  '
               WHEN 'RETROATIVO  '
                   MOVE 'S' TO WS-VEDADA
           END-EVALUATE
           OPEN INPUT ARQPERMISSAO
           IF FS-PRM-OK
               MOVE 'C' TO PRM-TIPO
               MOVE SPACES TO PRM-IDENT
               MOVE LS-PRM-FUNCAO TO PRM-FUNCAO
               READ ARQPERMISSAO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-PRM-OK
                   IF PRM-SIM
                       MOVE 'N' TO WS-VEDADA
                   ELSE
                       MOVE 'S' TO WS-VEDADA
                   END-IF
               END-IF
               CLOSE ARQPERMISSAO
           END-IF
           IF NOT FUNCAO-VEDADA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQCONTAS
           IF NOT FS-CNT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PRM-CONTA TO PRMC-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CNT-OK
               CLOSE ARQCONTAS
               EXIT PARAGRAPH
           END-IF
           CLOSE ARQCONTAS
      *    Sem cadastro de vinculos nao ha conflito a apontar.
           OPEN INPUT ARQVINCULO
           IF NOT FS-USV-OK
               EXIT PARAGRAPH
           END-IF
      *    O CPF da conta ja vem tokenizado do cadastro e o
      *    vinculo guarda o mesmo token (BANKINT): a leitura pela
      *    chave casa token com token, sem abrir o documento.
           MOVE LS-PRM-OPERADOR TO USV-OPERADOR
           MOVE PRMC-CONTA-CPF TO USV-CPF
           PERFORM 5100-LER-VINCULO
           IF NOT HA-CONFLITO
              AND PRMC-CONTA-COTIT-CPF NOT = SPACES
               MOVE LS-PRM-OPERADOR TO USV-OPERADOR
               MOVE PRMC-CONTA-COTIT-CPF TO USV-CPF
               PERFORM 5100-LER-VINCULO
           END-IF
           CLOSE ARQVINCULO
           IF HA-CONFLITO
               MOVE 0001 TO LS-PRM-CODIGO
               MOVE 'VEDADO OPERAR CONTA PROPRIA OU DE PARENTE'
                   TO LS-PRM-MENSAGEM
           END-IF.

       5100-LER-VINCULO.
           READ ARQVINCULO KEY IS USV-CHAVE
               INVALID KEY CONTINUE
           END-READ
           IF FS-USV-OK
               MOVE 'S' TO WS-CONFLITO
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
