      *================================================================
      * BANKRPV.COB - Vencimento de Representacoes de Conta PF
      * Sistema Bancario COBOL
      * Lote diario sobre o registro de representantes de conta PF
      * (BANKRPF.DAT, mantido pelo BANKRPF):
      *   - pai, mae e tutor cujo titular completou 18 anos tem os
      *     poderes encerrados automaticamente (situacao 'M');
      *   - procuracao ou termo de curatela com a validade vencida
      *     e baixado (situacao 'V') e vai para a worklist
      *     BANKRPFW.DAT da agencia da conta, para contato com o
      *     titular e renovacao do documento.
      * Cada baixa encerra o vinculo de representante no diario do
      * CCS (BANKVNC). O resumo do dia e a worklist pendente saem em
      * BANKRPVR.TXT. Pelo menu a worklist pode ser consultada e o
      * item dado como tratado.
      * Lote (LS-MODO 'B'): processamento do dia de movimento.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRPV.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREPRES ASSIGN TO 'BANKRPF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPF-CHAVE
               FILE STATUS IS FS-REPRES.

           SELECT ARQVENCIDO ASSIGN TO 'BANKRPFW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPW-CHAVE
               FILE STATUS IS FS-VENCIDO.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPV-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQRELATORIO ASSIGN TO 'BANKRPVR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQREPRES.
           COPY BANKRPF.

       FD  ARQVENCIDO.
           COPY BANKRPFW.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  RPV-CONTA-NUM         PIC 9(10).
           05  RPV-CONTA-AGENCIA     PIC 9(4).
           05  RPV-CONTA-DIGITO      PIC 9(1).
           05  RPV-CONTA-TIPO        PIC X(2).
           05  RPV-CONTA-STATUS      PIC X(1).
           05  RPV-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  RPV-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  RPV-CONTA-TITULAR     PIC X(60).
           05  RPV-CONTA-CPF         PIC X(11).
           05  RPV-CONTA-EMAIL       PIC X(80).
           05  RPV-CONTA-TELEFONE    PIC X(15).
           05  RPV-CONTA-DT-ABERTURA PIC 9(8).
           05  RPV-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  RPV-CONTA-SENHA-HASH  PIC X(64).
           05  RPV-CONTA-COTIT-NOME  PIC X(60).
           05  RPV-CONTA-COTIT-CPF   PIC X(11).
           05  RPV-CONTA-CLI-ID      PIC 9(10).
           05  RPV-CONTA-MOEDA       PIC X(3).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQRELATORIO.
       01  REG-RELATORIO             PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RPV-CTRL.
           05  FS-REPRES            PIC XX.
               88  FS-RPF-OK        VALUE '00'.
           05  FS-VENCIDO           PIC XX.
               88  FS-RPW-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  FS-RELATORIO         PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

       01  WS-PROCESSO-CTRL.
           05  WS-RPV-LIDOS         PIC 9(7).
           05  WS-RPV-MAIORIDADE    PIC 9(5).
           05  WS-RPV-VENCIDOS      PIC 9(5).
           05  WS-RPV-PENDENTES     PIC 9(5).
           05  WS-RPV-CONTA-INF     PIC 9(10).
           05  WS-RPV-CPF-INF       PIC X(11).
           05  WS-REL-LINHA         PIC X(132).

       01  WS-CHAMADA-VINCULO.
      *    Area de chamada do diario de vinculos do CCS (BANKVNC)
           05  WS-VNCSRV-EVENTO     PIC X(1).
           05  WS-VNCSRV-TIPO       PIC X(1).
           05  WS-VNCSRV-CONTA      PIC 9(10).
           05  WS-VNCSRV-CPF        PIC X(11).
           05  WS-VNCSRV-CODIGO     PIC 9(4).

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
           IF LS-MODO-BATCH
               PERFORM 3000-PROCESSAR-VENCIMENTOS
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
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

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' VENCIMENTO DE REPRESENTACOES PF'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Processar maioridade e vencimentos'
           DISPLAY ' 02. Worklist de representacoes vencidas'
           DISPLAY ' 03. Dar item da worklist como tratado'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 1100-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 3000-PROCESSAR-VENCIMENTOS
                   END-IF
               WHEN '02'
                   PERFORM 4000-LISTAR-WORKLIST
               WHEN '03'
                   PERFORM 5000-TRATAR-ITEM
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1100-VERIFICAR-PERMISSAO.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       3000-PROCESSAR-VENCIMENTOS SECTION.
      *================================================================
       3000-INICIO.
           MOVE ZEROS TO WS-RPV-LIDOS WS-RPV-MAIORIDADE
                         WS-RPV-VENCIDOS
           OPEN I-O ARQREPRES
           IF FS-REPRES = '35'
               DISPLAY 'SEM REPRESENTANTES PF CADASTRADOS'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT FS-RPF-OK
               DISPLAY 'ERRO AO ABRIR BANKRPF.DAT: ' FS-REPRES
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3050-ABRIR-WORKLIST
           OPEN INPUT ARQCONTAS
           OPEN OUTPUT ARQRELATORIO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BANKRPV - VENCIMENTO DE REPRESENTACOES PF - '
                      DELIMITED SIZE
                  WS-DATA-MOVIMENTO DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'CONTA      CPF         TP BAIXA       VALIDADE NOME'
               TO WS-REL-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE LOW-VALUES TO RPF-CHAVE
           START ARQREPRES KEY >= RPF-CHAVE
               INVALID KEY MOVE '10' TO FS-REPRES
           END-START
           PERFORM UNTIL NOT FS-RPF-OK
               READ ARQREPRES NEXT
                   AT END MOVE '10' TO FS-REPRES
               END-READ
               IF FS-RPF-OK
                   ADD 1 TO WS-RPV-LIDOS
                   IF RPF-ATIVO
                      AND RPF-DOC-VALIDADE NOT = ZEROS
                      AND RPF-DOC-VALIDADE <= WS-DATA-MOVIMENTO
                       PERFORM 3100-BAIXAR-REPRESENTANTE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQREPRES ARQCONTAS
           PERFORM 3500-RESUMO-WORKLIST
           CLOSE ARQVENCIDO ARQRELATORIO
           DISPLAY 'REPRESENTANTES LIDOS....: ' WS-RPV-LIDOS
           DISPLAY 'ENCERRADOS (MAIORIDADE).: ' WS-RPV-MAIORIDADE
           DISPLAY 'VENCIDOS (WORKLIST).....: ' WS-RPV-VENCIDOS
           DISPLAY 'RELATORIO EM BANKRPVR.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-ABRIR-WORKLIST.
           OPEN I-O ARQVENCIDO
           IF FS-VENCIDO = '35'
               OPEN OUTPUT ARQVENCIDO
               CLOSE ARQVENCIDO
               OPEN I-O ARQVENCIDO
           END-IF.

       3100-BAIXAR-REPRESENTANTE.
      *    Pai, mae e tutor: a validade e a maioridade do titular.
      *    Demais: documento vencido sem renovacao vai a worklist.
           IF RPF-ATE-MAIORIDADE
               MOVE 'M' TO RPF-STATUS
               ADD 1 TO WS-RPV-MAIORIDADE
           ELSE
               MOVE 'V' TO RPF-STATUS
               ADD 1 TO WS-RPV-VENCIDOS
               PERFORM 3200-INCLUIR-WORKLIST
           END-IF
           MOVE WS-DATA-MOVIMENTO TO RPF-DT-SITUACAO
           MOVE 'BANKRPV' TO RPF-OPERADOR
           REWRITE REG-REPRESENTANTE
           MOVE 'F' TO WS-VNCSRV-EVENTO
           PERFORM 7000-REGISTRAR-VINCULO
           MOVE SPACES TO WS-REL-LINHA
           MOVE RPF-CONTA TO WS-REL-LINHA(1:10)
           MOVE RPF-CPF TO WS-REL-LINHA(12:11)
           MOVE RPF-TIPO TO WS-REL-LINHA(24:1)
           IF RPF-MAIORIDADE
               MOVE 'MAIORIDADE' TO WS-REL-LINHA(27:11)
           ELSE
               MOVE 'VENCIDO' TO WS-REL-LINHA(27:11)
           END-IF
           MOVE RPF-DOC-VALIDADE TO WS-REL-LINHA(39:8)
           MOVE RPF-NOME(1:40) TO WS-REL-LINHA(48:40)
           PERFORM 3900-GRAVAR-LINHA.

       3200-INCLUIR-WORKLIST.
           MOVE RPF-CHAVE TO RPW-CHAVE
           MOVE RPF-NOME TO RPW-NOME
           MOVE RPF-TIPO TO RPW-TIPO
           MOVE ZEROS TO RPW-AGENCIA
           MOVE RPF-CONTA TO RPV-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONTA-OK
               MOVE RPV-CONTA-AGENCIA TO RPW-AGENCIA
           END-IF
           MOVE RPF-DOC-VALIDADE TO RPW-DT-VENCIMENTO
           MOVE WS-DATA-MOVIMENTO TO RPW-DT-INCLUSAO
           MOVE 'P' TO RPW-SITUACAO
           MOVE ZEROS TO RPW-DT-TRATAMENTO
           MOVE SPACES TO RPW-OPERADOR
           WRITE REG-REPRESENT-VENCIDO
               INVALID KEY REWRITE REG-REPRESENT-VENCIDO
           END-WRITE.

       3500-RESUMO-WORKLIST.
           MOVE SPACES TO WS-REL-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE '--- WORKLIST PENDENTE (AGENCIA/CONTA/CPF) ---'
               TO WS-REL-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE ZEROS TO WS-RPV-PENDENTES
           MOVE LOW-VALUES TO RPW-CHAVE
           START ARQVENCIDO KEY >= RPW-CHAVE
               INVALID KEY MOVE '10' TO FS-VENCIDO
           END-START
           PERFORM UNTIL NOT FS-RPW-OK
               READ ARQVENCIDO NEXT
                   AT END MOVE '10' TO FS-VENCIDO
               END-READ
               IF FS-RPW-OK AND RPW-PENDENTE
                   ADD 1 TO WS-RPV-PENDENTES
                   MOVE SPACES TO WS-REL-LINHA
                   MOVE RPW-AGENCIA TO WS-REL-LINHA(1:4)
                   MOVE RPW-CONTA TO WS-REL-LINHA(6:10)
                   MOVE RPW-CPF TO WS-REL-LINHA(17:11)
                   MOVE RPW-TIPO TO WS-REL-LINHA(29:1)
                   MOVE RPW-DT-VENCIMENTO TO WS-REL-LINHA(31:8)
                   MOVE RPW-NOME(1:40) TO WS-REL-LINHA(40:40)
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REL-LINHA
           STRING 'ITENS PENDENTES: ' DELIMITED SIZE
                  WS-RPV-PENDENTES DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 3900-GRAVAR-LINHA.

       3900-GRAVAR-LINHA.
           WRITE REG-RELATORIO FROM WS-REL-LINHA
           IF NOT LS-MODO-BATCH
               DISPLAY WS-REL-LINHA(1:100)
           END-IF.

      *================================================================
       4000-LISTAR-WORKLIST SECTION.
      *================================================================
       4000-INICIO.
           OPEN INPUT ARQVENCIDO
           IF NOT FS-RPW-OK
               DISPLAY 'WORKLIST VAZIA'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-RPV-PENDENTES
           PERFORM UNTIL NOT FS-RPW-OK
               READ ARQVENCIDO NEXT
                   AT END MOVE '10' TO FS-VENCIDO
               END-READ
               IF FS-RPW-OK AND RPW-PENDENTE
                   ADD 1 TO WS-RPV-PENDENTES
                   DISPLAY 'AG ' RPW-AGENCIA ' CONTA ' RPW-CONTA
                       ' CPF ' RPW-CPF ' TIPO ' RPW-TIPO
                       ' VENCEU ' RPW-DT-VENCIMENTO ' '
                       RPW-NOME(1:25)
               END-IF
           END-PERFORM
           CLOSE ARQVENCIDO
           DISPLAY 'ITENS PENDENTES: ' WS-RPV-PENDENTES
           EXIT SECTION.

      *================================================================
       5000-TRATAR-ITEM SECTION.
      *================================================================
       5000-INICIO.
      *    Contato feito sem renovacao (titular dispensou o
      *    procurador, por exemplo): o item sai da worklist.
           DISPLAY 'Conta: '
           ACCEPT WS-RPV-CONTA-INF
           DISPLAY 'CPF do representante: '
           ACCEPT WS-RPV-CPF-INF
           PERFORM 3050-ABRIR-WORKLIST
           MOVE WS-RPV-CONTA-INF TO RPW-CONTA
           MOVE WS-RPV-CPF-INF TO RPW-CPF
           READ ARQVENCIDO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-RPW-OK OR NOT RPW-PENDENTE
               DISPLAY 'ITEM PENDENTE NAO ENCONTRADO'
           ELSE
               MOVE 'T' TO RPW-SITUACAO
               MOVE WS-DATA-MOVIMENTO TO RPW-DT-TRATAMENTO
               MOVE LS-OPERADOR TO RPW-OPERADOR
               REWRITE REG-REPRESENT-VENCIDO
               DISPLAY 'ITEM TRATADO'
           END-IF
           CLOSE ARQVENCIDO
           EXIT SECTION.

      *================================================================
       7000-REGISTRAR-VINCULO SECTION.
      *================================================================
       7000-INICIO.
      *    O diario guarda o CPF como as contas: tokenizado quando a
      *    cifragem esta ativa.
           MOVE 'R' TO WS-VNCSRV-TIPO
           MOVE RPF-CONTA TO WS-VNCSRV-CONTA
           MOVE RPF-CPF TO WS-VNCSRV-CPF
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE RPF-CPF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-VNCSRV-CPF
           END-IF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
