      *================================================================
      * BANKDEV.COB - Correspondencia Devolvida
      * Sistema Bancario COBOL
      * Os envelopes que voltam dos Correios ("mudou-se", "endereco
      * insuficiente", "desconhecido"...) - extratos mensais
      * (BANKEXTM.TXT), cartas da regua (BANKDUN.CRT), informes
      * anuais (BANKINFS.TXT) e extratos de tarifas (BANKTARF.TXT) -
      * sao registrados aqui por cliente, com o documento e o motivo
      * da devolucao (BANKDEVL.DAT, layout BANKDEVL). Ao atingir o
      * limite de devolucoes (CFG-DEV-LIMITE, zerado usa o de
      * fabrica) o endereco e marcado invalido e um protocolo de
      * atualizacao cadastral e aberto no BANKATND. Dai em diante a
      * postagem em papel para o cliente e suprimida pelo servico
      * BANKPST e os documentos retidos aparecem na lista de
      * reimpressao pendente (BANKREIM.TXT). A atualizacao do
      * endereco no BANKCRM libera o cliente e encerra o protocolo.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDEV.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO 'BANKDEVL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVC-CLI-ID
               ALTERNATE RECORD KEY IS DVC-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQATEND ASSIGN TO 'BANKATND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-PROTOCOLO
               ALTERNATE RECORD KEY IS ATD-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-ATEND.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT ARQREIMP ASSIGN TO 'BANKREIM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REIMP.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQDEVOLUCAO.
           COPY BANKDEVL.

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  DVC-CLI-ID            PIC 9(10).
           05  DVC-CLI-NOME          PIC X(60).
           05  DVC-CLI-CPF           PIC X(14).
           05  DVC-CLI-RG            PIC X(15).
           05  DVC-CLI-DT-NASC       PIC 9(8).
           05  DVC-CLI-SEXO          PIC X(1).
           05  DVC-CLI-ESTADO-CIVIL  PIC X(2).
           05  DVC-CLI-PROFISSAO     PIC X(40).
           05  DVC-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  DVC-CLI-PERFIL-RISCO  PIC X(1).
           05  DVC-CLI-ENDERECO      PIC X(190).
           05  DVC-CLI-STATUS        PIC X(1).
           05  DVC-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQATEND.
       01  REG-ATENDIMENTO.
           05  ATD-PROTOCOLO         PIC 9(10).
           05  ATD-CLI-ID            PIC 9(10).
           05  ATD-CATEGORIA         PIC X(3).
           05  ATD-DESCRICAO         PIC X(60).
           05  ATD-OPERADOR          PIC X(20).
           05  ATD-DT-ABERTURA       PIC 9(8).
           05  ATD-DT-PRAZO          PIC 9(8).
           05  ATD-STATUS            PIC X(1).
           05  ATD-DT-RESOLUCAO      PIC 9(8).

       FD  ARQCONFIG.
           COPY BANKCFG.

       FD  ARQREIMP.
       01  REG-REIMP                 PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DEV-CTRL.
           05  FS-DEVOLUCAO         PIC XX.
               88  FS-DEV-OK        VALUE '00'.
               88  FS-DEV-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-ATEND             PIC XX.
               88  FS-ATEND-OK      VALUE '00'.
           05  FS-CONFIG            PIC XX.
               88  FS-CONFIG-OK     VALUE '00'.
           05  FS-REIMP             PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-DEVOLUCAO-CTRL.
      *    Limite de fabrica: a segunda devolucao invalida o endereco.
           05  WS-DEV-LIMITE        PIC 9(2) VALUE 2.
      *    Prazo do protocolo de atualizacao cadastral (mesmo SLA da
      *    categoria INF no BANKCRM).
           05  WS-DEV-SLA-DIAS      PIC 9(3) VALUE 5.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DEV-CLI-BUSCA     PIC 9(10).
           05  WS-DEV-SEQ-BUSCA     PIC 9(5).
           05  WS-DEV-DOCUMENTO     PIC X(3).
               88  DEV-DOC-VALIDO   VALUE 'EXM' 'DUN' 'INF' 'TAR'.
           05  WS-DEV-MOTIVO        PIC X(3).
               88  DEV-MOTIVO-VALIDO VALUE 'MUD' 'INS' 'DES' 'AUS'
                                           'REC' 'FAL' 'OUT'.
           05  WS-DEV-REFERENCIA    PIC X(20).
           05  WS-DEV-NOVO-CONTROLE PIC X(1).
               88  DEV-NOVO-CONTROLE VALUE 'S'.
           05  WS-DEV-SEQ-NOVA      PIC 9(5).
           05  WS-DEV-PROX-PROT     PIC 9(10).
           05  WS-DEV-INT-DATA      PIC S9(9) COMP-3.
           05  WS-DEV-DT-PRAZO      PIC 9(8).
           05  WS-DEV-END-ATUAL     PIC X(1).
               88  DEV-ATUAL-INVALIDO VALUE 'I'.
           05  WS-DEV-CLI-ATUAL     PIC 9(10).
           05  WS-DEV-SITUACAO-TXT  PIC X(22).
           05  WS-DEV-QTD           PIC 9(6).
           05  WS-DEV-QTD-LIBERADAS PIC 9(6).
           05  WS-DEV-LINHA         PIC X(132).

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
           PERFORM 0100-ABRIR-REGISTRO
           PERFORM 0150-CARREGAR-PARAMETROS
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQDEVOLUCAO
           GOBACK.

       0100-ABRIR-REGISTRO.
           OPEN I-O ARQDEVOLUCAO
           IF FS-DEVOLUCAO = '35'
               OPEN OUTPUT ARQDEVOLUCAO
               CLOSE ARQDEVOLUCAO
               OPEN I-O ARQDEVOLUCAO
           END-IF.

       0150-CARREGAR-PARAMETROS.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG-OK
               READ ARQCONFIG
               IF FS-CONFIG-OK
                   IF CFG-DEV-LIMITE > ZEROS
                       MOVE CFG-DEV-LIMITE TO WS-DEV-LIMITE
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CORRESPONDENCIA DEVOLVIDA'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Registrar devolucao'
           DISPLAY ' 02. Historico de devolucoes do cliente'
           DISPLAY ' 03. Reimpressoes pendentes (BANKREIM.TXT)'
           DISPLAY ' 04. Baixar reimpressao emitida'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-REGISTRAR-DEVOLUCAO
               WHEN '02'
                   PERFORM 3000-HISTORICO-CLIENTE
               WHEN '03'
                   PERFORM 4000-LISTAR-REIMPRESSOES
               WHEN '04'
                   PERFORM 5000-BAIXAR-REIMPRESSAO
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-REGISTRAR-DEVOLUCAO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-DEV-CLI-BUSCA
           OPEN INPUT ARQCLIENTE
           MOVE WS-DEV-CLI-BUSCA TO DVC-CLI-ID
           READ ARQCLIENTE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               DISPLAY 'CLIENTE NAO ENCONTRADO'
               CLOSE ARQCLIENTE
               MOVE 23 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CLIENTE: ' DVC-CLI-NOME(1:40)
           CLOSE ARQCLIENTE
           DISPLAY 'Documento devolvido (EXM/DUN/INF/TAR): '
           ACCEPT WS-DEV-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WS-DEV-DOCUMENTO)
               TO WS-DEV-DOCUMENTO
           IF NOT DEV-DOC-VALIDO
               DISPLAY 'DOCUMENTO INVALIDO'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Motivo (MUD=mudou-se INS=end. insuficiente '
               'DES=desconhecido AUS=ausente REC=recusado '
               'FAL=falecido OUT=outros): '
           ACCEPT WS-DEV-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-DEV-MOTIVO) TO WS-DEV-MOTIVO
           IF NOT DEV-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Referencia (conta/competencia/ano-base): '
           MOVE SPACES TO WS-DEV-REFERENCIA
           ACCEPT WS-DEV-REFERENCIA
           PERFORM 2100-ATUALIZAR-SITUACAO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
           MOVE WS-DEV-SEQ-NOVA TO DEV-SEQ
           MOVE 'D' TO DEV-TIPO-REG
           MOVE SPACES TO DEV-DADOS
           MOVE WS-DEV-DOCUMENTO TO DEV-DOCUMENTO
           MOVE WS-DEV-MOTIVO TO DEV-MOTIVO
           MOVE WS-DEV-REFERENCIA TO DEV-REFERENCIA
           MOVE WS-DATA-HOJE TO DEV-DT-EVENTO
           MOVE LS-OPERADOR TO DEV-OPERADOR
           MOVE SPACE TO DEV-REIMP-STATUS
           MOVE ZEROS TO DEV-DT-REIMPRESSAO
           WRITE REG-DEVOLUCAO
               INVALID KEY CONTINUE
           END-WRITE
           IF FS-DEV-OK
               DISPLAY 'DEVOLUCAO REGISTRADA - SEQUENCIA '
                   WS-DEV-SEQ-NOVA
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO GRAVAR DEVOLUCAO: ' FS-DEVOLUCAO
               MOVE 9999 TO LS-CODIGO
           END-IF
           EXIT SECTION.

       2100-ATUALIZAR-SITUACAO.
      *    Registro de situacao do cliente: soma a devolucao e, no
      *    limite, invalida o endereco e abre o protocolo.
           MOVE 0 TO LS-CODIGO
           MOVE 'N' TO WS-DEV-NOVO-CONTROLE
           MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
           MOVE ZEROS TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-DEV-OK
               MOVE 'S' TO WS-DEV-NOVO-CONTROLE
               MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
               MOVE ZEROS TO DEV-SEQ
               MOVE 'S' TO DEV-TIPO-REG
               MOVE SPACES TO DEV-DADOS
               MOVE 'V' TO DEV-END-STATUS
               MOVE ZEROS TO DEV-QTD-DEVOLUCOES DEV-ULT-SEQ
                   DEV-DT-INVALIDACAO DEV-PROTOCOLO DEV-DT-LIBERACAO
           END-IF
           ADD 1 TO DEV-ULT-SEQ
           ADD 1 TO DEV-QTD-DEVOLUCOES
           MOVE DEV-ULT-SEQ TO WS-DEV-SEQ-NOVA
           DISPLAY 'DEVOLUCOES ACUMULADAS: ' DEV-QTD-DEVOLUCOES
               ' (LIMITE ' WS-DEV-LIMITE ')'
           IF DEV-END-VALIDO
              AND DEV-QTD-DEVOLUCOES >= WS-DEV-LIMITE
               PERFORM 2200-INVALIDAR-ENDERECO
           END-IF
           IF DEV-NOVO-CONTROLE
               WRITE REG-DEVOLUCAO
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-DEVOLUCAO
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF NOT FS-DEV-OK
               DISPLAY 'ERRO AO ATUALIZAR SITUACAO: ' FS-DEVOLUCAO
               MOVE 9999 TO LS-CODIGO
           END-IF.

       2200-INVALIDAR-ENDERECO.
           PERFORM 2300-ABRIR-PROTOCOLO
           MOVE 'I' TO DEV-END-STATUS
           MOVE WS-DATA-HOJE TO DEV-DT-INVALIDACAO
           MOVE ZEROS TO DEV-DT-LIBERACAO
           MOVE WS-DEV-PROX-PROT TO DEV-PROTOCOLO
           DISPLAY 'ENDERECO MARCADO INVALIDO - POSTAGEM EM PAPEL '
               'SUSPENSA'
           IF WS-DEV-PROX-PROT > ZEROS
               DISPLAY 'PROTOCOLO DE ATUALIZACAO ' WS-DEV-PROX-PROT
                   ' ABERTO - PRAZO: ' WS-DEV-DT-PRAZO
           END-IF
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKDEVL.DAT' TO WS-AUD-ARQUIVO
           MOVE WS-DEV-CLI-BUSCA TO WS-AUD-CHAVE
           MOVE 'ENDERECO-POSTAL' TO WS-AUD-CAMPO
           MOVE 'VALIDO' TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING 'INVALIDO - PROTOCOLO ' DELIMITED SIZE
                  WS-DEV-PROX-PROT DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

       2300-ABRIR-PROTOCOLO.
      *    Tarefa de atualizacao cadastral no registro de
      *    atendimentos, numerada na sequencia dos protocolos.
           MOVE ZEROS TO WS-DEV-PROX-PROT
           OPEN I-O ARQATEND
           IF FS-ATEND = '35'
               OPEN OUTPUT ARQATEND
               CLOSE ARQATEND
               OPEN I-O ARQATEND
           END-IF
           IF NOT FS-ATEND-OK
               DISPLAY 'REGISTRO DE ATENDIMENTOS INDISPONIVEL: '
                   FS-ATEND
               EXIT PARAGRAPH
           END-IF
           MOVE 9999999999 TO ATD-PROTOCOLO
           START ARQATEND KEY IS <= ATD-PROTOCOLO
           IF FS-ATEND-OK
               READ ARQATEND NEXT
               IF FS-ATEND-OK
                   MOVE ATD-PROTOCOLO TO WS-DEV-PROX-PROT
               END-IF
           END-IF
           ADD 1 TO WS-DEV-PROX-PROT
           MOVE WS-DEV-PROX-PROT TO ATD-PROTOCOLO
           MOVE WS-DEV-CLI-BUSCA TO ATD-CLI-ID
           MOVE 'INF' TO ATD-CATEGORIA
           MOVE 'ATUALIZAR ENDERECO - CORRESPONDENCIA DEVOLVIDA'
               TO ATD-DESCRICAO
           MOVE LS-OPERADOR TO ATD-OPERADOR
           MOVE WS-DATA-HOJE TO ATD-DT-ABERTURA
           COMPUTE WS-DEV-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) +
               WS-DEV-SLA-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DEV-INT-DATA)
               TO ATD-DT-PRAZO
           MOVE ATD-DT-PRAZO TO WS-DEV-DT-PRAZO
           MOVE 'A' TO ATD-STATUS
           MOVE ZEROS TO ATD-DT-RESOLUCAO
           WRITE REG-ATENDIMENTO
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT FS-ATEND-OK
               DISPLAY 'ERRO AO ABRIR PROTOCOLO: ' FS-ATEND
               MOVE ZEROS TO WS-DEV-PROX-PROT
           END-IF
           CLOSE ARQATEND.

      *================================================================
       3000-HISTORICO-CLIENTE SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-DEV-CLI-BUSCA
           MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
           MOVE ZEROS TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-DEV-OK
               DISPLAY 'NENHUMA DEVOLUCAO REGISTRADA PARA O CLIENTE'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF DEV-END-INVALIDO
               DISPLAY 'ENDERECO: INVALIDO DESDE ' DEV-DT-INVALIDACAO
                   ' - PROTOCOLO ' DEV-PROTOCOLO
           ELSE
               DISPLAY 'ENDERECO: VALIDO - DEVOLUCOES ACUMULADAS: '
                   DEV-QTD-DEVOLUCOES
               IF DEV-DT-LIBERACAO > ZEROS
                   DISPLAY 'ULTIMA LIBERACAO: ' DEV-DT-LIBERACAO
               END-IF
           END-IF
           PERFORM UNTIL FS-DEV-EOF
               READ ARQDEVOLUCAO NEXT
                   AT END MOVE '10' TO FS-DEVOLUCAO
               END-READ
               IF NOT FS-DEV-EOF
                   IF DEV-CLI-ID NOT = WS-DEV-CLI-BUSCA
                       MOVE '10' TO FS-DEVOLUCAO
                   ELSE
                       PERFORM 3100-EXIBIR-EVENTO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-DEVOLUCAO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-EXIBIR-EVENTO.
           IF DEV-DEVOLUCAO
               DISPLAY DEV-SEQ ' ' DEV-DT-EVENTO ' DEVOLUCAO '
                   DEV-DOCUMENTO ' MOTIVO ' DEV-MOTIVO ' '
                   DEV-REFERENCIA
           ELSE
               DISPLAY DEV-SEQ ' ' DEV-DT-EVENTO ' RETIDO    '
                   DEV-DOCUMENTO ' REIMPR ' DEV-REIMP-STATUS ' '
                   DEV-REFERENCIA
           END-IF.

      *================================================================
       4000-LISTAR-REIMPRESSOES SECTION.
      *================================================================
       4000-INICIO.
      *    Documentos retidos ainda nao reimpressos. O registro de
      *    situacao vem antes dos eventos do cliente na chave, entao
      *    cada linha sai ja com a situacao atual do endereco.
           MOVE ZEROS TO WS-DEV-QTD WS-DEV-QTD-LIBERADAS
           MOVE ZEROS TO WS-DEV-CLI-ATUAL
           MOVE SPACE TO WS-DEV-END-ATUAL
           OPEN OUTPUT ARQREIMP
           MOVE SPACES TO WS-DEV-LINHA
           STRING 'BANKDEV - REIMPRESSOES PENDENTES - ' DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-DEV-LINHA
           END-STRING
           WRITE REG-REIMP FROM WS-DEV-LINHA
           MOVE 'CLIENTE    SEQ   DOC REFERENCIA           RETIDO EM'
               TO WS-DEV-LINHA
           MOVE 'SITUACAO DO ENDERECO' TO WS-DEV-LINHA(55:20)
           WRITE REG-REIMP FROM WS-DEV-LINHA
           MOVE LOW-VALUES TO DEV-CHAVE
           START ARQDEVOLUCAO KEY >= DEV-CHAVE
               INVALID KEY MOVE '10' TO FS-DEVOLUCAO
           END-START
           PERFORM UNTIL FS-DEV-EOF
               READ ARQDEVOLUCAO NEXT
                   AT END MOVE '10' TO FS-DEVOLUCAO
               END-READ
               IF NOT FS-DEV-EOF
                   IF DEV-SITUACAO
                       MOVE DEV-CLI-ID TO WS-DEV-CLI-ATUAL
                       MOVE DEV-END-STATUS TO WS-DEV-END-ATUAL
                   END-IF
                   IF DEV-REIMPRESSAO AND DEV-REIMP-PENDENTE
                       PERFORM 4100-LISTAR-PENDENTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-DEVOLUCAO
           MOVE SPACES TO REG-REIMP
           WRITE REG-REIMP
           MOVE SPACES TO WS-DEV-LINHA
           STRING 'PENDENTES: ' DELIMITED SIZE
                  WS-DEV-QTD DELIMITED SIZE
                  '  PRONTOS PARA REIMPRESSAO: ' DELIMITED SIZE
                  WS-DEV-QTD-LIBERADAS DELIMITED SIZE
               INTO WS-DEV-LINHA
           END-STRING
           WRITE REG-REIMP FROM WS-DEV-LINHA
           CLOSE ARQREIMP
           DISPLAY 'REIMPRESSOES PENDENTES:   ' WS-DEV-QTD
           DISPLAY 'COM ENDERECO JA ATUALIZADO: ' WS-DEV-QTD-LIBERADAS
           DISPLAY 'LISTA GRAVADA EM BANKREIM.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4100-LISTAR-PENDENTE.
           ADD 1 TO WS-DEV-QTD
           IF DEV-CLI-ID = WS-DEV-CLI-ATUAL
              AND DEV-ATUAL-INVALIDO
               MOVE 'AGUARDA NOVO ENDERECO' TO WS-DEV-SITUACAO-TXT
           ELSE
               MOVE 'ATUALIZADO-REIMPRIMIR' TO WS-DEV-SITUACAO-TXT
               ADD 1 TO WS-DEV-QTD-LIBERADAS
           END-IF
           MOVE SPACES TO WS-DEV-LINHA
           STRING DEV-CLI-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DEV-SEQ DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DEV-DOCUMENTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DEV-REFERENCIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DEV-DT-EVENTO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-DEV-SITUACAO-TXT DELIMITED SIZE
               INTO WS-DEV-LINHA
           END-STRING
           WRITE REG-REIMP FROM WS-DEV-LINHA
           DISPLAY WS-DEV-LINHA(1:80).

      *================================================================
       5000-BAIXAR-REIMPRESSAO SECTION.
      *================================================================
       5000-INICIO.
      *    Documento retido so e baixado depois de reemitido para o
      *    endereco ja corrigido.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-DEV-CLI-BUSCA
           DISPLAY 'Sequencia do documento retido: '
           ACCEPT WS-DEV-SEQ-BUSCA
           MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
           MOVE ZEROS TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF FS-DEV-OK AND DEV-END-INVALIDO
               DISPLAY 'ENDERECO AINDA INVALIDO - ATUALIZE O CADASTRO'
                   ' ANTES DE REIMPRIMIR'
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-DEV-CLI-BUSCA TO DEV-CLI-ID
           MOVE WS-DEV-SEQ-BUSCA TO DEV-SEQ
           READ ARQDEVOLUCAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-DEV-OK OR NOT DEV-REIMPRESSAO
               DISPLAY 'DOCUMENTO RETIDO NAO ENCONTRADO'
               MOVE 23 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF NOT DEV-REIMP-PENDENTE
               DISPLAY 'REIMPRESSAO JA BAIXADA EM ' DEV-DT-REIMPRESSAO
               MOVE 3 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'F' TO DEV-REIMP-STATUS
           MOVE WS-DATA-HOJE TO DEV-DT-REIMPRESSAO
           REWRITE REG-DEVOLUCAO
               INVALID KEY CONTINUE
           END-REWRITE
           IF FS-DEV-OK
               DISPLAY 'REIMPRESSAO BAIXADA'
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO BAIXAR: ' FS-DEVOLUCAO
               MOVE 9999 TO LS-CODIGO
           END-IF
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
