      *================================================================
      * BANKRFB.COB - Situacao Cadastral do CPF na Receita Federal
      * Sistema Bancario COBOL
      * O digito verificador nao basta: CPF cancelado, suspenso,
      * nulo ou de titular falecido passa na conta do BANKADM. Este
      * modulo monta o arquivo de consulta a Receita (BANKRFB.REM,
      * cliente + CPF + nascimento) com os CPFs a consultar e
      * processa o arquivo de resposta (BANKRFB.RET) com a situacao
      * cadastral e o nome oficial de cada CPF, guardados em
      * BANKRFB.DAT (um registro por cliente). O cadastro de cliente
      * no BANKCRM deixa o CPF novo pendente de consulta, que sai no
      * arquivo do dia; no dia 01 do movimento a varredura mensal
      * inclui todos os CPFs dos clientes ativos. CPF fora da
      * situacao regular ou com nome oficial diferente do nome do
      * cadastro entra na worklist KYC (BANKKYCW.DAT, situacoes R e
      * N) e sai dela quando a Receita devolve o CPF regular com o
      * nome conferindo. CPF devolvido como de titular falecido e
      * incluido no arquivo de notificacoes de obito (BANKOBT.IN) e
      * o BANKOBT e acionado na hora para congelar as contas.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRFB.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFB-CLI-ID
               ALTERNATE RECORD KEY IS RFB-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFB-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQRECEITA ASSIGN TO 'BANKRFB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLI-ID
               FILE STATUS IS FS-RECEITA.

           SELECT ARQKYCWORK ASSIGN TO 'BANKKYCW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYW-CLI-ID
               FILE STATUS IS FS-KYCWORK.

           SELECT ARQCONSULTA ASSIGN TO 'BANKRFB.REM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSULTA.

           SELECT ARQRESPOSTA ASSIGN TO 'BANKRFB.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPOSTA.

           SELECT ARQOBTIN ASSIGN TO 'BANKOBT.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OBTIN.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  RFB-CLI-ID            PIC 9(10).
           05  RFB-CLI-NOME          PIC X(60).
           05  RFB-CLI-CPF           PIC X(14).
           05  RFB-CLI-RG            PIC X(15).
           05  RFB-CLI-DT-NASC       PIC 9(8).
           05  RFB-CLI-SEXO          PIC X(1).
           05  RFB-CLI-ESTADO-CIVIL  PIC X(2).
           05  RFB-CLI-PROFISSAO     PIC X(40).
           05  RFB-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  RFB-CLI-PERFIL-RISCO  PIC X(1).
           05  RFB-CLI-ENDERECO      PIC X(190).
           05  RFB-CLI-STATUS        PIC X(1).
           05  RFB-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  RFB-CONTA-NUM         PIC 9(10).
           05  RFB-CONTA-AGENCIA     PIC 9(4).
           05  RFB-CONTA-DIGITO      PIC 9(1).
           05  RFB-CONTA-TIPO        PIC X(2).
           05  RFB-CONTA-STATUS      PIC X(1).
           05  RFB-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  RFB-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  RFB-CONTA-TITULAR     PIC X(60).
           05  RFB-CONTA-CPF         PIC X(11).
           05  RFB-CONTA-EMAIL       PIC X(80).
           05  RFB-CONTA-TELEFONE    PIC X(15).
           05  RFB-CONTA-DT-ABERTURA PIC 9(8).
           05  RFB-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  RFB-CONTA-SENHA-HASH  PIC X(64).
           05  RFB-CONTA-COTIT-NOME  PIC X(60).
           05  RFB-CONTA-COTIT-CPF   PIC X(11).
           05  RFB-CONTA-CLI-ID      PIC 9(10).
           05  RFB-CONTA-MOEDA       PIC X(3).

      *    Situacao cadastral mais recente devolvida pela Receita.
      *    Codigos da Receita: 0 regular, 2 suspensa, 3 titular
      *    falecido, 4 pendente de regularizacao, 5 cancelada por
      *    multiplicidade, 8 nula, 9 cancelada de oficio.
       FD  ARQRECEITA.
       01  REG-RECEITA.
           05  RCT-CLI-ID            PIC 9(10).
           05  RCT-CPF               PIC X(11).
           05  RCT-CONSULTA          PIC X(1).
               88  RCT-A-CONSULTAR   VALUE 'P'.
               88  RCT-ENVIADA       VALUE 'E'.
               88  RCT-RESPONDIDA    VALUE 'R'.
           05  RCT-SITUACAO          PIC X(1).
               88  RCT-REGULAR       VALUE '0'.
               88  RCT-FALECIDO      VALUE '3'.
           05  RCT-NOME-OFICIAL      PIC X(60).
           05  RCT-NOME-CONFERE      PIC X(1).
           05  RCT-DT-OBITO          PIC 9(8).
           05  RCT-DT-INCLUSAO       PIC 9(8).
           05  RCT-DT-CONSULTA       PIC 9(8).
           05  RCT-DT-RETORNO        PIC 9(8).

       FD  ARQKYCWORK.
       01  REG-KYCWORK.
           05  KYW-CLI-ID            PIC 9(10).
           05  KYW-AGENCIA           PIC 9(4).
           05  KYW-SITUACAO          PIC X(1).
               88  KYW-VENCIDO       VALUE 'V'.
               88  KYW-FALTANTE      VALUE 'F'.
               88  KYW-RECEITA       VALUE 'R'.
               88  KYW-NOME-DIVERGE  VALUE 'N'.
           05  KYW-DIAS-VENCIDO      PIC 9(5).
           05  KYW-DT-DETECCAO       PIC 9(8).

       FD  ARQCONSULTA.
       01  REG-CONSULTA.
           05  CNS-CLI-ID            PIC 9(10).
           05  CNS-CPF               PIC X(11).
           05  CNS-DT-NASC           PIC 9(8).

       FD  ARQRESPOSTA.
       01  REG-RESPOSTA.
           05  RSP-CLI-ID            PIC 9(10).
           05  RSP-CPF               PIC X(11).
           05  RSP-SITUACAO          PIC X(1).
           05  RSP-NOME-OFICIAL      PIC X(60).
           05  RSP-DT-OBITO          PIC 9(8).

       FD  ARQOBTIN.
       01  REG-OBTIN.
           05  OBI-CPF               PIC X(11).
           05  OBI-DT-OBITO          PIC 9(8).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RFB-CTRL.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
               88  FS-CLI-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-RECEITA           PIC XX.
               88  FS-RCT-OK        VALUE '00'.
               88  FS-RCT-EOF       VALUE '10'.
           05  FS-KYCWORK           PIC XX.
               88  FS-KYW-OK        VALUE '00'.
           05  FS-CONSULTA          PIC XX.
           05  FS-RESPOSTA          PIC XX.
               88  FS-RSP-OK        VALUE '00'.
               88  FS-RSP-EOF       VALUE '10'.
           05  FS-OBTIN             PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CONSULTA-CTRL.
           05  WS-RFB-CPF-CLARO     PIC X(14).
           05  WS-RFB-NOME-CADASTRO PIC X(60).
           05  WS-RFB-NOME-OFICIAL  PIC X(60).
           05  WS-RFB-AGENCIA       PIC 9(4).
           05  WS-RFB-SITUACAO-KYW  PIC X(1).
           05  WS-RFB-BUSCA-ID      PIC 9(10).
           05  WS-RFB-QTD-INCLUIDOS PIC 9(7).
           05  WS-RFB-QTD-ENVIADOS  PIC 9(7).
           05  WS-RFB-QTD-RESPOSTAS PIC 9(7).
           05  WS-RFB-QTD-REGULARES PIC 9(7).
           05  WS-RFB-QTD-IRREGULAR PIC 9(7).
           05  WS-RFB-QTD-NOME-DIV  PIC 9(7).
           05  WS-RFB-QTD-OBITOS    PIC 9(7).
           05  WS-RFB-QTD-IGNORADOS PIC 9(7).
           05  WS-RFB-MINUSCULAS    PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  WS-RFB-MAIUSCULAS    PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-RETORNO-OBITO.
      *    Area de retorno do BANKOBT, acionado sempre em lote
           05  WS-OBT-CODIGO        PIC 9(4).
           05  WS-OBT-MENSAGEM      PIC X(100).
           05  WS-OBT-MODO          PIC X(1).
           05  WS-OBT-OPERADOR      PIC X(20).

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
      *        Resposta do dia anterior primeiro; no dia 01 do
      *        movimento entram todos os clientes ativos.
               PERFORM 3000-PROCESSAR-RESPOSTA
               IF WS-DATA-MOVIMENTO(7:2) = '01'
                   PERFORM 2500-VARREDURA-MENSAL
               END-IF
               PERFORM 2000-GERAR-CONSULTA
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

       0140-ABRIR-RECEITA.
           OPEN I-O ARQRECEITA
           IF FS-RECEITA = '35'
               OPEN OUTPUT ARQRECEITA
               CLOSE ARQRECEITA
               OPEN I-O ARQRECEITA
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' SITUACAO CADASTRAL DO CPF - RECEITA'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Processar resposta da Receita (BANKRFB.RET)'
           DISPLAY ' 02. Gerar consulta dos CPFs pendentes'
           DISPLAY ' 03. Varredura de todos os clientes ativos'
           DISPLAY ' 04. Consultar situacao de um cliente'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 3000-PROCESSAR-RESPOSTA
               WHEN '02'
                   PERFORM 2000-GERAR-CONSULTA
               WHEN '03'
                   PERFORM 2500-VARREDURA-MENSAL
                   PERFORM 2000-GERAR-CONSULTA
               WHEN '04'
                   PERFORM 5000-CONSULTAR-CLIENTE
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-GERAR-CONSULTA SECTION.
      *================================================================
       2000-INICIO.
      *    Todo CPF pendente (cadastro novo ou varredura) sai no
      *    arquivo de consulta, que e recriado a cada geracao.
           MOVE ZEROS TO WS-RFB-QTD-ENVIADOS
           PERFORM 0140-ABRIR-RECEITA
           OPEN INPUT ARQCLIENTE
           OPEN OUTPUT ARQCONSULTA
           MOVE ZEROS TO RCT-CLI-ID
           START ARQRECEITA KEY >= RCT-CLI-ID
               INVALID KEY MOVE '10' TO FS-RECEITA
           END-START
           PERFORM UNTIL FS-RCT-EOF
               READ ARQRECEITA NEXT
                   AT END MOVE '10' TO FS-RECEITA
               END-READ
               IF NOT FS-RCT-EOF
                   IF RCT-A-CONSULTAR
                       PERFORM 2100-INCLUIR-NA-CONSULTA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONSULTA ARQCLIENTE ARQRECEITA
           DISPLAY 'CPFS ENVIADOS A RECEITA: ' WS-RFB-QTD-ENVIADOS
           DISPLAY 'CONSULTA EM BANKRFB.REM'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-INCLUIR-NA-CONSULTA.
           MOVE RCT-CLI-ID TO RFB-CLI-ID
           READ ARQCLIENTE KEY IS RFB-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               EXIT PARAGRAPH
           END-IF
           MOVE RCT-CLI-ID TO CNS-CLI-ID
           MOVE RCT-CPF TO CNS-CPF
           MOVE RFB-CLI-DT-NASC TO CNS-DT-NASC
           WRITE REG-CONSULTA
           MOVE 'E' TO RCT-CONSULTA
           MOVE WS-DATA-MOVIMENTO TO RCT-DT-CONSULTA
           REWRITE REG-RECEITA
           ADD 1 TO WS-RFB-QTD-ENVIADOS.

      *================================================================
       2500-VARREDURA-MENSAL SECTION.
      *================================================================
       2500-INICIO.
      *    Todo cliente ativo pessoa fisica fica pendente de
      *    consulta; o documento sai da base em claro (BANKCRY).
           MOVE ZEROS TO WS-RFB-QTD-INCLUIDOS
           PERFORM 0140-ABRIR-RECEITA
           OPEN INPUT ARQCLIENTE
           MOVE ZEROS TO RFB-CLI-ID
           START ARQCLIENTE KEY >= RFB-CLI-ID
               INVALID KEY MOVE '10' TO FS-CLIENTE
           END-START
           PERFORM UNTIL FS-CLI-EOF
               READ ARQCLIENTE NEXT
                   AT END MOVE '10' TO FS-CLIENTE
               END-READ
               IF NOT FS-CLI-EOF
                   IF RFB-CLI-STATUS = 'A'
                       PERFORM 2510-MARCAR-PARA-CONSULTA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCLIENTE ARQRECEITA
           DISPLAY 'CLIENTES NA VARREDURA MENSAL: '
               WS-RFB-QTD-INCLUIDOS
           EXIT SECTION.

       2510-MARCAR-PARA-CONSULTA.
           PERFORM 2520-DESTOKENIZAR-DOCUMENTO
      *    CNPJ (pessoa juridica) nao tem situacao de CPF.
           IF WS-RFB-CPF-CLARO(12:3) NOT = SPACES
              OR WS-RFB-CPF-CLARO(1:11) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RFB-CLI-ID TO RCT-CLI-ID
           READ ARQRECEITA
               INVALID KEY CONTINUE
           END-READ
           IF FS-RCT-OK
               MOVE WS-RFB-CPF-CLARO(1:11) TO RCT-CPF
               MOVE 'P' TO RCT-CONSULTA
               REWRITE REG-RECEITA
           ELSE
               INITIALIZE REG-RECEITA
               MOVE RFB-CLI-ID TO RCT-CLI-ID
               MOVE WS-RFB-CPF-CLARO(1:11) TO RCT-CPF
               MOVE 'P' TO RCT-CONSULTA
               MOVE SPACES TO RCT-SITUACAO RCT-NOME-CONFERE
               MOVE WS-DATA-MOVIMENTO TO RCT-DT-INCLUSAO
               WRITE REG-RECEITA
           END-IF
           ADD 1 TO WS-RFB-QTD-INCLUIDOS.

       2520-DESTOKENIZAR-DOCUMENTO.
           MOVE RFB-CLI-CPF TO WS-RFB-CPF-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE RFB-CLI-CPF TO WS-CRYSRV-TEXTO(1:14)
           MOVE 14 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:14) TO WS-RFB-CPF-CLARO
           END-IF.

      *================================================================
       3000-PROCESSAR-RESPOSTA SECTION.
      *================================================================
       3000-INICIO.
      *    So vale a resposta de consulta enviada e ainda nao
      *    respondida: reprocessar o mesmo arquivo nao repete a
      *    worklist nem o obito.
           OPEN INPUT ARQRESPOSTA
           IF NOT FS-RSP-OK
               DISPLAY 'SEM RESPOSTA DA RECEITA BANKRFB.RET'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-RFB-QTD-RESPOSTAS WS-RFB-QTD-REGULARES
           MOVE ZEROS TO WS-RFB-QTD-IRREGULAR WS-RFB-QTD-NOME-DIV
           MOVE ZEROS TO WS-RFB-QTD-OBITOS WS-RFB-QTD-IGNORADOS
           PERFORM 0140-ABRIR-RECEITA
           OPEN INPUT ARQCLIENTE ARQCONTAS
           OPEN I-O ARQKYCWORK
           IF FS-KYCWORK = '35'
               OPEN OUTPUT ARQKYCWORK
               CLOSE ARQKYCWORK
               OPEN I-O ARQKYCWORK
           END-IF
           PERFORM UNTIL FS-RSP-EOF
               READ ARQRESPOSTA
                   AT END MOVE '10' TO FS-RESPOSTA
               END-READ
               IF NOT FS-RSP-EOF
                   PERFORM 3100-TRATAR-RESPOSTA
               END-IF
           END-PERFORM
           CLOSE ARQRESPOSTA ARQCLIENTE ARQCONTAS ARQKYCWORK
           CLOSE ARQRECEITA
           DISPLAY 'RESPOSTAS PROCESSADAS: ' WS-RFB-QTD-RESPOSTAS
           DISPLAY 'CPF REGULAR E NOME CONFERE: ' WS-RFB-QTD-REGULARES
           DISPLAY 'SITUACAO IRREGULAR:         ' WS-RFB-QTD-IRREGULAR
           DISPLAY 'NOME DIVERGENTE:            ' WS-RFB-QTD-NOME-DIV
           DISPLAY 'TITULARES FALECIDOS:        ' WS-RFB-QTD-OBITOS
           DISPLAY 'IGNORADAS (SEM CONSULTA):   ' WS-RFB-QTD-IGNORADOS
           IF WS-RFB-QTD-OBITOS > ZEROS
               PERFORM 3500-ACIONAR-OBITO
           END-IF
           EXIT SECTION.

       3100-TRATAR-RESPOSTA.
           MOVE RSP-CLI-ID TO RCT-CLI-ID
           READ ARQRECEITA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-RCT-OK OR NOT RCT-ENVIADA
              OR RSP-CPF NOT = RCT-CPF
               ADD 1 TO WS-RFB-QTD-IGNORADOS
               EXIT PARAGRAPH
           END-IF
           MOVE RCT-CLI-ID TO RFB-CLI-ID
           READ ARQCLIENTE KEY IS RFB-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               ADD 1 TO WS-RFB-QTD-IGNORADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RFB-QTD-RESPOSTAS
           MOVE 'R' TO RCT-CONSULTA
           MOVE RSP-SITUACAO TO RCT-SITUACAO
           MOVE RSP-NOME-OFICIAL TO RCT-NOME-OFICIAL
           MOVE RSP-DT-OBITO TO RCT-DT-OBITO
           MOVE WS-DATA-MOVIMENTO TO RCT-DT-RETORNO
           PERFORM 3150-CONFERIR-NOME
           REWRITE REG-RECEITA
           EVALUATE TRUE
               WHEN RCT-FALECIDO
                   ADD 1 TO WS-RFB-QTD-OBITOS
                   MOVE 'R' TO WS-RFB-SITUACAO-KYW
                   PERFORM 3200-INCLUIR-WORKLIST
                   PERFORM 3300-NOTIFICAR-OBITO
               WHEN NOT RCT-REGULAR
                   ADD 1 TO WS-RFB-QTD-IRREGULAR
                   MOVE 'R' TO WS-RFB-SITUACAO-KYW
                   PERFORM 3200-INCLUIR-WORKLIST
                   DISPLAY 'CLIENTE ' RCT-CLI-ID
                       ' CPF EM SITUACAO ' RCT-SITUACAO ' NA RECEITA'
               WHEN RCT-NOME-CONFERE NOT = 'S'
                   ADD 1 TO WS-RFB-QTD-NOME-DIV
                   MOVE 'N' TO WS-RFB-SITUACAO-KYW
                   PERFORM 3200-INCLUIR-WORKLIST
                   DISPLAY 'CLIENTE ' RCT-CLI-ID
                       ' NOME DIFERENTE DO NOME OFICIAL'
               WHEN OTHER
                   ADD 1 TO WS-RFB-QTD-REGULARES
                   PERFORM 3250-BAIXAR-WORKLIST
           END-EVALUATE.

       3150-CONFERIR-NOME.
      *    Nome do cadastro decifrado (BANKCRY) e comparado ao nome
      *    oficial sem distinguir maiusculas de minusculas.
           MOVE RFB-CLI-NOME TO WS-RFB-NOME-CADASTRO
           MOVE 'D' TO WS-CRYSRV-MODO
           MOVE RFB-CLI-NOME TO WS-CRYSRV-TEXTO
           MOVE 60 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:60) TO WS-RFB-NOME-CADASTRO
           END-IF
           MOVE RSP-NOME-OFICIAL TO WS-RFB-NOME-OFICIAL
           INSPECT WS-RFB-NOME-CADASTRO
               CONVERTING WS-RFB-MINUSCULAS TO WS-RFB-MAIUSCULAS
           INSPECT WS-RFB-NOME-OFICIAL
               CONVERTING WS-RFB-MINUSCULAS TO WS-RFB-MAIUSCULAS
           IF WS-RFB-NOME-CADASTRO = WS-RFB-NOME-OFICIAL
               MOVE 'S' TO RCT-NOME-CONFERE
           ELSE
               MOVE 'N' TO RCT-NOME-CONFERE
           END-IF.

       3200-INCLUIR-WORKLIST.
      *    Pendencia de Receita prevalece sobre a de renovacao de
      *    documento na worklist do cliente.
           PERFORM 3400-AGENCIA-DO-CLIENTE
           MOVE RCT-CLI-ID TO KYW-CLI-ID
           READ ARQKYCWORK
               INVALID KEY CONTINUE
           END-READ
           IF FS-KYW-OK
               MOVE WS-RFB-AGENCIA TO KYW-AGENCIA
               MOVE WS-RFB-SITUACAO-KYW TO KYW-SITUACAO
               MOVE ZEROS TO KYW-DIAS-VENCIDO
               REWRITE REG-KYCWORK
           ELSE
               MOVE RCT-CLI-ID TO KYW-CLI-ID
               MOVE WS-RFB-AGENCIA TO KYW-AGENCIA
               MOVE WS-RFB-SITUACAO-KYW TO KYW-SITUACAO
               MOVE ZEROS TO KYW-DIAS-VENCIDO
               MOVE WS-DATA-MOVIMENTO TO KYW-DT-DETECCAO
               WRITE REG-KYCWORK
           END-IF.

       3250-BAIXAR-WORKLIST.
      *    CPF regular com nome conferindo encerra a pendencia de
      *    Receita; a de documentos segue com o BANKCRM.
           MOVE RCT-CLI-ID TO KYW-CLI-ID
           READ ARQKYCWORK
               INVALID KEY CONTINUE
           END-READ
           IF FS-KYW-OK
              AND (KYW-RECEITA OR KYW-NOME-DIVERGE)
               DELETE ARQKYCWORK RECORD
           END-IF.

       3300-NOTIFICAR-OBITO.
           OPEN EXTEND ARQOBTIN
           IF FS-OBTIN = '35'
               OPEN OUTPUT ARQOBTIN
           END-IF
           MOVE RCT-CPF TO OBI-CPF
           MOVE RCT-DT-OBITO TO OBI-DT-OBITO
           IF OBI-DT-OBITO = ZEROS
               MOVE WS-DATA-MOVIMENTO TO OBI-DT-OBITO
           END-IF
           WRITE REG-OBTIN
           CLOSE ARQOBTIN
           DISPLAY 'CLIENTE ' RCT-CLI-ID
               ' TITULAR FALECIDO SEGUNDO A RECEITA - OBITO '
               OBI-DT-OBITO.

       3400-AGENCIA-DO-CLIENTE.
      *    Agencia da primeira conta do cliente, para a worklist
      *    chegar ao gerente certo.
           MOVE ZEROS TO WS-RFB-AGENCIA
           MOVE ZEROS TO RFB-CONTA-NUM
           START ARQCONTAS KEY >= RFB-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF OR WS-RFB-AGENCIA > ZEROS
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF RFB-CONTA-CLI-ID = RCT-CLI-ID
                       MOVE RFB-CONTA-AGENCIA TO WS-RFB-AGENCIA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       3500-ACIONAR-OBITO.
      *    O tratamento de obito roda na hora, em lote, sobre o
      *    arquivo de notificacoes; caso de espolio ja aberto nao
      *    se repete.
           MOVE ZEROS TO WS-OBT-CODIGO
           MOVE SPACES TO WS-OBT-MENSAGEM
           MOVE 'B' TO WS-OBT-MODO
           MOVE LS-OPERADOR TO WS-OBT-OPERADOR
           CALL 'BANKOBT' USING WS-RETORNO-OBITO
               ON EXCEPTION
                   DISPLAY 'BANKOBT INDISPONIVEL - OBITOS FICAM EM '
                       'BANKOBT.IN PARA O PROXIMO LOTE'
           END-CALL.

      *================================================================
       5000-CONSULTAR-CLIENTE SECTION.
      *================================================================
       5000-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-RFB-BUSCA-ID
           PERFORM 0140-ABRIR-RECEITA
           MOVE WS-RFB-BUSCA-ID TO RCT-CLI-ID
           READ ARQRECEITA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-RCT-OK
               DISPLAY 'CLIENTE AINDA NAO CONSULTADO NA RECEITA'
               CLOSE ARQRECEITA
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CPF: ' RCT-CPF ' CONSULTA: ' RCT-CONSULTA
               ' ENVIADA EM ' RCT-DT-CONSULTA
           IF RCT-RESPONDIDA OR RCT-DT-RETORNO > ZEROS
               DISPLAY 'SITUACAO CADASTRAL: ' RCT-SITUACAO
                   ' RETORNO EM ' RCT-DT-RETORNO
               DISPLAY 'NOME OFICIAL: ' RCT-NOME-OFICIAL
               DISPLAY 'NOME CONFERE: ' RCT-NOME-CONFERE
               IF RCT-FALECIDO
                   DISPLAY 'DATA DO OBITO: ' RCT-DT-OBITO
               END-IF
           END-IF
           CLOSE ARQRECEITA
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
