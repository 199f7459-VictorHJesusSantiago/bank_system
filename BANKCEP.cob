      *================================================================
      * BANKCEP.COB - Diretorio de CEP e Normalizacao de Enderecos
      * Sistema Bancario COBOL
      * CEP, cidade e UF do cadastro de clientes eram texto livre:
      * a mesma cidade aparecia grafada de cinco jeitos e muitos
      * CEPs nem existiam, o que quebrava os relatorios regionais e
      * a postagem das cartas da regua (BANKDUN.CRT). Este modulo
      * mantem o diretorio BANKCEP.DAT (layout BANKCEPD) carregado
      * do arquivo da base dos Correios (BANKCEP.IN: CEP, logradouro,
      * bairro, cidade e UF em posicoes fixas) - CEP novo e incluido,
      * CEP existente e atualizado, linha invalida e rejeitada e
      * contada. O BANKCRM consulta o diretorio no cadastro e na
      * atualizacao do cliente e recusa CEP desconhecido.
      * A normalizacao (uma vez, na implantacao, ou depois de uma
      * carga que traga CEPs novos) percorre BANKCUST.DAT, limpa o
      * CEP digitado, preenche bairro, cidade, UF e logradouro a
      * partir do diretorio e lista em BANKCEPN.TXT os clientes que
      * nao puderam ser resolvidos. No cadastro do cliente o campo
      * de logradouro guarda o email e o numero guarda o telefone
      * (como o BANKCRM captura), entao o logradouro do diretorio
      * vai para o complemento. Com a base cifrada (BANKCRY) o
      * bloco de endereco e decifrado, ajustado e cifrado de novo.
      * Lote (LS-MODO 'B'): carga do arquivo BANKCEP.IN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCEP.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCEP ASSIGN TO 'BANKCEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS FS-CEP.

           SELECT ARQCARGA ASSIGN TO 'BANKCEP.IN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARGA.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CLI-ID
               ALTERNATE RECORD KEY IS CEP-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQPENDEN ASSIGN TO 'BANKCEPN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDEN.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCEP.
           COPY BANKCEPD.

       FD  ARQCARGA.
       01  REG-CARGA.
           05  CRG-CEP               PIC X(8).
           05  CRG-LOGRADOURO        PIC X(60).
           05  CRG-BAIRRO            PIC X(40).
           05  CRG-CIDADE            PIC X(40).
           05  CRG-UF                PIC X(2).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  CEP-CLI-ID            PIC 9(10).
           05  CEP-CLI-NOME          PIC X(60).
           05  CEP-CLI-CPF           PIC X(14).
           05  CEP-CLI-RG            PIC X(15).
           05  CEP-CLI-DT-NASC       PIC 9(8).
           05  CEP-CLI-SEXO          PIC X(1).
           05  CEP-CLI-ESTADO-CIVIL  PIC X(2).
           05  CEP-CLI-PROFISSAO     PIC X(40).
           05  CEP-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  CEP-CLI-PERFIL-RISCO  PIC X(1).
           05  CEP-CLI-ENDERECO      PIC X(190).
           05  CEP-CLI-STATUS        PIC X(1).
           05  CEP-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQPENDEN.
       01  REG-PENDEN                PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CEP-CTRL.
           05  FS-CEP               PIC XX.
               88  FS-CEP-OK        VALUE '00'.
           05  FS-CARGA             PIC XX.
               88  FS-CRG-OK        VALUE '00'.
               88  FS-CRG-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
               88  FS-CLI-EOF       VALUE '10'.
           05  FS-PENDEN            PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-NORMALIZA-CTRL.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-CEP-CIFRADO       PIC X(1).
               88  CEP-BASE-CIFRADA VALUE 'S'.
           05  WS-CEP-BUSCA         PIC X(8).
           05  WS-CEP-DIGITOS       PIC X(8).
           05  WS-CEP-QTD-DIG       PIC 9(2).
           05  WS-CEP-IDX           PIC 9(2).
           05  WS-CEP-MOTIVO        PIC X(30).
           05  WS-CEP-LINHA         PIC X(132).
      *    Bloco de endereco do cliente em claro (mesmo desenho do
      *    CLI-ENDERECO do BANKCRM).
           05  WS-CEP-ENDERECO.
               10  WS-END-LOGRADOURO PIC X(60).
               10  WS-END-NUMERO    PIC X(10).
               10  WS-END-COMPL     PIC X(30).
               10  WS-END-BAIRRO    PIC X(40).
               10  WS-END-CIDADE    PIC X(40).
               10  WS-END-ESTADO    PIC X(2).
               10  WS-END-CEP       PIC X(8).
           05  WS-CEP-CEP-ANTES     PIC X(8).

       01  WS-CEP-TOTAIS.
           05  WS-CEP-QTD-LIDOS     PIC 9(7).
           05  WS-CEP-QTD-INCLUIDOS PIC 9(7).
           05  WS-CEP-QTD-ALTERADOS PIC 9(7).
           05  WS-CEP-QTD-REJEITADOS PIC 9(7).
           05  WS-CEP-QTD-CLIENTES  PIC 9(7).
           05  WS-CEP-QTD-NORMAL    PIC 9(7).
           05  WS-CEP-QTD-PENDENTES PIC 9(7).

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
           PERFORM 0100-ABRIR-DIRETORIO
           IF LS-MODO-BATCH
               PERFORM 2000-CARREGAR-BASE
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCEP
           GOBACK.

       0100-ABRIR-DIRETORIO.
           OPEN I-O ARQCEP
           IF FS-CEP = '35'
               OPEN OUTPUT ARQCEP
               CLOSE ARQCEP
               OPEN I-O ARQCEP
           END-IF.

       0200-VERIFICAR-PERMISSAO.
      *    Carga do diretorio e normalizacao em massa: processamento
      *    de lote, so gerente.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'PROC-LOTE   ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' DIRETORIO DE CEP'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Carregar base dos Correios (BANKCEP.IN)'
           DISPLAY ' 02. Consultar CEP'
           DISPLAY ' 03. Normalizar enderecos dos clientes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 0200-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 2000-CARREGAR-BASE
                   END-IF
               WHEN '02'
                   PERFORM 3000-CONSULTAR-CEP
               WHEN '03'
                   PERFORM 0200-VERIFICAR-PERMISSAO
                   IF LS-CODIGO = 0
                       PERFORM 4000-NORMALIZAR-CLIENTES
                   END-IF
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-CARREGAR-BASE SECTION.
      *================================================================
       2000-INICIO.
           INITIALIZE WS-CEP-TOTAIS
           OPEN INPUT ARQCARGA
           IF NOT FS-CRG-OK
               DISPLAY 'ARQUIVO BANKCEP.IN NAO ENCONTRADO'
               MOVE 9001 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-CRG-EOF
               READ ARQCARGA
                   AT END MOVE '10' TO FS-CARGA
               END-READ
               IF NOT FS-CRG-EOF
                   ADD 1 TO WS-CEP-QTD-LIDOS
                   PERFORM 2100-GRAVAR-CEP
               END-IF
           END-PERFORM
           CLOSE ARQCARGA
           DISPLAY 'LINHAS LIDAS:     ' WS-CEP-QTD-LIDOS
           DISPLAY 'CEPS INCLUIDOS:   ' WS-CEP-QTD-INCLUIDOS
           DISPLAY 'CEPS ATUALIZADOS: ' WS-CEP-QTD-ALTERADOS
           DISPLAY 'LINHAS REJEITADAS: ' WS-CEP-QTD-REJEITADOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-GRAVAR-CEP.
      *    CEP com 8 digitos, cidade e UF preenchidas; cidade, bairro
      *    e logradouro entram em maiusculas para a grafia ser uma so.
           IF CRG-CEP IS NOT NUMERIC
              OR CRG-CIDADE = SPACES OR CRG-UF = SPACES
               ADD 1 TO WS-CEP-QTD-REJEITADOS
               EXIT PARAGRAPH
           END-IF
           MOVE CRG-CEP TO CEP-CODIGO
           READ ARQCEP
               INVALID KEY CONTINUE
           END-READ
           MOVE FUNCTION UPPER-CASE(CRG-LOGRADOURO) TO CEP-LOGRADOURO
           MOVE FUNCTION UPPER-CASE(CRG-BAIRRO) TO CEP-BAIRRO
           MOVE FUNCTION UPPER-CASE(CRG-CIDADE) TO CEP-CIDADE
           MOVE FUNCTION UPPER-CASE(CRG-UF) TO CEP-UF
           MOVE WS-DATA-HOJE TO CEP-DT-CARGA
           IF FS-CEP-OK
               REWRITE REG-CEP
               ADD 1 TO WS-CEP-QTD-ALTERADOS
           ELSE
               MOVE CRG-CEP TO CEP-CODIGO
               WRITE REG-CEP
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CEP-QTD-INCLUIDOS
           END-IF.

      *================================================================
       3000-CONSULTAR-CEP SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'CEP (8 digitos): '
           ACCEPT WS-CEP-BUSCA
           MOVE WS-CEP-BUSCA TO CEP-CODIGO
           READ ARQCEP
               INVALID KEY CONTINUE
           END-READ
           IF FS-CEP-OK
               DISPLAY 'LOGRADOURO: ' CEP-LOGRADOURO
               DISPLAY 'BAIRRO:     ' CEP-BAIRRO
               DISPLAY 'CIDADE/UF:  ' CEP-CIDADE ' - ' CEP-UF
               DISPLAY 'CARGA EM:   ' CEP-DT-CARGA
           ELSE
               DISPLAY 'CEP NAO CONSTA DO DIRETORIO'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       4000-NORMALIZAR-CLIENTES SECTION.
      *================================================================
       4000-INICIO.
           INITIALIZE WS-CEP-TOTAIS
           PERFORM 4050-VERIFICAR-CIFRAGEM
           OPEN I-O ARQCLIENTE
           IF NOT FS-CLI-OK
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL: '
                   FS-CLIENTE
               MOVE 9001 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN OUTPUT ARQPENDEN
           MOVE SPACES TO WS-CEP-LINHA
           STRING 'BANKCEP - CLIENTES COM ENDERECO NAO RESOLVIDO - '
                      DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-CEP-LINHA
           END-STRING
           WRITE REG-PENDEN FROM WS-CEP-LINHA
           MOVE 'CLIENTE    CEP INFORMADO  MOTIVO' TO REG-PENDEN
           WRITE REG-PENDEN
           MOVE ZEROS TO CEP-CLI-ID
           START ARQCLIENTE KEY >= CEP-CLI-ID
               INVALID KEY MOVE '10' TO FS-CLIENTE
           END-START
           PERFORM UNTIL FS-CLI-EOF
               READ ARQCLIENTE NEXT
                   AT END MOVE '10' TO FS-CLIENTE
               END-READ
               IF NOT FS-CLI-EOF
                   ADD 1 TO WS-CEP-QTD-CLIENTES
                   PERFORM 4100-NORMALIZAR-CLIENTE
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-PENDEN
           WRITE REG-PENDEN
           MOVE SPACES TO WS-CEP-LINHA
           STRING 'CLIENTES: ' DELIMITED SIZE
                  WS-CEP-QTD-CLIENTES DELIMITED SIZE
                  '  NORMALIZADOS: ' DELIMITED SIZE
                  WS-CEP-QTD-NORMAL DELIMITED SIZE
                  '  NAO RESOLVIDOS: ' DELIMITED SIZE
                  WS-CEP-QTD-PENDENTES DELIMITED SIZE
               INTO WS-CEP-LINHA
           END-STRING
           WRITE REG-PENDEN FROM WS-CEP-LINHA
           CLOSE ARQCLIENTE ARQPENDEN
           DISPLAY 'CLIENTES LIDOS:      ' WS-CEP-QTD-CLIENTES
           DISPLAY 'NORMALIZADOS:        ' WS-CEP-QTD-NORMAL
           DISPLAY 'NAO RESOLVIDOS:      ' WS-CEP-QTD-PENDENTES
               ' (VER BANKCEPN.TXT)'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       4050-VERIFICAR-CIFRAGEM.
      *    Sem chave ativa o BANKCRY devolve codigo diferente de
      *    zero e o cadastro esta em claro.
           MOVE 'N' TO WS-CEP-CIFRADO
           MOVE 'D' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE 1 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE 'S' TO WS-CEP-CIFRADO
           END-IF.

       4100-NORMALIZAR-CLIENTE.
           MOVE CEP-CLI-ENDERECO TO WS-CEP-ENDERECO
           IF CEP-BASE-CIFRADA
               MOVE 'D' TO WS-CRYSRV-MODO
               MOVE CEP-CLI-ENDERECO TO WS-CRYSRV-TEXTO
               MOVE 190 TO WS-CRYSRV-TAMANHO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
               MOVE WS-CRYSRV-TEXTO TO WS-CEP-ENDERECO
           END-IF
           MOVE WS-END-CEP TO WS-CEP-CEP-ANTES
           PERFORM 4200-LIMPAR-CEP
           IF WS-CEP-QTD-DIG NOT = 8
               MOVE 'CEP INCOMPLETO OU AUSENTE' TO WS-CEP-MOTIVO
               PERFORM 4400-LISTAR-PENDENTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CEP-DIGITOS TO CEP-CODIGO
           READ ARQCEP
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CEP-OK
               MOVE 'CEP NAO CONSTA DO DIRETORIO' TO WS-CEP-MOTIVO
               PERFORM 4400-LISTAR-PENDENTE
               EXIT PARAGRAPH
           END-IF
           MOVE CEP-CODIGO TO WS-END-CEP
           MOVE CEP-LOGRADOURO TO WS-END-COMPL
           MOVE CEP-BAIRRO TO WS-END-BAIRRO
           MOVE CEP-CIDADE TO WS-END-CIDADE
           MOVE CEP-UF TO WS-END-ESTADO
           IF CEP-BASE-CIFRADA
               MOVE 'C' TO WS-CRYSRV-MODO
               MOVE WS-CEP-ENDERECO TO WS-CRYSRV-TEXTO
               MOVE 190 TO WS-CRYSRV-TAMANHO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
               MOVE WS-CRYSRV-TEXTO TO CEP-CLI-ENDERECO
           ELSE
               MOVE WS-CEP-ENDERECO TO CEP-CLI-ENDERECO
           END-IF
           REWRITE REG-CLIENTE
               INVALID KEY CONTINUE
           END-REWRITE
           IF FS-CLI-OK
               ADD 1 TO WS-CEP-QTD-NORMAL
               PERFORM 4300-AUDITAR-NORMALIZACAO
           ELSE
               MOVE 'ERRO NA REGRAVACAO' TO WS-CEP-MOTIVO
               PERFORM 4400-LISTAR-PENDENTE
               MOVE '00' TO FS-CLIENTE
           END-IF.

       4200-LIMPAR-CEP.
      *    So os digitos do CEP digitado ('01310-10', '1310 100'...).
           MOVE SPACES TO WS-CEP-DIGITOS
           MOVE ZEROS TO WS-CEP-QTD-DIG
           PERFORM VARYING WS-CEP-IDX FROM 1 BY 1
                   UNTIL WS-CEP-IDX > 8
               IF WS-END-CEP(WS-CEP-IDX:1) IS NUMERIC
                   ADD 1 TO WS-CEP-QTD-DIG
                   MOVE WS-END-CEP(WS-CEP-IDX:1)
                       TO WS-CEP-DIGITOS(WS-CEP-QTD-DIG:1)
               END-IF
           END-PERFORM.

       4300-AUDITAR-NORMALIZACAO.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKCUST.DAT' TO WS-AUD-ARQUIVO
           MOVE CEP-CLI-ID TO WS-AUD-CHAVE
           MOVE 'ENDERECO-CEP' TO WS-AUD-CAMPO
           MOVE WS-CEP-CEP-ANTES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING CEP-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CEP-UF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CEP-CIDADE DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

       4400-LISTAR-PENDENTE.
           ADD 1 TO WS-CEP-QTD-PENDENTES
           MOVE SPACES TO WS-CEP-LINHA
           STRING CEP-CLI-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CEP-CEP-ANTES DELIMITED SIZE
                  '       ' DELIMITED SIZE
                  WS-CEP-MOTIVO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-END-CIDADE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-END-ESTADO DELIMITED SIZE
               INTO WS-CEP-LINHA
           END-STRING
           WRITE REG-PENDEN FROM WS-CEP-LINHA.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
