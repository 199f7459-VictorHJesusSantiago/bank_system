      *================================================================
      * BANKGRP.COB - Grupos Economicos e Concentracao de Credito
      * Sistema Bancario COBOL
      * Cadastro de grupos economicos (BANKGRPE.DAT) e vinculo dos
      * clientes - CPF ou CNPJ de BANKCUST.DAT - ao grupo, com a
      * natureza do vinculo: controlador ou holding, socio,
      * controlada ou subsidiaria, conjuge ou outro (BANKGRPM.DAT).
      * A apuracao mensal da concentracao, na data-base (ultimo dia
      * da competencia), soma pelo servico BANKGRS os emprestimos,
      * limites de cartao e de cheque especial de cada grupo, com
      * as garantias prestadas nos contratos do grupo ao lado, e
      * grava o relatorio BANKGRPL.TXT: grupos acima do percentual
      * do Patrimonio de Referencia de BANKCFG.DAT e os 20 maiores
      * grupos com a participacao na carteira total de credito. No
      * lote roda no dia 01 do movimento para a competencia
      * anterior, depois da apuracao de Basileia (BANKBAS), de onde
      * vem o PR. A contratacao do BANKLOAN consulta o mesmo
      * servico e avisa quando o contrato leva o grupo ao limite.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKGRP.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQGRUPO ASSIGN TO 'BANKGRPE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRE-ID
               FILE STATUS IS FS-GRUPO.

           SELECT ARQMEMBRO ASSIGN TO 'BANKGRPM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRM-CLI-ID
               ALTERNATE RECORD KEY IS GRM-GRUPO WITH DUPLICATES
               FILE STATUS IS FS-MEMBRO.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CLI-ID
               ALTERNATE RECORD KEY IS GRP-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQRELGRP ASSIGN TO 'BANKGRPL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELGRP.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQGRUPO.
           COPY BANKGRPE.

       FD  ARQMEMBRO.
           COPY BANKGRPM.

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  GRP-CLI-ID            PIC 9(10).
           05  GRP-CLI-NOME          PIC X(60).
           05  GRP-CLI-CPF           PIC X(14).
           05  GRP-CLI-RG            PIC X(15).
           05  GRP-CLI-DT-NASC       PIC 9(8).
           05  GRP-CLI-SEXO          PIC X(1).
           05  GRP-CLI-ESTADO-CIVIL  PIC X(2).
           05  GRP-CLI-PROFISSAO     PIC X(40).
           05  GRP-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  GRP-CLI-PERFIL-RISCO  PIC X(1).
           05  GRP-CLI-ENDERECO.
               10  GRP-CLI-LOGRADOURO PIC X(60).
               10  GRP-CLI-NUMERO    PIC X(10).
               10  GRP-CLI-COMPL     PIC X(30).
               10  GRP-CLI-BAIRRO    PIC X(40).
               10  GRP-CLI-CIDADE    PIC X(40).
               10  GRP-CLI-ESTADO    PIC X(2).
               10  GRP-CLI-CEP       PIC X(8).
           05  GRP-CLI-STATUS        PIC X(1).
               88  GRP-CLI-ATIVO     VALUE 'A'.
               88  GRP-CLI-INATIVO   VALUE 'I'.
           05  GRP-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQRELGRP.
       01  REG-RELGRP                PIC X(132).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GRP-CTRL.
           05  FS-GRUPO             PIC XX.
               88  FS-GRE-OK        VALUE '00'.
               88  FS-GRE-EOF       VALUE '10'.
           05  FS-MEMBRO            PIC XX.
               88  FS-GRM-OK        VALUE '00'.
               88  FS-GRM-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-RELGRP            PIC XX.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-CADASTRO-CTRL.
           05  WS-GRP-PROX-ID       PIC 9(6) VALUE ZEROS.
           05  WS-GRP-ID-INF        PIC 9(6).
           05  WS-GRP-CLI-INF       PIC 9(10).
           05  WS-GRP-NOME-INF      PIC X(40).
           05  WS-GRP-NATUREZA-INF  PIC X(1).
           05  WS-GRP-CONFIRMA      PIC X(1).
           05  WS-GRP-NAT-TEXTO     PIC X(24).
           05  WS-GRP-QTD-LISTA     PIC 9(5).

       01  WS-APURACAO-CTRL.
           05  WS-GRP-COMPET        PIC 9(6).
           05  WS-GRP-COMPET-R REDEFINES WS-GRP-COMPET.
               10  WS-GRP-AAAA      PIC 9(4).
               10  WS-GRP-MM        PIC 9(2).
           05  WS-GRP-DATA-BASE     PIC 9(8).
           05  WS-GRP-INT-DATA      PIC 9(8).
           05  WS-GRP-QTD-ACIMA     PIC 9(5).
           05  WS-GRP-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(10)9,99-.
           05  WS-VL-EDIT2          PIC Z(10)9,99-.
           05  WS-VL-EDIT3          PIC Z(10)9,99-.
           05  WS-VL-EDIT4          PIC Z(10)9,99-.
           05  WS-VL-EDIT5          PIC Z(10)9,99-.
           05  WS-VL-TOTAL          PIC Z(14)9,99-.
           05  WS-PERC-EDIT         PIC ZZZZ9,99.
           05  WS-PERC-EDIT2        PIC ZZ9,99.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *    Ranking dos 20 maiores grupos pela exposicao apurada.
       01  WS-RANKING-CTRL.
           05  WS-RNK-QTD           PIC 9(4) COMP.
           05  WS-RNK-GRUPO OCCURS 500 TIMES.
               10  WS-RNK-ID        PIC 9(6).
               10  WS-RNK-EXPOSICAO PIC S9(15)V99 COMP-3.
               10  WS-RNK-USADO     PIC X(1).
           05  WS-RNK-IDX           PIC 9(4) COMP.
           05  WS-RNK-MAIOR         PIC 9(4) COMP.
           05  WS-RNK-POSICAO       PIC 9(2).

       01  WS-CHAMADA-GRUPO-ECON.
      *    Area de chamada do servico de grupos economicos (BANKGRS)
           05  WS-GRSSRV-MODO       PIC X(1).
           05  WS-GRSSRV-CLI-ID     PIC 9(10).
           05  WS-GRSSRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-GRSSRV-COMPET     PIC 9(6).
           05  WS-GRSSRV-DATA-BASE  PIC 9(8).
           05  WS-GRSSRV-GRUPO      PIC 9(6).
           05  WS-GRSSRV-NOME       PIC X(40).
           05  WS-GRSSRV-EXPOSICAO  PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-LIMITE     PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-PR         PIC S9(15)V99 COMP-3.
           05  WS-GRSSRV-PERC-LIMITE PIC 9(2)V99.
           05  WS-GRSSRV-QTD-GRUPOS PIC 9(4).
           05  WS-GRSSRV-CODIGO     PIC 9(4).
           05  WS-GRSSRV-MENSAGEM   PIC X(60).

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
           PERFORM 0150-COMPETENCIA-ANTERIOR
           IF LS-MODO-BATCH
               PERFORM 5000-APURAR-CONCENTRACAO
           ELSE
               PERFORM 0100-ABRIR-ARQUIVOS
               PERFORM 0110-SEMEAR-GRUPO
               PERFORM 1000-MENU UNTIL PARAR
               CLOSE ARQGRUPO ARQMEMBRO
               IF FS-CLIENTE NOT = '35'
                   CLOSE ARQCLIENTE
               END-IF
               MOVE 0 TO LS-CODIGO
           END-IF
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQGRUPO
           IF FS-GRUPO = '35'
               OPEN OUTPUT ARQGRUPO
               CLOSE ARQGRUPO
               OPEN I-O ARQGRUPO
           END-IF
           OPEN I-O ARQMEMBRO
           IF FS-MEMBRO = '35'
               OPEN OUTPUT ARQMEMBRO
               CLOSE ARQMEMBRO
               OPEN I-O ARQMEMBRO
           END-IF
           OPEN INPUT ARQCLIENTE.

       0110-SEMEAR-GRUPO.
           MOVE 999999 TO GRE-ID
           START ARQGRUPO KEY IS <= GRE-ID
           IF FS-GRE-OK
               READ ARQGRUPO NEXT
               IF FS-GRE-OK
                   MOVE GRE-ID TO WS-GRP-PROX-ID
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

       0150-COMPETENCIA-ANTERIOR.
      *    A apuracao do mes e feita no mes seguinte, como a de
      *    Basileia: a competencia padrao e a anterior a do dia de
      *    movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-GRP-COMPET
           IF WS-GRP-MM = 1
               SUBTRACT 1 FROM WS-GRP-AAAA
               MOVE 12 TO WS-GRP-MM
           ELSE
               SUBTRACT 1 FROM WS-GRP-MM
           END-IF.

       0160-CALCULAR-DATA-BASE.
      *    Data-base: ultimo dia corrido da competencia.
           IF WS-GRP-MM = 12
               COMPUTE WS-GRP-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       (WS-GRP-AAAA + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-GRP-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(
                       WS-GRP-AAAA * 10000 + (WS-GRP-MM + 1) * 100
                       + 1) - 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-GRP-INT-DATA)
               TO WS-GRP-DATA-BASE.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' GRUPOS ECONOMICOS - CONCENTRACAO'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Cadastrar grupo economico'
           DISPLAY ' 02. Vincular cliente a um grupo'
           DISPLAY ' 03. Desfazer vinculo de cliente'
           DISPLAY ' 04. Consultar grupo e membros'
           DISPLAY ' 05. Listar grupos'
           DISPLAY ' 06. Apurar concentracao (competencia anterior)'
           DISPLAY ' 07. Apurar concentracao de outra competencia'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '02' OR '03'
               PERFORM 1900-VERIFICAR-PERMISSAO
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-CADASTRAR-GRUPO
               WHEN '02'
                   PERFORM 3000-VINCULAR-CLIENTE
               WHEN '03'
                   PERFORM 3500-DESVINCULAR-CLIENTE
               WHEN '04'
                   PERFORM 4000-CONSULTAR-GRUPO
               WHEN '05'
                   PERFORM 4500-LISTAR-GRUPOS
               WHEN '06'
                   CLOSE ARQGRUPO
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 5000-APURAR-CONCENTRACAO
                   OPEN I-O ARQGRUPO
               WHEN '07'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-GRP-COMPET
                   IF WS-GRP-MM < 1 OR WS-GRP-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       CLOSE ARQGRUPO
                       PERFORM 5000-APURAR-CONCENTRACAO
                       OPEN I-O ARQGRUPO
                   END-IF
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO.
      *    Cadastro de grupos e vinculos e decisao de credito.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       1950-TEXTO-NATUREZA.
           EVALUATE TRUE
               WHEN GRM-CONTROLADOR
                   MOVE 'CONTROLADOR / HOLDING' TO WS-GRP-NAT-TEXTO
               WHEN GRM-SOCIO
                   MOVE 'SOCIO' TO WS-GRP-NAT-TEXTO
               WHEN GRM-CONTROLADA
                   MOVE 'CONTROLADA / SUBSIDIARIA' TO WS-GRP-NAT-TEXTO
               WHEN GRM-CONJUGE
                   MOVE 'CONJUGE' TO WS-GRP-NAT-TEXTO
               WHEN OTHER
                   MOVE 'OUTRO VINCULO' TO WS-GRP-NAT-TEXTO
           END-EVALUATE.

      *================================================================
       2000-CADASTRAR-GRUPO SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY 'Nome do grupo economico: '
           ACCEPT WS-GRP-NOME-INF
           IF WS-GRP-NOME-INF = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-GRP-PROX-ID
           INITIALIZE REG-GRUPO-ECON
           MOVE WS-GRP-PROX-ID TO GRE-ID
           MOVE WS-GRP-NOME-INF TO GRE-NOME
           MOVE WS-DATA-MOVIMENTO TO GRE-DT-CADASTRO
           MOVE LS-OPERADOR TO GRE-OPERADOR
           MOVE 'N' TO GRE-LIMITE
           WRITE REG-GRUPO-ECON
           IF FS-GRE-OK
               DISPLAY 'GRUPO ' GRE-ID ' CADASTRADO'
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO CADASTRAR GRUPO: ' FS-GRUPO
               MOVE 0009 TO LS-CODIGO
           END-IF
           EXIT SECTION.

      *================================================================
       3000-VINCULAR-CLIENTE SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY 'Numero do grupo: '
           ACCEPT WS-GRP-ID-INF
           MOVE WS-GRP-ID-INF TO GRE-ID
           READ ARQGRUPO
               INVALID KEY
                   DISPLAY 'GRUPO NAO CADASTRADO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           DISPLAY 'ID do cliente: '
           ACCEPT WS-GRP-CLI-INF
           IF FS-CLIENTE NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-GRP-CLI-INF TO GRP-CLI-ID
           READ ARQCLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-READ
      *    Um cliente em um so grupo: a exposicao nao pode ser
      *    contada duas vezes.
           MOVE WS-GRP-CLI-INF TO GRM-CLI-ID
           READ ARQMEMBRO
               INVALID KEY CONTINUE
           END-READ
           IF FS-GRM-OK
               DISPLAY 'CLIENTE JA VINCULADO AO GRUPO ' GRM-GRUPO
                   ' - DESFACA O VINCULO ANTES'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY GRP-CLI-NOME ' ' GRP-CLI-CPF
           DISPLAY 'Natureza do vinculo (C controlador/holding, '
               'S socio, D controlada/subsidiaria, J conjuge, '
               'O outro): '
           ACCEPT WS-GRP-NATUREZA-INF
           MOVE WS-GRP-NATUREZA-INF TO GRM-NATUREZA
           IF NOT GRM-NATUREZA-OK
               DISPLAY 'NATUREZA INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-GRP-CLI-INF TO GRM-CLI-ID
           MOVE WS-GRP-ID-INF TO GRM-GRUPO
           MOVE GRP-CLI-CPF TO GRM-DOCUMENTO
           MOVE GRP-CLI-NOME TO GRM-NOME
           MOVE WS-DATA-MOVIMENTO TO GRM-DT-VINCULO
           MOVE LS-OPERADOR TO GRM-OPERADOR
           WRITE REG-MEMBRO-GRUPO
           IF FS-GRM-OK
               DISPLAY 'CLIENTE VINCULADO AO GRUPO ' GRE-NOME
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO GRAVAR VINCULO: ' FS-MEMBRO
               MOVE 0009 TO LS-CODIGO
           END-IF
           EXIT SECTION.

      *================================================================
       3500-DESVINCULAR-CLIENTE SECTION.
      *================================================================
       3500-INICIO.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-GRP-CLI-INF
           MOVE WS-GRP-CLI-INF TO GRM-CLI-ID
           READ ARQMEMBRO
               INVALID KEY
                   DISPLAY 'CLIENTE SEM GRUPO ECONOMICO'
                   MOVE 0003 TO LS-CODIGO
                   EXIT SECTION
           END-READ
           PERFORM 1950-TEXTO-NATUREZA
           DISPLAY GRM-NOME ' - GRUPO ' GRM-GRUPO ' ' WS-GRP-NAT-TEXTO
           DISPLAY 'Confirmar desvinculo? (S/N): '
           ACCEPT WS-GRP-CONFIRMA
           IF WS-GRP-CONFIRMA NOT = 'S'
               DISPLAY 'OPERACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DELETE ARQMEMBRO
           IF FS-GRM-OK
               DISPLAY 'VINCULO DESFEITO'
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO DESFAZER VINCULO: ' FS-MEMBRO
               MOVE 0009 TO LS-CODIGO
           END-IF
           EXIT SECTION.

      *================================================================
       4000-CONSULTAR-GRUPO SECTION.
      *================================================================
       4000-INICIO.
           DISPLAY 'Numero do grupo: '
           ACCEPT WS-GRP-ID-INF
           MOVE WS-GRP-ID-INF TO GRE-ID
           READ ARQGRUPO
               INVALID KEY
                   DISPLAY 'GRUPO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           DISPLAY 'GRUPO ' GRE-ID ' ' GRE-NOME
               ' DESDE ' GRE-DT-CADASTRO
           IF GRE-COMPET = ZEROS
               DISPLAY '  SEM APURACAO DE CONCENTRACAO'
           ELSE
               MOVE GRE-VL-EXPOSICAO TO WS-VL-TOTAL
               MOVE GRE-PERC-PR TO WS-PERC-EDIT
               MOVE GRE-PERC-CARTEIRA TO WS-PERC-EDIT2
               DISPLAY '  APURACAO ' GRE-COMPET
                   ' EXPOSICAO R$ ' WS-VL-TOTAL
               DISPLAY '  ' WS-PERC-EDIT '% DO PR  '
                   WS-PERC-EDIT2 '% DA CARTEIRA'
               MOVE GRE-VL-EMPRESTIMOS TO WS-VL-EDIT
               MOVE GRE-VL-CARTOES TO WS-VL-EDIT2
               MOVE GRE-VL-CHEQUE-ESP TO WS-VL-EDIT3
               MOVE GRE-VL-GARANTIAS TO WS-VL-EDIT4
               DISPLAY '  EMPRESTIMOS ' WS-VL-EDIT
                   ' CARTOES ' WS-VL-EDIT2
               DISPLAY '  CHEQUE ESPECIAL ' WS-VL-EDIT3
                   ' GARANTIAS ' WS-VL-EDIT4
               IF GRE-ACIMA-LIMITE
                   DISPLAY '  *** GRUPO ACIMA DO LIMITE DE '
                       'CONCENTRACAO ***'
               END-IF
           END-IF
           DISPLAY '--- MEMBROS ---'
           MOVE ZEROS TO WS-GRP-QTD-LISTA
           MOVE WS-GRP-ID-INF TO GRM-GRUPO
           START ARQMEMBRO KEY IS = GRM-GRUPO
               INVALID KEY MOVE '10' TO FS-MEMBRO
           END-START
           PERFORM UNTIL FS-GRM-EOF
               READ ARQMEMBRO NEXT RECORD
                   AT END MOVE '10' TO FS-MEMBRO
               END-READ
               IF NOT FS-GRM-EOF
                   IF GRM-GRUPO NOT = WS-GRP-ID-INF
                       MOVE '10' TO FS-MEMBRO
                   ELSE
                       ADD 1 TO WS-GRP-QTD-LISTA
                       PERFORM 1950-TEXTO-NATUREZA
                       DISPLAY GRM-CLI-ID ' ' GRM-DOCUMENTO ' '
                           GRM-NOME(1:35) ' ' WS-GRP-NAT-TEXTO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MEMBRO
           IF WS-GRP-QTD-LISTA = ZEROS
               DISPLAY 'NENHUM CLIENTE VINCULADO'
           END-IF
           EXIT SECTION.

      *================================================================
       4500-LISTAR-GRUPOS SECTION.
      *================================================================
       4500-INICIO.
           DISPLAY '--- GRUPOS ECONOMICOS ---'
           MOVE ZEROS TO WS-GRP-QTD-LISTA
           MOVE ZEROS TO GRE-ID
           START ARQGRUPO KEY >= GRE-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRE-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRE-EOF
                   ADD 1 TO WS-GRP-QTD-LISTA
                   MOVE GRE-PERC-PR TO WS-PERC-EDIT
                   DISPLAY GRE-ID ' ' GRE-NOME
                       ' MEMBROS ' GRE-QTD-MEMBROS
                       ' APURACAO ' GRE-COMPET
                       ' ' WS-PERC-EDIT '% DO PR'
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO
           IF WS-GRP-QTD-LISTA = ZEROS
               DISPLAY 'NENHUM GRUPO CADASTRADO'
           END-IF
           EXIT SECTION.

      *================================================================
       5000-APURAR-CONCENTRACAO SECTION.
      *================================================================
       5000-INICIO.
           PERFORM 0160-CALCULAR-DATA-BASE
           DISPLAY '--- CONCENTRACAO POR GRUPO ECONOMICO - DATA-BASE '
               WS-GRP-DATA-BASE ' ---'
           MOVE 'A' TO WS-GRSSRV-MODO
           MOVE ZEROS TO WS-GRSSRV-CLI-ID WS-GRSSRV-VALOR
           MOVE WS-GRP-COMPET TO WS-GRSSRV-COMPET
           MOVE WS-GRP-DATA-BASE TO WS-GRSSRV-DATA-BASE
           CALL 'BANKGRS' USING WS-CHAMADA-GRUPO-ECON
           IF WS-GRSSRV-CODIGO = 1
               DISPLAY WS-GRSSRV-MENSAGEM
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-GRSSRV-CODIGO = 3
               DISPLAY 'ALERTA: ' WS-GRSSRV-MENSAGEM
                   ' - LIMITE DE CONCENTRACAO NAO AVALIADO'
           END-IF
           OPEN INPUT ARQGRUPO
           PERFORM 5100-CABECALHO
           PERFORM 5200-GRUPOS-ACIMA-LIMITE
           PERFORM 5300-CARREGAR-RANKING
           PERFORM 5400-MAIORES-GRUPOS
           CLOSE ARQGRUPO ARQRELGRP
           MOVE WS-GRSSRV-EXPOSICAO TO WS-VL-TOTAL
           DISPLAY 'CARTEIRA TOTAL DE CREDITO: R$ ' WS-VL-TOTAL
           DISPLAY 'GRUPOS APURADOS: ' WS-GRSSRV-QTD-GRUPOS
               '  ACIMA DO LIMITE: ' WS-GRP-QTD-ACIMA
           IF WS-GRP-QTD-ACIMA > ZEROS
               DISPLAY 'ALERTA: GRUPOS ACIMA DO LIMITE DE '
                   'CONCENTRACAO'
           END-IF
           DISPLAY 'RELATORIO EM BANKGRPL.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       5100-CABECALHO.
           OPEN OUTPUT ARQRELGRP
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'CONCENTRACAO DE CREDITO POR GRUPO ECONOMICO'
                      DELIMITED SIZE
                  '  COMPETENCIA ' DELIMITED SIZE
                  WS-GRP-COMPET DELIMITED SIZE
                  '  DATA-BASE ' DELIMITED SIZE
                  WS-GRP-DATA-BASE DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           MOVE ALL '-' TO WS-GRP-LINHA
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           MOVE WS-GRSSRV-PR TO WS-VL-TOTAL
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'PATRIMONIO DE REFERENCIA:       R$ ' DELIMITED SIZE
                  WS-VL-TOTAL DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           MOVE WS-GRSSRV-LIMITE TO WS-VL-TOTAL
           MOVE WS-GRSSRV-PERC-LIMITE TO WS-PERC-EDIT2
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'LIMITE POR GRUPO (' DELIMITED SIZE
                  WS-PERC-EDIT2 DELIMITED SIZE
                  '% DO PR):     R$ ' DELIMITED SIZE
                  WS-VL-TOTAL DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           MOVE WS-GRSSRV-EXPOSICAO TO WS-VL-TOTAL
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'CARTEIRA TOTAL DE CREDITO:      R$ ' DELIMITED SIZE
                  WS-VL-TOTAL DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'EXPOSICAO = SALDO DOS EMPRESTIMOS + LIMITES DE '
                      DELIMITED SIZE
                  'CARTAO E DE CHEQUE ESPECIAL; GARANTIAS PRESTADAS '
                      DELIMITED SIZE
                  'NOS CONTRATOS DO GRUPO' DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           IF WS-GRSSRV-CODIGO = 3
               MOVE 'PR NAO APURADO - LIMITE NAO AVALIADO'
                   TO WS-GRP-LINHA
               WRITE REG-RELGRP FROM WS-GRP-LINHA
           END-IF
           MOVE SPACES TO WS-GRP-LINHA
           WRITE REG-RELGRP FROM WS-GRP-LINHA.

       5150-LINHA-GRUPO.
      *    Linha de detalhe do grupo corrente de BANKGRPE.DAT, com
      *    a posicao do ranking (zero na relacao de excedidos).
           MOVE GRE-VL-EMPRESTIMOS TO WS-VL-EDIT
           MOVE GRE-VL-CARTOES TO WS-VL-EDIT2
           MOVE GRE-VL-CHEQUE-ESP TO WS-VL-EDIT3
           MOVE GRE-VL-GARANTIAS TO WS-VL-EDIT4
           MOVE GRE-VL-EXPOSICAO TO WS-VL-EDIT5
           MOVE GRE-PERC-PR TO WS-PERC-EDIT
           MOVE GRE-PERC-CARTEIRA TO WS-PERC-EDIT2
           MOVE SPACES TO WS-GRP-LINHA
           STRING WS-RNK-POSICAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  GRE-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  GRE-NOME(1:24) DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
                  WS-VL-EDIT4 DELIMITED SIZE
                  WS-VL-EDIT5 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PERC-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PERC-EDIT2 DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA.

       5160-TITULO-COLUNAS.
           MOVE SPACES TO WS-GRP-LINHA
           STRING 'RK GRUPO  NOME                    ' DELIMITED SIZE
                  '     EMPRESTIMOS' DELIMITED SIZE
                  '         CARTOES' DELIMITED SIZE
                  '   CHEQUE ESPEC.' DELIMITED SIZE
                  '       GARANTIAS' DELIMITED SIZE
                  '       EXPOSICAO' DELIMITED SIZE
                  '      %PR  %CART' DELIMITED SIZE
               INTO WS-GRP-LINHA
           END-STRING
           WRITE REG-RELGRP FROM WS-GRP-LINHA.

       5200-GRUPOS-ACIMA-LIMITE.
           MOVE ZEROS TO WS-GRP-QTD-ACIMA WS-RNK-POSICAO
           MOVE 'GRUPOS ACIMA DO LIMITE DE CONCENTRACAO'
               TO WS-GRP-LINHA
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           PERFORM 5160-TITULO-COLUNAS
           MOVE ZEROS TO GRE-ID
           START ARQGRUPO KEY >= GRE-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRE-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRE-EOF
                   IF GRE-COMPET = WS-GRP-COMPET
                      AND GRE-ACIMA-LIMITE
                       ADD 1 TO WS-GRP-QTD-ACIMA
                       PERFORM 5150-LINHA-GRUPO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO
           IF WS-GRP-QTD-ACIMA = ZEROS
               MOVE 'NENHUM GRUPO ACIMA DO LIMITE' TO WS-GRP-LINHA
               WRITE REG-RELGRP FROM WS-GRP-LINHA
           END-IF
           MOVE SPACES TO WS-GRP-LINHA
           WRITE REG-RELGRP FROM WS-GRP-LINHA.

       5300-CARREGAR-RANKING.
           MOVE ZEROS TO WS-RNK-QTD
           MOVE ZEROS TO GRE-ID
           START ARQGRUPO KEY >= GRE-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRE-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRE-EOF
                   IF GRE-COMPET = WS-GRP-COMPET
                      AND GRE-VL-EXPOSICAO > ZEROS
                      AND WS-RNK-QTD < 500
                       ADD 1 TO WS-RNK-QTD
                       MOVE GRE-ID TO WS-RNK-ID(WS-RNK-QTD)
                       MOVE GRE-VL-EXPOSICAO
                           TO WS-RNK-EXPOSICAO(WS-RNK-QTD)
                       MOVE 'N' TO WS-RNK-USADO(WS-RNK-QTD)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO.

       5400-MAIORES-GRUPOS.
           MOVE 'OS 20 MAIORES GRUPOS PELA EXPOSICAO' TO WS-GRP-LINHA
           WRITE REG-RELGRP FROM WS-GRP-LINHA
           PERFORM 5160-TITULO-COLUNAS
           PERFORM VARYING WS-RNK-POSICAO FROM 1 BY 1
                   UNTIL WS-RNK-POSICAO > 20
                      OR WS-RNK-POSICAO > WS-RNK-QTD
               MOVE ZEROS TO WS-RNK-MAIOR
               PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                       UNTIL WS-RNK-IDX > WS-RNK-QTD
                   IF WS-RNK-USADO(WS-RNK-IDX) = 'N'
                       IF WS-RNK-MAIOR = ZEROS
                           MOVE WS-RNK-IDX TO WS-RNK-MAIOR
                       ELSE
                           IF WS-RNK-EXPOSICAO(WS-RNK-IDX) >
                              WS-RNK-EXPOSICAO(WS-RNK-MAIOR)
                               MOVE WS-RNK-IDX TO WS-RNK-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'S' TO WS-RNK-USADO(WS-RNK-MAIOR)
               MOVE WS-RNK-ID(WS-RNK-MAIOR) TO GRE-ID
               READ ARQGRUPO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-GRE-OK
                   PERFORM 5150-LINHA-GRUPO
               END-IF
           END-PERFORM
           IF WS-RNK-QTD = ZEROS
               MOVE 'NENHUM GRUPO COM EXPOSICAO NA COMPETENCIA'
                   TO WS-GRP-LINHA
               WRITE REG-RELGRP FROM WS-GRP-LINHA
           END-IF.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
