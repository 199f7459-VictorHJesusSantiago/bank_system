      *================================================================
      * BANKEVA.COB - Evasao de Clientes (Encerramentos de Conta)
      * Sistema Bancario COBOL
      * Mantem a tabela de motivos de encerramento (BANKMOTE.DAT)
      * exigida pelo encerramento de conta do BANKACCT e emite o
      * relatorio mensal de evasao (BANKEVAR.TXT) a partir do
      * registro de encerramentos (BANKENCM.DAT): encerramentos da
      * competencia por motivo, agencia, segmento, tipo de conta e
      * tempo de conta, com o saldo que saiu no encerramento e a
      * receita e o resultado perdidos - soma do historico de
      * rentabilidade do CPF (BANKRENT.DAT) nos 12 meses anteriores
      * ao mes do encerramento. O relatorio termina com a relacao
      * das contas encerradas na competencia.
      * Lote (LS-MODO 'B'): relatorio da competencia anterior.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEVA.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMOTIVO ASSIGN TO 'BANKMOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS FS-MOTIVO.

           SELECT ARQENCMOT ASSIGN TO 'BANKENCM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENM-CONTA
               FILE STATUS IS FS-ENCMOT.

           SELECT ARQRENTAB ASSIGN TO 'BANKRENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNT-CHAVE
               FILE STATUS IS FS-RENTAB.

           SELECT ARQAGENCIA ASSIGN TO 'BANKAGEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS FS-AGENCIA.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

           SELECT ARQEVASAO ASSIGN TO 'BANKEVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVASAO.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQMOTIVO.
           COPY BANKMOTE.

       FD  ARQENCMOT.
           COPY BANKENCM.

      *    Historico de rentabilidade por CPF (apurado pelo BANKRCL)
       FD  ARQRENTAB.
       01  REG-RENTABILIDADE.
           05  RNT-CHAVE.
               10  RNT-CPF           PIC X(11).
               10  RNT-COMPET        PIC 9(6).
           05  RNT-RECEITA-TARIFAS   PIC S9(11)V99 COMP-3.
           05  RNT-RECEITA-JUROS     PIC S9(11)V99 COMP-3.
           05  RNT-RECEITA-SPREAD    PIC S9(11)V99 COMP-3.
           05  RNT-CUSTO-RENDIMENTOS PIC S9(11)V99 COMP-3.
           05  RNT-RESULTADO         PIC S9(11)V99 COMP-3.

       FD  ARQAGENCIA.
           COPY BANKAGEN.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

       FD  ARQEVASAO.
       01  REG-EVASAO                PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-EVA-CTRL.
           05  FS-MOTIVO            PIC XX.
               88  FS-MOT-OK        VALUE '00'.
               88  FS-MOT-EOF       VALUE '10'.
           05  FS-ENCMOT            PIC XX.
               88  FS-ENM-OK        VALUE '00'.
           05  FS-RENTAB            PIC XX.
               88  FS-RNT-OK        VALUE '00'.
           05  FS-AGENCIA           PIC XX.
               88  FS-AGE-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  FS-EVASAO            PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).

           COPY BANKMOTS.

       01  WS-MOTIVO-CTRL.
           05  WS-MOT-CODIGO-INF    PIC X(2).
           05  WS-MOT-DESCRICAO-INF PIC X(30).
           05  WS-MOT-ACAO          PIC X(1).
           05  WS-MOT-ANTES         PIC X(40).
           05  WS-MOT-NOVO          PIC X(1).
               88  MOT-NOVO         VALUE 'S'.

       01  WS-PARAMETROS-EVA.
           05  WS-EVA-COMPET        PIC 9(6).
           05  WS-EVA-COMPET-R REDEFINES WS-EVA-COMPET.
               10  WS-EVA-AAAA      PIC 9(4).
               10  WS-EVA-MM        PIC 9(2).
      *    Janela do historico de rentabilidade: 12 competencias
      *    antes do mes do encerramento
           05  WS-EVA-MESES-HIST    PIC 9(2) VALUE 12.
           05  WS-EVA-COMPET-INI    PIC 9(6).
           05  WS-EVA-COMPET-FIM    PIC 9(6).
           05  WS-EVA-MESES-ABS     PIC 9(7).
           05  WS-EVA-ANO-CALC      PIC 9(4).
           05  WS-EVA-MES-CALC      PIC 9(2).
           05  WS-EVA-DT-ENCERR     PIC 9(8).
           05  WS-EVA-DT-ENCERR-R REDEFINES WS-EVA-DT-ENCERR.
               10  WS-EVA-ENC-AAAA  PIC 9(4).
               10  WS-EVA-ENC-MM    PIC 9(2).
               10  WS-EVA-ENC-DD    PIC 9(2).
           05  WS-EVA-DT-ABERT      PIC 9(8).
           05  WS-EVA-DT-ABERT-R REDEFINES WS-EVA-DT-ABERT.
               10  WS-EVA-ABE-AAAA  PIC 9(4).
               10  WS-EVA-ABE-MM    PIC 9(2).
               10  WS-EVA-ABE-DD    PIC 9(2).
           05  WS-EVA-MESES-CONTA   PIC S9(5).
           05  WS-EVA-RECEITA       PIC S9(13)V99 COMP-3.
           05  WS-EVA-RESULTADO     PIC S9(13)V99 COMP-3.
           05  WS-EVA-QTD           PIC 9(5).

      *    Acumulado por quebra (grupo + valor), mantido em ordem de
      *    chave para o relatorio sair agrupado: 1 motivo, 2 agencia,
      *    3 segmento, 4 tipo de conta, 5 tempo de conta.
       01  WS-QUEBRA-CTRL.
           05  WS-QBR-QTD           PIC 9(3) COMP.
           05  WS-QBR-ITEM OCCURS 400 TIMES.
               10  WS-QBR-CHAVE.
                   15  WS-QBR-GRUPO  PIC X(1).
                   15  WS-QBR-VALOR  PIC X(30).
               10  WS-QBR-ENCERR    PIC 9(5).
               10  WS-QBR-SALDO     PIC S9(15)V99 COMP-3.
               10  WS-QBR-RECEITA   PIC S9(13)V99 COMP-3.
               10  WS-QBR-RESULTADO PIC S9(13)V99 COMP-3.
           05  WS-QBR-IDX           PIC 9(3) COMP.
           05  WS-QBR-POS           PIC 9(3) COMP.
           05  WS-QBR-CHAVE-NOVA.
               10  WS-QBR-NV-GRUPO  PIC X(1).
               10  WS-QBR-NV-VALOR  PIC X(30).
           05  WS-QBR-GRUPO-ANT     PIC X(1).

       01  WS-RELATORIO-CTRL.
           05  WS-REL-LINHA         PIC X(132).
           05  WS-REL-QTD-ED        PIC ZZZZ9.
           05  WS-REL-SALDO-ED      PIC Z(12)9,99-.
           05  WS-REL-RECEITA-ED    PIC Z(10)9,99-.
           05  WS-REL-RESULT-ED     PIC Z(10)9,99-.
           05  WS-REL-MESES-ED      PIC ZZZ9.
           05  WS-REL-TOT-SALDO     PIC S9(15)V99 COMP-3.
           05  WS-REL-TOT-RECEITA   PIC S9(13)V99 COMP-3.
           05  WS-REL-TOT-RESULTADO PIC S9(13)V99 COMP-3.

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
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 0150-COMPETENCIA-ANTERIOR
           PERFORM 0160-ABRIR-ARQMOTIVO
           IF LS-MODO-BATCH
               PERFORM 3000-APURAR-EVASAO
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQMOTIVO
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

       0150-COMPETENCIA-ANTERIOR.
      *    O relatorio do mes sai no mes seguinte: a competencia
      *    padrao e a anterior a do dia de movimento.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-EVA-COMPET
           IF WS-EVA-MM = 1
               SUBTRACT 1 FROM WS-EVA-AAAA
               MOVE 12 TO WS-EVA-MM
           ELSE
               SUBTRACT 1 FROM WS-EVA-MM
           END-IF.

       0160-ABRIR-ARQMOTIVO.
      *    Tabela de motivos vazia recebe os motivos de fabrica.
           OPEN I-O ARQMOTIVO
           IF FS-MOTIVO = '35'
               OPEN OUTPUT ARQMOTIVO
               CLOSE ARQMOTIVO
               OPEN I-O ARQMOTIVO
           END-IF
           MOVE LOW-VALUES TO MOT-CODIGO
           START ARQMOTIVO KEY >= MOT-CODIGO
               INVALID KEY MOVE '10' TO FS-MOTIVO
           END-START
           IF FS-MOT-OK
               READ ARQMOTIVO NEXT
                   AT END MOVE '10' TO FS-MOTIVO
               END-READ
           END-IF
           IF FS-MOT-EOF
               DISPLAY 'TABELA DE MOTIVOS VAZIA - SEMEANDO OS MOTIVOS '
                   'DE FABRICA'
               PERFORM VARYING WS-MOT-SEM-IDX FROM 1 BY 1
                       UNTIL WS-MOT-SEM-IDX > 8
                   MOVE WS-MOT-SEM-CODIGO(WS-MOT-SEM-IDX)
                       TO MOT-CODIGO
                   MOVE WS-MOT-SEM-DESCRICAO(WS-MOT-SEM-IDX)
                       TO MOT-DESCRICAO
                   MOVE 'A' TO MOT-SITUACAO
                   WRITE REG-MOTIVO-ENC
               END-PERFORM
           END-IF
           MOVE '00' TO FS-MOTIVO.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' EVASAO DE CLIENTES'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Tabela de motivos de encerramento'
           DISPLAY ' 02. Relatorio da competencia anterior'
           DISPLAY ' 03. Relatorio de outra competencia'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-TABELA-MOTIVOS
               WHEN '02'
                   PERFORM 0150-COMPETENCIA-ANTERIOR
                   PERFORM 3000-APURAR-EVASAO
               WHEN '03'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-EVA-COMPET
                   IF WS-EVA-MM < 1 OR WS-EVA-MM > 12
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 3000-APURAR-EVASAO
                   END-IF
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-TABELA-MOTIVOS SECTION.
      *================================================================
       2000-INICIO.
           MOVE LOW-VALUES TO MOT-CODIGO
           START ARQMOTIVO KEY >= MOT-CODIGO
               INVALID KEY MOVE '10' TO FS-MOTIVO
           END-START
           PERFORM UNTIL NOT FS-MOT-OK
               READ ARQMOTIVO NEXT
                   AT END MOVE '10' TO FS-MOTIVO
               END-READ
               IF FS-MOT-OK
                   IF MOT-ATIVO
                       DISPLAY MOT-CODIGO ' ' MOT-DESCRICAO
                   ELSE
                       DISPLAY MOT-CODIGO ' ' MOT-DESCRICAO
                           ' (INATIVO)'
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOTIVO
      *    Manutencao da tabela: so gerente, com trilha de auditoria.
           DISPLAY 'Motivo a incluir/alterar (ENTER sai): '
           MOVE SPACES TO WS-MOT-CODIGO-INF
           ACCEPT WS-MOT-CODIGO-INF
           IF WS-MOT-CODIGO-INF = SPACES
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MOT-CODIGO-INF)
               TO WS-MOT-CODIGO-INF
           PERFORM 2100-VERIFICAR-PERMISSAO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           MOVE WS-MOT-CODIGO-INF TO MOT-CODIGO
           READ ARQMOTIVO
               INVALID KEY CONTINUE
           END-READ
           IF FS-MOT-OK
               MOVE 'N' TO WS-MOT-NOVO
               MOVE SPACES TO WS-MOT-ANTES
               STRING MOT-SITUACAO DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      MOT-DESCRICAO DELIMITED SIZE
                   INTO WS-MOT-ANTES
               END-STRING
               DISPLAY 'D=Alterar descricao I=Inativar A=Reativar: '
               ACCEPT WS-MOT-ACAO
               MOVE FUNCTION UPPER-CASE(WS-MOT-ACAO) TO WS-MOT-ACAO
               EVALUATE WS-MOT-ACAO
                   WHEN 'D'
                       DISPLAY 'Nova descricao: '
                       ACCEPT WS-MOT-DESCRICAO-INF
                       IF WS-MOT-DESCRICAO-INF = SPACES
                           DISPLAY 'DESCRICAO OBRIGATORIA'
                           MOVE 3 TO LS-CODIGO
                           EXIT SECTION
                       END-IF
                       MOVE FUNCTION UPPER-CASE(WS-MOT-DESCRICAO-INF)
                           TO MOT-DESCRICAO
                   WHEN 'I'
                       MOVE 'I' TO MOT-SITUACAO
                   WHEN 'A'
                       MOVE 'A' TO MOT-SITUACAO
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
                       MOVE 3 TO LS-CODIGO
                       EXIT SECTION
               END-EVALUATE
               REWRITE REG-MOTIVO-ENC
           ELSE
               MOVE 'S' TO WS-MOT-NOVO
               MOVE SPACES TO WS-MOT-ANTES
               DISPLAY 'Descricao do novo motivo: '
               MOVE SPACES TO WS-MOT-DESCRICAO-INF
               ACCEPT WS-MOT-DESCRICAO-INF
               IF WS-MOT-DESCRICAO-INF = SPACES
                   DISPLAY 'DESCRICAO OBRIGATORIA'
                   MOVE '00' TO FS-MOTIVO
                   MOVE 3 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               MOVE WS-MOT-CODIGO-INF TO MOT-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-MOT-DESCRICAO-INF)
                   TO MOT-DESCRICAO
               MOVE 'A' TO MOT-SITUACAO
               WRITE REG-MOTIVO-ENC
           END-IF
           IF NOT FS-MOT-OK
               DISPLAY 'ERRO AO GRAVAR MOTIVO: ' FS-MOTIVO
               MOVE 9999 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2200-AUDITAR-ALTERACAO
           DISPLAY 'MOTIVO ' MOT-CODIGO ' GRAVADO: ' MOT-DESCRICAO
               ' SITUACAO ' MOT-SITUACAO
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-VERIFICAR-PERMISSAO.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       2200-AUDITAR-ALTERACAO.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKMOTE.DAT' TO WS-AUD-ARQUIVO
           MOVE MOT-CODIGO TO WS-AUD-CHAVE
           MOVE 'MOTIVO' TO WS-AUD-CAMPO
           MOVE WS-MOT-ANTES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING MOT-SITUACAO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  MOT-DESCRICAO DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       3000-APURAR-EVASAO SECTION.
      *================================================================
       3000-INICIO.
           DISPLAY '--- EVASAO DE CLIENTES - COMPETENCIA '
               WS-EVA-COMPET ' ---'
           MOVE ZEROS TO WS-QBR-QTD WS-EVA-QTD
           OPEN INPUT ARQENCMOT
           IF NOT FS-ENM-OK
               DISPLAY 'SEM REGISTRO DE ENCERRAMENTOS (BANKENCM.DAT)'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           OPEN INPUT ARQRENTAB ARQAGENCIA
           OPEN OUTPUT ARQEVASAO
           MOVE SPACES TO WS-REL-LINHA
           STRING 'BANKEVA - EVASAO DE CLIENTES - COMPETENCIA '
                      DELIMITED SIZE
                  WS-EVA-COMPET DELIMITED SIZE
                  ' - RECEITA DOS ' DELIMITED SIZE
                  WS-EVA-MESES-HIST DELIMITED SIZE
                  ' MESES ANTERIORES AO ENCERRAMENTO' DELIMITED SIZE
               INTO WS-REL-LINHA
           END-STRING
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES TO WS-REL-LINHA
           PERFORM 4900-GRAVAR-LINHA
           MOVE '--- CONTAS ENCERRADAS ---' TO WS-REL-LINHA
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'CONTA      DATA     MT AGEN SG TP MESES' TO
               WS-REL-LINHA
           MOVE 'SALDO NO ENCERRAM.     RECEITA 12M   RESULTADO 12M'
               TO WS-REL-LINHA(45:)
           PERFORM 4900-GRAVAR-LINHA
           MOVE ZEROS TO ENM-CONTA
           START ARQENCMOT KEY >= ENM-CONTA
               INVALID KEY MOVE '10' TO FS-ENCMOT
           END-START
           PERFORM UNTIL NOT FS-ENM-OK
               READ ARQENCMOT NEXT
                   AT END MOVE '10' TO FS-ENCMOT
               END-READ
               IF FS-ENM-OK AND ENM-EFETIVADO
                  AND ENM-DT-ENCERRAMENTO(1:6) = WS-EVA-COMPET
                   PERFORM 3100-PROCESSAR-ENCERRAMENTO
               END-IF
           END-PERFORM
           CLOSE ARQENCMOT ARQRENTAB ARQAGENCIA
           PERFORM 4000-EMITIR-QUEBRAS
           CLOSE ARQEVASAO
           DISPLAY 'CONTAS ENCERRADAS NA COMPETENCIA: ' WS-EVA-QTD
           DISPLAY 'RELATORIO EM BANKEVAR.TXT'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-PROCESSAR-ENCERRAMENTO.
           ADD 1 TO WS-EVA-QTD
           MOVE ENM-DT-ENCERRAMENTO TO WS-EVA-DT-ENCERR
           MOVE ENM-DT-ABERTURA TO WS-EVA-DT-ABERT
           COMPUTE WS-EVA-MESES-CONTA =
               (WS-EVA-ENC-AAAA * 12 + WS-EVA-ENC-MM)
               - (WS-EVA-ABE-AAAA * 12 + WS-EVA-ABE-MM)
           IF WS-EVA-MESES-CONTA < ZEROS
               MOVE ZEROS TO WS-EVA-MESES-CONTA
           END-IF
           PERFORM 3200-RECEITA-PERDIDA
           MOVE WS-EVA-MESES-CONTA TO WS-REL-MESES-ED
           MOVE ENM-SALDO TO WS-REL-SALDO-ED
           MOVE WS-EVA-RECEITA TO WS-REL-RECEITA-ED
           MOVE WS-EVA-RESULTADO TO WS-REL-RESULT-ED
           MOVE SPACES TO WS-REL-LINHA
           MOVE ENM-CONTA TO WS-REL-LINHA(1:10)
           MOVE ENM-DT-ENCERRAMENTO TO WS-REL-LINHA(12:8)
           MOVE ENM-MOTIVO TO WS-REL-LINHA(21:2)
           MOVE ENM-AGENCIA TO WS-REL-LINHA(24:4)
           MOVE ENM-TIER TO WS-REL-LINHA(29:1)
           MOVE ENM-TIPO-CONTA TO WS-REL-LINHA(32:2)
           MOVE WS-REL-MESES-ED TO WS-REL-LINHA(35:4)
           MOVE WS-REL-SALDO-ED TO WS-REL-LINHA(45:17)
           MOVE WS-REL-RECEITA-ED TO WS-REL-LINHA(63:15)
           MOVE WS-REL-RESULT-ED TO WS-REL-LINHA(79:15)
           PERFORM 4900-GRAVAR-LINHA
      *    Quebra por motivo
           MOVE '1' TO WS-QBR-NV-GRUPO
           MOVE SPACES TO WS-QBR-NV-VALOR
           MOVE ENM-MOTIVO TO MOT-CODIGO
           READ ARQMOTIVO
               INVALID KEY CONTINUE
           END-READ
           IF ENM-MOTIVO = SPACES
               MOVE '(NAO INFORMADO)' TO WS-QBR-NV-VALOR
           ELSE
               IF FS-MOT-OK
                   STRING ENM-MOTIVO DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          MOT-DESCRICAO DELIMITED SIZE
                       INTO WS-QBR-NV-VALOR
                   END-STRING
               ELSE
                   MOVE ENM-MOTIVO TO WS-QBR-NV-VALOR
               END-IF
           END-IF
           MOVE '00' TO FS-MOTIVO
           PERFORM 3300-ACUMULAR-QUEBRA
      *    Quebra por agencia
           MOVE '2' TO WS-QBR-NV-GRUPO
           MOVE SPACES TO WS-QBR-NV-VALOR
           MOVE ENM-AGENCIA TO AGE-CODIGO
           READ ARQAGENCIA
               INVALID KEY CONTINUE
           END-READ
           IF FS-AGE-OK
               STRING ENM-AGENCIA DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      AGE-NOME DELIMITED SIZE
                   INTO WS-QBR-NV-VALOR
               END-STRING
           ELSE
               MOVE ENM-AGENCIA TO WS-QBR-NV-VALOR
           END-IF
           PERFORM 3300-ACUMULAR-QUEBRA
      *    Quebra por segmento
           MOVE '3' TO WS-QBR-NV-GRUPO
           EVALUATE ENM-TIER
               WHEN 'R'
                   MOVE 'R PRIVATE' TO WS-QBR-NV-VALOR
               WHEN 'P'
                   MOVE 'P PRIME' TO WS-QBR-NV-VALOR
               WHEN OTHER
                   MOVE 'V VAREJO' TO WS-QBR-NV-VALOR
           END-EVALUATE
           PERFORM 3300-ACUMULAR-QUEBRA
      *    Quebra por tipo de conta (produto)
           MOVE '4' TO WS-QBR-NV-GRUPO
           EVALUATE ENM-TIPO-CONTA
               WHEN 'CC'
                   MOVE 'CC CONTA CORRENTE' TO WS-QBR-NV-VALOR
               WHEN 'CP'
                   MOVE 'CP CONTA POUPANCA' TO WS-QBR-NV-VALOR
               WHEN 'CS'
                   MOVE 'CS CONTA SALARIO' TO WS-QBR-NV-VALOR
               WHEN 'CI'
                   MOVE 'CI CONTA INVESTIMENTO' TO WS-QBR-NV-VALOR
               WHEN OTHER
                   MOVE ENM-TIPO-CONTA TO WS-QBR-NV-VALOR
           END-EVALUATE
           PERFORM 3300-ACUMULAR-QUEBRA
      *    Quebra por tempo de conta
           MOVE '5' TO WS-QBR-NV-GRUPO
           EVALUATE TRUE
               WHEN WS-EVA-MESES-CONTA < 12
                   MOVE '1 ATE 1 ANO' TO WS-QBR-NV-VALOR
               WHEN WS-EVA-MESES-CONTA < 36
                   MOVE '2 DE 1 A 3 ANOS' TO WS-QBR-NV-VALOR
               WHEN WS-EVA-MESES-CONTA < 60
                   MOVE '3 DE 3 A 5 ANOS' TO WS-QBR-NV-VALOR
               WHEN WS-EVA-MESES-CONTA < 120
                   MOVE '4 DE 5 A 10 ANOS' TO WS-QBR-NV-VALOR
               WHEN OTHER
                   MOVE '5 MAIS DE 10 ANOS' TO WS-QBR-NV-VALOR
           END-EVALUATE
           PERFORM 3300-ACUMULAR-QUEBRA.

       3200-RECEITA-PERDIDA.
      *    Receita (tarifas, juros e spread) e resultado do CPF nas
      *    12 competencias anteriores ao mes do encerramento.
           MOVE ZEROS TO WS-EVA-RECEITA WS-EVA-RESULTADO
      *    Meses contados a partir de janeiro do ano zero (mes - 1)
           COMPUTE WS-EVA-MESES-ABS =
               WS-EVA-ENC-AAAA * 12 + WS-EVA-ENC-MM - 1 - 1
           DIVIDE WS-EVA-MESES-ABS BY 12 GIVING WS-EVA-ANO-CALC
               REMAINDER WS-EVA-MES-CALC
           COMPUTE WS-EVA-COMPET-FIM =
               WS-EVA-ANO-CALC * 100 + WS-EVA-MES-CALC + 1
           SUBTRACT WS-EVA-MESES-HIST FROM WS-EVA-MESES-ABS
           ADD 1 TO WS-EVA-MESES-ABS
           DIVIDE WS-EVA-MESES-ABS BY 12 GIVING WS-EVA-ANO-CALC
               REMAINDER WS-EVA-MES-CALC
           COMPUTE WS-EVA-COMPET-INI =
               WS-EVA-ANO-CALC * 100 + WS-EVA-MES-CALC + 1
           MOVE ENM-CPF TO RNT-CPF
           MOVE WS-EVA-COMPET-INI TO RNT-COMPET
           START ARQRENTAB KEY >= RNT-CHAVE
               INVALID KEY MOVE '10' TO FS-RENTAB
           END-START
           PERFORM UNTIL NOT FS-RNT-OK
               READ ARQRENTAB NEXT
                   AT END MOVE '10' TO FS-RENTAB
               END-READ
               IF FS-RNT-OK
                   IF RNT-CPF NOT = ENM-CPF
                      OR RNT-COMPET > WS-EVA-COMPET-FIM
                       MOVE '10' TO FS-RENTAB
                   ELSE
                       ADD RNT-RECEITA-TARIFAS RNT-RECEITA-JUROS
                           RNT-RECEITA-SPREAD TO WS-EVA-RECEITA
                       ADD RNT-RESULTADO TO WS-EVA-RESULTADO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-RENTAB.

       3300-ACUMULAR-QUEBRA.
      *    Posicao da quebra na tabela, incluida em ordem na primeira
      *    ocorrencia.
           MOVE ZEROS TO WS-QBR-POS
           PERFORM VARYING WS-QBR-IDX FROM 1 BY 1
                   UNTIL WS-QBR-IDX > WS-QBR-QTD
                      OR WS-QBR-POS > ZEROS
               IF WS-QBR-CHAVE(WS-QBR-IDX) >= WS-QBR-CHAVE-NOVA
                   MOVE WS-QBR-IDX TO WS-QBR-POS
               END-IF
           END-PERFORM
           IF WS-QBR-POS > ZEROS
               IF WS-QBR-CHAVE(WS-QBR-POS) = WS-QBR-CHAVE-NOVA
                   PERFORM 3350-SOMAR-QUEBRA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-QBR-POS = WS-QBR-QTD + 1
           END-IF
           IF WS-QBR-QTD >= 400
               DISPLAY 'TABELA DE QUEBRAS CHEIA - ' WS-QBR-CHAVE-NOVA
                   ' FORA DO RESUMO'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QBR-IDX FROM WS-QBR-QTD BY -1
                   UNTIL WS-QBR-IDX < WS-QBR-POS
               MOVE WS-QBR-ITEM(WS-QBR-IDX)
                   TO WS-QBR-ITEM(WS-QBR-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-QBR-QTD
           MOVE WS-QBR-CHAVE-NOVA TO WS-QBR-CHAVE(WS-QBR-POS)
           MOVE ZEROS TO WS-QBR-ENCERR(WS-QBR-POS)
                         WS-QBR-SALDO(WS-QBR-POS)
                         WS-QBR-RECEITA(WS-QBR-POS)
                         WS-QBR-RESULTADO(WS-QBR-POS)
           PERFORM 3350-SOMAR-QUEBRA.

       3350-SOMAR-QUEBRA.
           ADD 1 TO WS-QBR-ENCERR(WS-QBR-POS)
           ADD ENM-SALDO TO WS-QBR-SALDO(WS-QBR-POS)
           ADD WS-EVA-RECEITA TO WS-QBR-RECEITA(WS-QBR-POS)
           ADD WS-EVA-RESULTADO TO WS-QBR-RESULTADO(WS-QBR-POS).

      *================================================================
       4000-EMITIR-QUEBRAS SECTION.
      *================================================================
       4000-INICIO.
           MOVE SPACES TO WS-QBR-GRUPO-ANT
           PERFORM VARYING WS-QBR-IDX FROM 1 BY 1
                   UNTIL WS-QBR-IDX > WS-QBR-QTD
               IF WS-QBR-GRUPO(WS-QBR-IDX) NOT = WS-QBR-GRUPO-ANT
                   IF WS-QBR-GRUPO-ANT NOT = SPACES
                       PERFORM 4200-TOTAL-GRUPO
                   END-IF
                   MOVE WS-QBR-GRUPO(WS-QBR-IDX) TO WS-QBR-GRUPO-ANT
                   PERFORM 4100-CABECALHO-GRUPO
               END-IF
               ADD WS-QBR-SALDO(WS-QBR-IDX) TO WS-REL-TOT-SALDO
               ADD WS-QBR-RECEITA(WS-QBR-IDX) TO WS-REL-TOT-RECEITA
               ADD WS-QBR-RESULTADO(WS-QBR-IDX)
                   TO WS-REL-TOT-RESULTADO
               MOVE WS-QBR-ENCERR(WS-QBR-IDX) TO WS-REL-QTD-ED
               MOVE WS-QBR-SALDO(WS-QBR-IDX) TO WS-REL-SALDO-ED
               MOVE WS-QBR-RECEITA(WS-QBR-IDX) TO WS-REL-RECEITA-ED
               MOVE WS-QBR-RESULTADO(WS-QBR-IDX) TO WS-REL-RESULT-ED
               MOVE SPACES TO WS-REL-LINHA
               MOVE WS-QBR-VALOR(WS-QBR-IDX) TO WS-REL-LINHA(1:30)
               MOVE WS-REL-QTD-ED TO WS-REL-LINHA(32:5)
               MOVE WS-REL-SALDO-ED TO WS-REL-LINHA(38:17)
               MOVE WS-REL-RECEITA-ED TO WS-REL-LINHA(56:15)
               MOVE WS-REL-RESULT-ED TO WS-REL-LINHA(72:15)
               PERFORM 4900-GRAVAR-LINHA
           END-PERFORM
           IF WS-QBR-GRUPO-ANT NOT = SPACES
               PERFORM 4200-TOTAL-GRUPO
           END-IF
           EXIT SECTION.

       4100-CABECALHO-GRUPO.
           MOVE ZEROS TO WS-REL-TOT-SALDO WS-REL-TOT-RECEITA
                         WS-REL-TOT-RESULTADO
           MOVE SPACES TO WS-REL-LINHA
           PERFORM 4900-GRAVAR-LINHA
           EVALUATE WS-QBR-GRUPO-ANT
               WHEN '1'
                   MOVE '--- POR MOTIVO ---' TO WS-REL-LINHA
               WHEN '2'
                   MOVE '--- POR AGENCIA ---' TO WS-REL-LINHA
               WHEN '3'
                   MOVE '--- POR SEGMENTO ---' TO WS-REL-LINHA
               WHEN '4'
                   MOVE '--- POR TIPO DE CONTA ---' TO WS-REL-LINHA
               WHEN '5'
                   MOVE '--- POR TEMPO DE CONTA ---' TO WS-REL-LINHA
           END-EVALUATE
           PERFORM 4900-GRAVAR-LINHA
           MOVE 'ENCERR.' TO WS-REL-LINHA(30:7)
           MOVE 'SALDO NO ENCERRAM.     RECEITA 12M   RESULTADO 12M'
               TO WS-REL-LINHA(38:)
           PERFORM 4900-GRAVAR-LINHA.

       4200-TOTAL-GRUPO.
           MOVE WS-EVA-QTD TO WS-REL-QTD-ED
           MOVE WS-REL-TOT-SALDO TO WS-REL-SALDO-ED
           MOVE WS-REL-TOT-RECEITA TO WS-REL-RECEITA-ED
           MOVE WS-REL-TOT-RESULTADO TO WS-REL-RESULT-ED
           MOVE SPACES TO WS-REL-LINHA
           MOVE '  TOTAL' TO WS-REL-LINHA(1:30)
           MOVE WS-REL-QTD-ED TO WS-REL-LINHA(32:5)
           MOVE WS-REL-SALDO-ED TO WS-REL-LINHA(38:17)
           MOVE WS-REL-RECEITA-ED TO WS-REL-LINHA(56:15)
           MOVE WS-REL-RESULT-ED TO WS-REL-LINHA(72:15)
           PERFORM 4900-GRAVAR-LINHA.

       4900-GRAVAR-LINHA.
           WRITE REG-EVASAO FROM WS-REL-LINHA
           IF NOT LS-MODO-BATCH
               DISPLAY WS-REL-LINHA(1:100)
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
