      *================================================================
      * BANKGRS.COB - Servico de Exposicao por Grupo Economico
      * Sistema Bancario COBOL
      * Soma a exposicao de credito dos clientes vinculados a cada
      * grupo economico (BANKGRPE.DAT / BANKGRPM.DAT): saldo devedor
      * dos contratos de BANKEMPR.DAT pelas parcelas nao pagas,
      * limite dos cartoes de BANKCCRD.DAT nao cancelados (ou o
      * utilizado, se maior) e limite de cheque especial das contas
      * nao encerradas. As garantias ativas de BANKGARA.DAT dos
      * contratos do grupo sao somadas a parte e nao abatem a
      * exposicao. O limite do grupo e o percentual de BANKCFG.DAT
      * (zerado usa o de fabrica) sobre o Patrimonio de Referencia
      * da apuracao de Basileia (BANKBASH.DAT) ou, sem apuracao, o
      * saldo credor do grupo 6 do razao BANKLEDG.DAT.
      * Modos de chamada:
      *   E - exposicao atual do grupo do cliente somada ao valor
      *       da nova operacao (contratacao no BANKLOAN); codigo 1
      *       cliente sem grupo, 2 grupo passaria do limite, 3 PR
      *       nao apurado (limite nao avaliado).
      *   A - apuracao mensal de todos os grupos na data-base:
      *       regrava a apuracao em cada grupo de BANKGRPE.DAT e
      *       devolve a carteira total de credito e o PR.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKGRS.

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

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRS-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQEMPREST ASSIGN TO 'BANKEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               FILE STATUS IS FS-EMPREST.

           SELECT ARQCARTCR ASSIGN TO 'BANKCCRD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-ID
               ALTERNATE RECORD KEY IS CCR-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FS-CARTCR.

           SELECT ARQGARANTIA ASSIGN TO 'BANKGARA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-CONTRATO
                   WITH DUPLICATES
               FILE STATUS IS FS-GARANTIA.

           SELECT ARQLEDGER ASSIGN TO 'BANKLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-ID
               FILE STATUS IS FS-LEDGER.

           SELECT ARQHISTBAS ASSIGN TO 'BANKBASH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSH-COMPET
               FILE STATUS IS FS-HISTBAS.

           SELECT ARQCONFIG ASSIGN TO 'BANKCFG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQGRUPO.
           COPY BANKGRPE.

       FD  ARQMEMBRO.
           COPY BANKGRPM.

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  GRS-CONTA-NUM         PIC 9(10).
           05  GRS-CONTA-AGENCIA     PIC 9(4).
           05  GRS-CONTA-DIGITO      PIC 9(1).
           05  GRS-CONTA-TIPO        PIC X(2).
           05  GRS-CONTA-STATUS      PIC X(1).
           05  GRS-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  GRS-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  GRS-CONTA-TITULAR     PIC X(60).
           05  GRS-CONTA-CPF         PIC X(11).
           05  GRS-CONTA-EMAIL       PIC X(80).
           05  GRS-CONTA-TELEFONE    PIC X(15).
           05  GRS-CONTA-DT-ABERTURA PIC 9(8).
           05  GRS-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  GRS-CONTA-SENHA-HASH  PIC X(64).
           05  GRS-CONTA-COTIT-NOME  PIC X(60).
           05  GRS-CONTA-COTIT-CPF   PIC X(11).
           05  GRS-CONTA-CLI-ID      PIC 9(10).
           05  GRS-CONTA-MOEDA       PIC X(3).

       FD  ARQEMPREST.
       01  REG-EMPRESTIMO.
           05  EMP-ID                PIC 9(10).
           05  EMP-CONTA             PIC 9(10).
           05  EMP-CLI-ID            PIC 9(10).
           05  EMP-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05  EMP-TAXA-MES          PIC 9(2)V9(4) COMP-3.
           05  EMP-PRAZO-MESES       PIC 9(3).
           05  EMP-VALOR-PARCELA     PIC S9(11)V99 COMP-3.
           05  EMP-PARCELAS-PAGAS    PIC 9(3).
           05  EMP-DIA-VENCTO        PIC 9(2).
           05  EMP-DT-CONTRATO       PIC 9(8).
           05  EMP-QTD-ATRASOS       PIC 9(3).
           05  EMP-COMPET-COBRADA    PIC 9(6).
           05  EMP-COMPET-ATRASO     PIC 9(6).
           05  EMP-SITUACAO          PIC X(1).
               88  EMP-ATIVO         VALUE 'A'.
               88  EMP-EM-ATRASO     VALUE 'T'.
               88  EMP-QUITADO       VALUE 'Q'.
               88  EMP-RENEGOCIADO   VALUE 'R'.
               88  EMP-PREJUIZO      VALUE 'P'.
      *    Financiamento imobiliario (BANKIMO) antes do registro da
      *    alienacao fiduciaria: sem liberacao, sem exposicao.
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQCARTCR.
       01  REG-CARTAO-CRED.
           05  CCR-ID                PIC 9(10).
           05  CCR-CONTA             PIC 9(10).
           05  CCR-CLI-ID            PIC 9(10).
           05  CCR-PAN-MASCARADO     PIC X(19).
           05  CCR-LIMITE            PIC S9(11)V99 COMP-3.
           05  CCR-UTILIZADO         PIC S9(11)V99 COMP-3.
           05  CCR-DIA-CICLO         PIC 9(2).
           05  CCR-COMPET-FECHADA    PIC 9(6).
           05  CCR-STATUS            PIC X(1).
               88  CCR-ATIVO         VALUE 'A'.
               88  CCR-BLOQUEADO     VALUE 'B'.
               88  CCR-CANCELADO     VALUE 'C'.
           05  CCR-DT-EMISSAO        PIC 9(8).

       FD  ARQGARANTIA.
       01  REG-GARANTIA.
           05  GAR-ID                PIC 9(10).
           05  GAR-CONTRATO          PIC 9(10).
           05  GAR-TIPO              PIC X(1).
               88  GAR-INVESTIMENTO  VALUE 'I'.
               88  GAR-VEICULO       VALUE 'V'.
               88  GAR-IMOVEL        VALUE 'M'.
           05  GAR-INV-ID            PIC 9(10).
           05  GAR-DESCRICAO         PIC X(60).
           05  GAR-VALOR-AVALIADO    PIC S9(11)V99 COMP-3.
           05  GAR-SITUACAO          PIC X(1).
               88  GAR-ATIVA         VALUE 'A'.
               88  GAR-LIBERADA      VALUE 'L'.
           05  GAR-DT-CONSTITUICAO   PIC 9(8).
           05  GAR-DT-LIBERACAO      PIC 9(8).

       FD  ARQLEDGER.
       01  REG-LEDGER.
           05  LED-ID                PIC 9(12).
           05  LED-DATA              PIC 9(8).
           05  LED-CONTA-DEBITO      PIC X(8).
           05  LED-CONTA-CREDITO     PIC X(8).
           05  LED-VALOR             PIC S9(13)V99 COMP-3.
           05  LED-HISTORICO         PIC X(40).
           05  LED-TRANS-ID          PIC 9(15).
           05  LED-AGENCIA           PIC 9(4).

       FD  ARQHISTBAS.
       01  REG-HIST-BASILEIA.
           05  BSH-COMPET            PIC 9(6).
           05  BSH-DATA-BASE         PIC 9(8).
           05  BSH-EXPOSICAO         PIC S9(15)V99 COMP-3.
           05  BSH-RWA               PIC S9(15)V99 COMP-3.
           05  BSH-PR                PIC S9(15)V99 COMP-3.
           05  BSH-INDICE            PIC S9(5)V99 COMP-3.
           05  BSH-MINIMO            PIC 9(2)V99.
           05  BSH-SITUACAO          PIC X(1).
               88  BSH-ENQUADRADO    VALUE 'S'.
               88  BSH-DESENQUADRADO VALUE 'N'.
           05  BSH-DT-CALCULO        PIC 9(8).
           05  BSH-HR-CALCULO        PIC 9(6).

       FD  ARQCONFIG.
           COPY BANKCFG.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GRS-CTRL.
           05  FS-GRUPO             PIC XX.
               88  FS-GRE-OK        VALUE '00'.
               88  FS-GRE-EOF       VALUE '10'.
           05  FS-MEMBRO            PIC XX.
               88  FS-GRM-OK        VALUE '00'.
               88  FS-GRM-EOF       VALUE '10'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-EMPREST           PIC XX.
               88  FS-EMP-OK        VALUE '00'.
               88  FS-EMP-EOF       VALUE '10'.
           05  FS-CARTCR            PIC XX.
               88  FS-CCR-OK        VALUE '00'.
               88  FS-CCR-EOF       VALUE '10'.
           05  FS-GARANTIA          PIC XX.
               88  FS-GAR-OK        VALUE '00'.
               88  FS-GAR-EOF       VALUE '10'.
           05  FS-LEDGER            PIC XX.
               88  FS-LED-OK        VALUE '00'.
               88  FS-LED-EOF       VALUE '10'.
           05  FS-HISTBAS           PIC XX.
               88  FS-BSH-OK        VALUE '00'.
           05  FS-CONFIG            PIC XX.

      *    Grupos da apuracao: no modo E so o grupo do cliente.
       01  WS-GRS-GRUPOS.
           05  WS-GRS-QTD-GRUPOS    PIC 9(4) COMP.
           05  WS-GRS-MAX-GRUPOS    PIC 9(4) COMP VALUE 500.
           05  WS-GRS-GRUPO OCCURS 500 TIMES.
               10  WS-GRS-GRP-ID    PIC 9(6).
               10  WS-GRS-GRP-MEMBROS PIC 9(4) COMP.
               10  WS-GRS-GRP-EMPREST PIC S9(13)V99 COMP-3.
               10  WS-GRS-GRP-CARTOES PIC S9(13)V99 COMP-3.
               10  WS-GRS-GRP-CHEQUE PIC S9(13)V99 COMP-3.
               10  WS-GRS-GRP-GARANT PIC S9(13)V99 COMP-3.
           05  WS-GRS-IDX           PIC 9(4) COMP.
           05  WS-GRS-SLOT          PIC 9(4) COMP.

       01  WS-APURACAO-CTRL.
      *    Limite de fabrica: 25% do Patrimonio de Referencia por
      *    grupo economico.
           05  WS-GRS-LIMITE-PERC   PIC 9(2)V99 VALUE 25,00.
           05  WS-GRS-DATA-BASE     PIC 9(8).
           05  WS-GRS-CLI-BUSCA     PIC 9(10).
           05  WS-GRS-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-GRS-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-GRS-EXPOSICAO     PIC S9(15)V99 COMP-3.
           05  WS-GRS-CARTEIRA      PIC S9(15)V99 COMP-3.
           05  WS-GRS-PR            PIC S9(15)V99 COMP-3.
           05  WS-GRS-LIMITE        PIC S9(15)V99 COMP-3.
           05  WS-GRS-PR-APURADO    PIC X(1).
               88  GRS-PR-APURADO   VALUE 'S'.
           05  WS-GRS-TEM-GARANTIA  PIC X(1).
               88  GRS-TEM-GARANTIA VALUE 'S'.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-GRUPO-ECON.
           05  LS-GRS-MODO          PIC X(1).
               88  LS-GRS-MODO-EXPOSICAO VALUE 'E'.
               88  LS-GRS-MODO-APURAR VALUE 'A'.
           05  LS-GRS-CLI-ID        PIC 9(10).
           05  LS-GRS-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-GRS-COMPET        PIC 9(6).
           05  LS-GRS-DATA-BASE     PIC 9(8).
           05  LS-GRS-GRUPO         PIC 9(6).
           05  LS-GRS-NOME          PIC X(40).
           05  LS-GRS-EXPOSICAO     PIC S9(15)V99 COMP-3.
           05  LS-GRS-LIMITE        PIC S9(15)V99 COMP-3.
           05  LS-GRS-PR            PIC S9(15)V99 COMP-3.
           05  LS-GRS-PERC-LIMITE   PIC 9(2)V99.
           05  LS-GRS-QTD-GRUPOS    PIC 9(4).
           05  LS-GRS-CODIGO        PIC 9(4).
           05  LS-GRS-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-GRUPO-ECON.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-GRS-CODIGO LS-GRS-EXPOSICAO
                         LS-GRS-LIMITE LS-GRS-PR LS-GRS-QTD-GRUPOS
           MOVE SPACES TO LS-GRS-MENSAGEM
           IF NOT (LS-GRS-MODO-EXPOSICAO OR LS-GRS-MODO-APURAR)
               MOVE 0009 TO LS-GRS-CODIGO
               MOVE 'MODO DE CHAMADA INVALIDO' TO LS-GRS-MENSAGEM
               GOBACK
           END-IF
           PERFORM 0140-CARREGAR-LIMITE
           MOVE WS-GRS-LIMITE-PERC TO LS-GRS-PERC-LIMITE
           IF LS-GRS-MODO-EXPOSICAO
               PERFORM 1000-EXPOSICAO-CLIENTE
           ELSE
               PERFORM 2000-APURAR-GRUPOS
           END-IF
           GOBACK.

       0140-CARREGAR-LIMITE.
           OPEN INPUT ARQCONFIG
           IF FS-CONFIG = '00'
               READ ARQCONFIG
                   AT END CONTINUE
               END-READ
               IF FS-CONFIG = '00'
                   IF CFG-GRP-LIMITE-PERC > ZEROS
                       MOVE CFG-GRP-LIMITE-PERC TO WS-GRS-LIMITE-PERC
                   END-IF
               END-IF
               CLOSE ARQCONFIG
           END-IF.

      *================================================================
       1000-EXPOSICAO-CLIENTE SECTION.
      *================================================================
       1000-INICIO.
      *    Posicao corrente: toda a carteira ativa, sem data-base.
           OPEN INPUT ARQMEMBRO
           IF NOT FS-GRM-OK
               MOVE 0001 TO LS-GRS-CODIGO
               MOVE 'CLIENTE SEM GRUPO ECONOMICO' TO LS-GRS-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE LS-GRS-CLI-ID TO GRM-CLI-ID
           READ ARQMEMBRO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-GRM-OK
               CLOSE ARQMEMBRO
               MOVE 0001 TO LS-GRS-CODIGO
               MOVE 'CLIENTE SEM GRUPO ECONOMICO' TO LS-GRS-MENSAGEM
               EXIT SECTION
           END-IF
           MOVE GRM-GRUPO TO LS-GRS-GRUPO
           MOVE SPACES TO LS-GRS-NOME
           OPEN INPUT ARQGRUPO
           IF FS-GRE-OK
               MOVE GRM-GRUPO TO GRE-ID
               READ ARQGRUPO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-GRE-OK
                   MOVE GRE-NOME TO LS-GRS-NOME
               END-IF
               CLOSE ARQGRUPO
           END-IF
           MOVE 1 TO WS-GRS-QTD-GRUPOS
           MOVE GRM-GRUPO TO WS-GRS-GRP-ID(1)
           PERFORM 2050-ZERAR-ACUMULADORES
           MOVE 99999999 TO WS-GRS-DATA-BASE
           PERFORM 3000-SOMAR-EXPOSICOES
           CLOSE ARQMEMBRO
           COMPUTE LS-GRS-EXPOSICAO =
               WS-GRS-GRP-EMPREST(1) + WS-GRS-GRP-CARTOES(1)
             + WS-GRS-GRP-CHEQUE(1)
      *    PR da ultima apuracao de Basileia gravada.
           MOVE 'N' TO WS-GRS-PR-APURADO
           OPEN INPUT ARQHISTBAS
           IF FS-BSH-OK
               MOVE 999999 TO BSH-COMPET
               START ARQHISTBAS KEY IS <= BSH-COMPET
               IF FS-BSH-OK
                   READ ARQHISTBAS NEXT
                   IF FS-BSH-OK
                       MOVE BSH-PR TO WS-GRS-PR
                       MOVE 'S' TO WS-GRS-PR-APURADO
                   END-IF
               END-IF
               CLOSE ARQHISTBAS
           END-IF
           IF NOT GRS-PR-APURADO
               PERFORM 4000-PR-DO-RAZAO
           END-IF
           PERFORM 4100-CALCULAR-LIMITE
           IF WS-GRS-PR <= ZEROS
               MOVE 0003 TO LS-GRS-CODIGO
               MOVE 'PATRIMONIO DE REFERENCIA NAO APURADO'
                   TO LS-GRS-MENSAGEM
               EXIT SECTION
           END-IF
           IF LS-GRS-EXPOSICAO + LS-GRS-VALOR > WS-GRS-LIMITE
               MOVE 0002 TO LS-GRS-CODIGO
               MOVE 'EXPOSICAO DO GRUPO ACIMA DO LIMITE DO PR'
                   TO LS-GRS-MENSAGEM
           END-IF
           EXIT SECTION.

      *================================================================
       2000-APURAR-GRUPOS SECTION.
      *================================================================
       2000-INICIO.
           MOVE LS-GRS-DATA-BASE TO WS-GRS-DATA-BASE
           OPEN I-O ARQGRUPO
           IF NOT FS-GRE-OK
               MOVE 0001 TO LS-GRS-CODIGO
               MOVE 'NENHUM GRUPO ECONOMICO CADASTRADO'
                   TO LS-GRS-MENSAGEM
               EXIT SECTION
           END-IF
           OPEN INPUT ARQMEMBRO
           IF NOT FS-GRM-OK
               CLOSE ARQGRUPO
               MOVE 0001 TO LS-GRS-CODIGO
               MOVE 'NENHUM CLIENTE VINCULADO A GRUPO'
                   TO LS-GRS-MENSAGEM
               EXIT SECTION
           END-IF
           PERFORM 2100-CARREGAR-GRUPOS
           PERFORM 2200-CONTAR-MEMBROS
           PERFORM 3000-SOMAR-EXPOSICOES
           CLOSE ARQMEMBRO
      *    PR da apuracao de Basileia da mesma competencia; sem ela,
      *    o razao ate a data-base.
           MOVE 'N' TO WS-GRS-PR-APURADO
           OPEN INPUT ARQHISTBAS
           IF FS-BSH-OK
               MOVE LS-GRS-COMPET TO BSH-COMPET
               READ ARQHISTBAS
                   INVALID KEY CONTINUE
               END-READ
               IF FS-BSH-OK
                   MOVE BSH-PR TO WS-GRS-PR
                   MOVE 'S' TO WS-GRS-PR-APURADO
               END-IF
               CLOSE ARQHISTBAS
           END-IF
           IF NOT GRS-PR-APURADO
               PERFORM 4000-PR-DO-RAZAO
           END-IF
           PERFORM 4100-CALCULAR-LIMITE
           PERFORM 2300-GRAVAR-APURACAO
               VARYING WS-GRS-IDX FROM 1 BY 1
               UNTIL WS-GRS-IDX > WS-GRS-QTD-GRUPOS
           CLOSE ARQGRUPO
           MOVE WS-GRS-CARTEIRA TO LS-GRS-EXPOSICAO
           MOVE WS-GRS-QTD-GRUPOS TO LS-GRS-QTD-GRUPOS
           IF WS-GRS-PR <= ZEROS
               MOVE 0003 TO LS-GRS-CODIGO
               MOVE 'PATRIMONIO DE REFERENCIA NAO APURADO'
                   TO LS-GRS-MENSAGEM
           END-IF
           EXIT SECTION.

       2050-ZERAR-ACUMULADORES.
           MOVE ZEROS TO WS-GRS-CARTEIRA
           PERFORM VARYING WS-GRS-IDX FROM 1 BY 1
                   UNTIL WS-GRS-IDX > WS-GRS-QTD-GRUPOS
               MOVE ZEROS TO WS-GRS-GRP-MEMBROS(WS-GRS-IDX)
                             WS-GRS-GRP-EMPREST(WS-GRS-IDX)
                             WS-GRS-GRP-CARTOES(WS-GRS-IDX)
                             WS-GRS-GRP-CHEQUE(WS-GRS-IDX)
                             WS-GRS-GRP-GARANT(WS-GRS-IDX)
           END-PERFORM.

       2100-CARREGAR-GRUPOS.
           MOVE ZEROS TO WS-GRS-QTD-GRUPOS
           MOVE ZEROS TO GRE-ID
           START ARQGRUPO KEY >= GRE-ID
               INVALID KEY MOVE '10' TO FS-GRUPO
           END-START
           PERFORM UNTIL FS-GRE-EOF
               READ ARQGRUPO NEXT
                   AT END MOVE '10' TO FS-GRUPO
               END-READ
               IF NOT FS-GRE-EOF
                   IF WS-GRS-QTD-GRUPOS < WS-GRS-MAX-GRUPOS
                       ADD 1 TO WS-GRS-QTD-GRUPOS
                       MOVE GRE-ID
                           TO WS-GRS-GRP-ID(WS-GRS-QTD-GRUPOS)
                   ELSE
                       DISPLAY 'GRUPO ' GRE-ID ' FORA DA APURACAO - '
                           'TABELA DE GRUPOS CHEIA'
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GRUPO
           PERFORM 2050-ZERAR-ACUMULADORES.

       2200-CONTAR-MEMBROS.
           MOVE ZEROS TO GRM-CLI-ID
           START ARQMEMBRO KEY >= GRM-CLI-ID
               INVALID KEY MOVE '10' TO FS-MEMBRO
           END-START
           PERFORM UNTIL FS-GRM-EOF
               READ ARQMEMBRO NEXT
                   AT END MOVE '10' TO FS-MEMBRO
               END-READ
               IF NOT FS-GRM-EOF
                   PERFORM 2250-LOCALIZAR-SLOT
                   IF WS-GRS-SLOT > ZEROS
                       ADD 1 TO WS-GRS-GRP-MEMBROS(WS-GRS-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MEMBRO.

       2250-LOCALIZAR-SLOT.
      *    Posicao do grupo do membro lido (GRM-GRUPO) na tabela.
           MOVE ZEROS TO WS-GRS-SLOT
           PERFORM VARYING WS-GRS-IDX FROM 1 BY 1
                   UNTIL WS-GRS-IDX > WS-GRS-QTD-GRUPOS
                      OR WS-GRS-SLOT > ZEROS
               IF WS-GRS-GRP-ID(WS-GRS-IDX) = GRM-GRUPO
                   MOVE WS-GRS-IDX TO WS-GRS-SLOT
               END-IF
           END-PERFORM.

       2300-GRAVAR-APURACAO.
           MOVE WS-GRS-GRP-ID(WS-GRS-IDX) TO GRE-ID
           READ ARQGRUPO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-GRE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LS-GRS-COMPET TO GRE-COMPET
           MOVE WS-GRS-GRP-MEMBROS(WS-GRS-IDX) TO GRE-QTD-MEMBROS
           MOVE WS-GRS-GRP-EMPREST(WS-GRS-IDX) TO GRE-VL-EMPRESTIMOS
           MOVE WS-GRS-GRP-CARTOES(WS-GRS-IDX) TO GRE-VL-CARTOES
           MOVE WS-GRS-GRP-CHEQUE(WS-GRS-IDX) TO GRE-VL-CHEQUE-ESP
           MOVE WS-GRS-GRP-GARANT(WS-GRS-IDX) TO GRE-VL-GARANTIAS
           COMPUTE GRE-VL-EXPOSICAO =
               GRE-VL-EMPRESTIMOS + GRE-VL-CARTOES + GRE-VL-CHEQUE-ESP
           MOVE ZEROS TO GRE-PERC-PR GRE-PERC-CARTEIRA
           MOVE 'N' TO GRE-LIMITE
           IF WS-GRS-PR > ZEROS
               COMPUTE GRE-PERC-PR ROUNDED =
                   GRE-VL-EXPOSICAO * 100 / WS-GRS-PR
                   ON SIZE ERROR
                       MOVE 99999,99 TO GRE-PERC-PR
               END-COMPUTE
               IF GRE-VL-EXPOSICAO > WS-GRS-LIMITE
                   MOVE 'S' TO GRE-LIMITE
               END-IF
           END-IF
           IF WS-GRS-CARTEIRA > ZEROS
               COMPUTE GRE-PERC-CARTEIRA ROUNDED =
                   GRE-VL-EXPOSICAO * 100 / WS-GRS-CARTEIRA
           END-IF
           REWRITE REG-GRUPO-ECON
           IF NOT FS-GRE-OK
               DISPLAY 'ERRO AO GRAVAR APURACAO DO GRUPO ' GRE-ID
                   ': ' FS-GRUPO
           END-IF.

      *================================================================
       3000-SOMAR-EXPOSICOES SECTION.
      *================================================================
       3000-INICIO.
      *    Uma passada por carteira; cada operacao e atribuida ao
      *    grupo do cliente pelo vinculo em BANKGRPM.DAT e toda ela
      *    entra na carteira total de credito.
           PERFORM 3100-EMPRESTIMOS
           PERFORM 3200-CHEQUE-ESPECIAL
           PERFORM 3300-CARTOES
           EXIT SECTION.

       3050-GRUPO-DO-CLIENTE.
      *    Posicao do grupo do cliente WS-GRS-CLI-BUSCA na tabela;
      *    zero quando o cliente nao tem grupo ou o grupo nao esta
      *    na apuracao.
           MOVE ZEROS TO WS-GRS-SLOT
           IF WS-GRS-CLI-BUSCA = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRS-CLI-BUSCA TO GRM-CLI-ID
           READ ARQMEMBRO
               INVALID KEY CONTINUE
           END-READ
           IF FS-GRM-OK
               PERFORM 2250-LOCALIZAR-SLOT
           END-IF.

       3100-EMPRESTIMOS.
      *    Saldo devedor pelas parcelas ainda nao pagas; contrato
      *    quitado, renegociado ou baixado para prejuizo nao entra.
           OPEN INPUT ARQEMPREST
           IF NOT FS-EMP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GRS-TEM-GARANTIA
           OPEN INPUT ARQGARANTIA
           IF FS-GAR-OK
               MOVE 'S' TO WS-GRS-TEM-GARANTIA
           END-IF
           MOVE ZEROS TO EMP-ID
           START ARQEMPREST KEY >= EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
           END-START
           PERFORM UNTIL FS-EMP-EOF
               READ ARQEMPREST NEXT
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   IF NOT EMP-QUITADO AND NOT EMP-RENEGOCIADO
                      AND NOT EMP-PREJUIZO
                      AND NOT EMP-AGUARD-GARANTIA
                      AND EMP-DT-CONTRATO <= WS-GRS-DATA-BASE
                       PERFORM 3110-ATRIBUIR-EMPRESTIMO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQEMPREST
           IF GRS-TEM-GARANTIA
               CLOSE ARQGARANTIA
           END-IF.

       3110-ATRIBUIR-EMPRESTIMO.
           COMPUTE WS-GRS-SALDO =
               EMP-VALOR-PARCELA *
               (EMP-PRAZO-MESES - EMP-PARCELAS-PAGAS)
           IF WS-GRS-SALDO <= ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-GRS-SALDO TO WS-GRS-CARTEIRA
           MOVE EMP-CLI-ID TO WS-GRS-CLI-BUSCA
           PERFORM 3050-GRUPO-DO-CLIENTE
           IF WS-GRS-SLOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-GRS-SALDO TO WS-GRS-GRP-EMPREST(WS-GRS-SLOT)
           IF NOT GRS-TEM-GARANTIA
               EXIT PARAGRAPH
           END-IF
      *    Garantias ativas constituidas no contrato.
           MOVE EMP-ID TO GAR-CONTRATO
           START ARQGARANTIA KEY >= GAR-CONTRATO
               INVALID KEY MOVE '10' TO FS-GARANTIA
           END-START
           PERFORM UNTIL FS-GAR-EOF
               READ ARQGARANTIA NEXT
                   AT END MOVE '10' TO FS-GARANTIA
               END-READ
               IF NOT FS-GAR-EOF
                   IF GAR-CONTRATO NOT = EMP-ID
                       MOVE '10' TO FS-GARANTIA
                   ELSE
                       IF GAR-ATIVA
                           ADD GAR-VALOR-AVALIADO
                               TO WS-GRS-GRP-GARANT(WS-GRS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-GARANTIA.

       3200-CHEQUE-ESPECIAL.
      *    Limite contratado inteiro, utilizado ou nao.
           OPEN INPUT ARQCONTAS
           IF NOT FS-CONTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO GRS-CONTA-NUM
           START ARQCONTAS KEY >= GRS-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   IF GRS-CONTA-STATUS NOT = 'E'
                      AND GRS-CONTA-LIMITE > ZEROS
                      AND GRS-CONTA-DT-ABERTURA <= WS-GRS-DATA-BASE
                       ADD GRS-CONTA-LIMITE TO WS-GRS-CARTEIRA
                       MOVE GRS-CONTA-CLI-ID TO WS-GRS-CLI-BUSCA
                       PERFORM 3050-GRUPO-DO-CLIENTE
                       IF WS-GRS-SLOT > ZEROS
                           ADD GRS-CONTA-LIMITE
                               TO WS-GRS-GRP-CHEQUE(WS-GRS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONTAS.

       3300-CARTOES.
      *    Limite do cartao nao cancelado; se o utilizado passou do
      *    limite, conta o utilizado.
           OPEN INPUT ARQCARTCR
           IF NOT FS-CCR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CCR-ID
           START ARQCARTCR KEY >= CCR-ID
               INVALID KEY MOVE '10' TO FS-CARTCR
           END-START
           PERFORM UNTIL FS-CCR-EOF
               READ ARQCARTCR NEXT
                   AT END MOVE '10' TO FS-CARTCR
               END-READ
               IF NOT FS-CCR-EOF
                   IF NOT CCR-CANCELADO
                      AND CCR-DT-EMISSAO <= WS-GRS-DATA-BASE
                       MOVE CCR-LIMITE TO WS-GRS-VALOR
                       IF CCR-UTILIZADO > WS-GRS-VALOR
                           MOVE CCR-UTILIZADO TO WS-GRS-VALOR
                       END-IF
                       ADD WS-GRS-VALOR TO WS-GRS-CARTEIRA
                       MOVE CCR-CLI-ID TO WS-GRS-CLI-BUSCA
                       PERFORM 3050-GRUPO-DO-CLIENTE
                       IF WS-GRS-SLOT > ZEROS
                           ADD WS-GRS-VALOR
                               TO WS-GRS-GRP-CARTOES(WS-GRS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCARTCR.

      *================================================================
       4000-PR-DO-RAZAO SECTION.
      *================================================================
       4000-INICIO.
      *    Saldo credor das contas do grupo 6 (patrimonio liquido)
      *    com lancamentos ate a data-base, como no BANKBAS.
           MOVE ZEROS TO WS-GRS-PR
           OPEN INPUT ARQLEDGER
           IF NOT FS-LED-OK
               EXIT SECTION
           END-IF
           MOVE ZEROS TO LED-ID
           START ARQLEDGER KEY >= LED-ID
               INVALID KEY MOVE '10' TO FS-LEDGER
           END-START
           PERFORM UNTIL FS-LED-EOF
               READ ARQLEDGER NEXT
                   AT END MOVE '10' TO FS-LEDGER
               END-READ
               IF NOT FS-LED-EOF
                   IF LED-DATA <= WS-GRS-DATA-BASE
                       IF LED-CONTA-CREDITO(1:1) = '6'
                           ADD LED-VALOR TO WS-GRS-PR
                       END-IF
                       IF LED-CONTA-DEBITO(1:1) = '6'
                           SUBTRACT LED-VALOR FROM WS-GRS-PR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQLEDGER
           EXIT SECTION.

      *================================================================
       4100-CALCULAR-LIMITE SECTION.
      *================================================================
       4100-INICIO.
           MOVE ZEROS TO WS-GRS-LIMITE
           IF WS-GRS-PR > ZEROS
               COMPUTE WS-GRS-LIMITE ROUNDED =
                   WS-GRS-PR * WS-GRS-LIMITE-PERC / 100
           END-IF
           MOVE WS-GRS-PR TO LS-GRS-PR
           MOVE WS-GRS-LIMITE TO LS-GRS-LIMITE
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
