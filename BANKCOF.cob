      *================================================================
      * BANKCOF.COB - Cofres de Aluguel
      * Sistema Bancario COBOL
      * Substitui os livros de cofres das agencias: inventario por
      * agencia (BANKCOF.DAT) com tamanho e situacao de cada cofre,
      * contratos de locacao ligados a conta (BANKCOFL.DAT) com ate
      * tres autorizados alem do titular, e o registro de acessos
      * (BANKCOFA.DAT) de quem abriu qual cofre e quando - so o
      * titular e os autorizados do contrato abrem o cofre, e a
      * tentativa recusada tambem fica registrada.
      * A anuidade vence no aniversario do contrato e e debitada da
      * conta no lote noturno como tarifa (TAR), entrando no extrato
      * anual de tarifas; sem saldo o contrato fica em atraso, o
      * acesso e bloqueado e o valor em aberto segue para a regua
      * de cobranca do BANKDUN. O encerramento pode ser por
      * devolucao das chaves ou por arrombamento (inadimplencia
      * prolongada ou perda da chave), registrado no log com as
      * testemunhas e o inventario do conteudo; o cofre arrombado
      * fica em manutencao ate a troca da fechadura.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCOF.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFR-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFR-TRANS-ID
               ALTERNATE RECORD KEY IS CFR-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CFR-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQCOFRE ASSIGN TO 'BANKCOF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COF-CHAVE
               FILE STATUS IS FS-COFRE.

           SELECT ARQLOCACAO ASSIGN TO 'BANKCOFL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-ID
               ALTERNATE RECORD KEY IS LOC-CONTA WITH DUPLICATES
               FILE STATUS IS FS-LOCACAO.

           SELECT ARQACESSO ASSIGN TO 'BANKCOFA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACE-ID
               ALTERNATE RECORD KEY IS ACE-COFRE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS FS-ACESSO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CFR-CONTA-NUM         PIC 9(10).
           05  CFR-CONTA-AGENCIA     PIC 9(4).
           05  CFR-CONTA-DIGITO      PIC 9(1).
           05  CFR-CONTA-TIPO        PIC X(2).
           05  CFR-CONTA-STATUS      PIC X(1).
           05  CFR-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CFR-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CFR-CONTA-TITULAR     PIC X(60).
           05  CFR-CONTA-CPF         PIC X(11).
           05  CFR-CONTA-EMAIL       PIC X(80).
           05  CFR-CONTA-TELEFONE    PIC X(15).
           05  CFR-CONTA-DT-ABERTURA PIC 9(8).
           05  CFR-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CFR-CONTA-SENHA-HASH  PIC X(64).
           05  CFR-CONTA-COTIT-NOME  PIC X(60).
           05  CFR-CONTA-COTIT-CPF   PIC X(11).
           05  CFR-CONTA-CLI-ID      PIC 9(10).
           05  CFR-CONTA-MOEDA       PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  CFR-TRANS-ID          PIC 9(15).
           05  CFR-TRANS-CONTA-ORG   PIC 9(10).
           05  CFR-TRANS-CONTA-DEST  PIC 9(10).
           05  CFR-TRANS-TIPO        PIC X(3).
           05  CFR-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  CFR-TRANS-DATA        PIC 9(8).
           05  CFR-TRANS-HORA        PIC 9(6).
           05  CFR-TRANS-DESCRICAO   PIC X(100).
           05  CFR-TRANS-STATUS      PIC X(1).
           05  CFR-TRANS-NSU         PIC 9(12).
           05  CFR-TRANS-CANAL       PIC X(10).
           05  CFR-TRANS-MOEDA       PIC X(3).

       FD  ARQCOFRE.
           COPY BANKCOF.

       FD  ARQLOCACAO.
           COPY BANKCOFL.

       FD  ARQACESSO.
           COPY BANKCOFA.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COF-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
           05  FS-COFRE             PIC XX.
               88  FS-COF-OK        VALUE '00'.
               88  FS-COF-EOF       VALUE '10'.
           05  FS-LOCACAO           PIC XX.
               88  FS-LOC-OK        VALUE '00'.
               88  FS-LOC-EOF       VALUE '10'.
           05  FS-ACESSO            PIC XX.
               88  FS-ACE-OK        VALUE '00'.
               88  FS-ACE-EOF       VALUE '10'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-PRODUTO-CTRL.
      *    Tabela de aluguel anual por tamanho de cofre.
           05  WS-COF-TABELA.
               10  FILLER PIC X(17) VALUE 'PPEQUENO 00030000'.
               10  FILLER PIC X(17) VALUE 'MMEDIO   00048000'.
               10  FILLER PIC X(17) VALUE 'GGRANDE  00072000'.
           05  WS-COF-TAMANHOS REDEFINES WS-COF-TABELA
                   OCCURS 3 TIMES.
               10  WS-TAM-CODIGO     PIC X(1).
               10  WS-TAM-NOME       PIC X(8).
               10  WS-TAM-ANUIDADE   PIC 9(6)V99.
           05  WS-TAM-IDX           PIC 9(1).
           05  WS-TAM-ACHADO        PIC 9(1).
      *    Dias de aluguel em aberto antes de o cofre poder ser
      *    arrombado por inadimplencia.
           05  WS-COF-DIAS-ARROMBAMENTO PIC 9(3) VALUE 90.

       01  WS-COFRE-CTRL.
           05  WS-LOC-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-ACE-PROX-ID       PIC 9(12) VALUE ZEROS.
           05  WS-COF-AGENCIA-INF   PIC 9(4).
           05  WS-COF-NUMERO-INF    PIC 9(5).
           05  WS-COF-TAMANHO-INF   PIC X(1).
           05  WS-COF-CONTA-INF     PIC 9(10).
           05  WS-COF-CONTRATO-INF  PIC 9(10).
           05  WS-COF-CPF-INF       PIC X(11).
           05  WS-COF-CPF-BUSCA     PIC X(11).
           05  WS-COF-NOME-INF      PIC X(40).
           05  WS-COF-OBS-INF       PIC X(80).
           05  WS-COF-MOTIVO-INF    PIC X(1).
           05  WS-COF-CONFIRMA      PIC X(1).
           05  WS-COF-POSICAO       PIC 9(1).
           05  WS-COF-AUT-IDX       PIC 9(1).
           05  WS-COF-AUTORIZADO    PIC X(1).
               88  COF-PESSOA-AUTORIZADA VALUE 'S'.
           05  WS-COF-QTD           PIC 9(5).
           05  WS-COF-QTD-LIVRES    PIC 9(5).
           05  WS-COF-QTD-LOCADOS   PIC 9(5).
           05  WS-COF-QTD-MANUT     PIC 9(5).
           05  WS-COF-DIAS-ABERTO   PIC S9(5) COMP-3.
           05  WS-COF-SIT-TEXTO     PIC X(10).

       01  WS-COBRANCA-CTRL.
           05  WS-COB-DISPONIVEL    PIC S9(13)V99 COMP-3.
           05  WS-COB-QTD-VENCIDAS  PIC 9(6).
           05  WS-COB-QTD-DEBITADOS PIC 9(6).
           05  WS-COB-QTD-ABERTOS   PIC 9(6).

       01  WS-GERAL-CTRL.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-DATA-MOVIMENTO    PIC 9(8).
           05  WS-VL-DISP           PIC Z(9)9,99-.
           05  WS-VL-DISP2          PIC Z(9)9,99-.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-OPERADOR      PIC X(20).
           05  WS-PRM-FUNCAO        PIC X(12).
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM      PIC X(60).
           05  WS-PRM-CONTA         PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-NOTIFIC.
           05  WS-NOT-CONTA         PIC 9(10).
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM      PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

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
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0110-SEMEAR-CONTADORES
           IF LS-MODO-BATCH
               PERFORM 8000-COBRAR-ANUIDADES
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQTRANS ARQCOFRE ARQLOCACAO ARQACESSO
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS ARQTRANS
           OPEN I-O ARQCOFRE
           IF FS-COFRE = '35'
               OPEN OUTPUT ARQCOFRE
               CLOSE ARQCOFRE
               OPEN I-O ARQCOFRE
           END-IF
           OPEN I-O ARQLOCACAO
           IF FS-LOCACAO = '35'
               OPEN OUTPUT ARQLOCACAO
               CLOSE ARQLOCACAO
               OPEN I-O ARQLOCACAO
           END-IF
           OPEN I-O ARQACESSO
           IF FS-ACESSO = '35'
               OPEN OUTPUT ARQACESSO
               CLOSE ARQACESSO
               OPEN I-O ARQACESSO
           END-IF.

       0110-SEMEAR-CONTADORES.
           MOVE 9999999999 TO LOC-ID
           START ARQLOCACAO KEY IS <= LOC-ID
           IF FS-LOC-OK
               READ ARQLOCACAO NEXT
               IF FS-LOC-OK
                   MOVE LOC-ID TO WS-LOC-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999 TO ACE-ID
           START ARQACESSO KEY IS <= ACE-ID
           IF FS-ACE-OK
               READ ARQACESSO NEXT
               IF FS-ACE-OK
                   MOVE ACE-ID TO WS-ACE-PROX-ID
               END-IF
           END-IF
           MOVE 999999999999999 TO CFR-TRANS-ID
           START ARQTRANS KEY IS <= CFR-TRANS-ID
           IF FS-TRANS-OK
               READ ARQTRANS NEXT
               IF FS-TRANS-OK
                   MOVE CFR-TRANS-ID TO WS-PROXIMO-ID
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

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' COFRES DE ALUGUEL'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Incluir cofre no inventario'
           DISPLAY ' 02. Inventario da agencia'
           DISPLAY ' 03. Contratar locacao'
           DISPLAY ' 04. Consultar contratos da conta'
           DISPLAY ' 05. Autorizados do contrato'
           DISPLAY ' 06. Registrar acesso ao cofre'
           DISPLAY ' 07. Historico de acessos do cofre'
           DISPLAY ' 08. Encerrar contrato'
           DISPLAY ' 09. Liberar cofre da manutencao'
           DISPLAY ' 10. Cobrar anuidades'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           IF WS-OPCAO = '01' OR '03' OR '05' OR '06' OR '08'
                      OR '09' OR '10'
               PERFORM 1900-VERIFICAR-PERMISSAO-MOV
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-INCLUIR-COFRE
               WHEN '02'
                   PERFORM 2500-LISTAR-INVENTARIO
               WHEN '03'
                   PERFORM 3000-CONTRATAR-LOCACAO
               WHEN '04'
                   PERFORM 3500-CONSULTAR-CONTA
               WHEN '05'
                   PERFORM 4000-MANTER-AUTORIZADOS
               WHEN '06'
                   PERFORM 5000-REGISTRAR-ACESSO
               WHEN '07'
                   PERFORM 5500-HISTORICO-ACESSOS
               WHEN '08'
                   PERFORM 6000-ENCERRAR-CONTRATO
               WHEN '09'
                   PERFORM 7000-LIBERAR-MANUTENCAO
               WHEN '10'
                   PERFORM 8000-COBRAR-ANUIDADES
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           EXIT SECTION.

       1900-VERIFICAR-PERMISSAO-MOV.
           MOVE 0 TO LS-CODIGO
           IF LS-OPERADOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'MOVIMENTAR  ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       1910-VERIFICAR-PERMISSAO-APR.
      *    Arrombamento exige alcada de aprovacao.
           MOVE 0 TO LS-CODIGO
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
           END-IF.

       1950-LOCALIZAR-TAMANHO.
           MOVE ZEROS TO WS-TAM-ACHADO
           PERFORM VARYING WS-TAM-IDX FROM 1 BY 1
                   UNTIL WS-TAM-IDX > 3
               IF WS-TAM-CODIGO(WS-TAM-IDX) = WS-COF-TAMANHO-INF
                   MOVE WS-TAM-IDX TO WS-TAM-ACHADO
               END-IF
           END-PERFORM.

       1960-TOKENIZAR-CPF.
      *    CPF informado no guiche comparado como gravado na conta
      *    (tokenizado quando ha cifragem ativa).
           MOVE WS-COF-CPF-INF TO WS-COF-CPF-BUSCA
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-COF-CPF-INF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:11) TO WS-COF-CPF-BUSCA
           END-IF.

       1970-LER-COFRE-INFORMADO.
           DISPLAY 'Agencia: '
           ACCEPT WS-COF-AGENCIA-INF
           DISPLAY 'Numero do cofre: '
           ACCEPT WS-COF-NUMERO-INF
           MOVE WS-COF-AGENCIA-INF TO COF-AGENCIA
           MOVE WS-COF-NUMERO-INF TO COF-NUMERO
           READ ARQCOFRE
               INVALID KEY CONTINUE
           END-READ.

       1980-GRAVAR-ACESSO.
           ADD 1 TO WS-ACE-PROX-ID
           MOVE WS-ACE-PROX-ID TO ACE-ID
           MOVE COF-AGENCIA TO ACE-AGENCIA
           MOVE COF-NUMERO TO ACE-COFRE
           MOVE WS-DATA-HOJE TO ACE-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO ACE-HORA
           MOVE LS-OPERADOR TO ACE-OPERADOR
           WRITE REG-ACESSO-COFRE.

      *================================================================
       2000-INCLUIR-COFRE SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- INCLUSAO DE COFRE NO INVENTARIO ---'
           PERFORM 1970-LER-COFRE-INFORMADO
           IF FS-COF-OK
               DISPLAY 'COFRE JA CADASTRADO NA AGENCIA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Tamanho (P-Pequeno M-Medio G-Grande): '
           ACCEPT WS-COF-TAMANHO-INF
           PERFORM 1950-LOCALIZAR-TAMANHO
           IF WS-TAM-ACHADO = ZEROS
               DISPLAY 'TAMANHO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-COF-AGENCIA-INF TO COF-AGENCIA
           MOVE WS-COF-NUMERO-INF TO COF-NUMERO
           MOVE WS-COF-TAMANHO-INF TO COF-TAMANHO
           MOVE 'L' TO COF-STATUS
           MOVE ZEROS TO COF-CONTRATO
           MOVE WS-DATA-HOJE TO COF-DT-SITUACAO
           MOVE LS-OPERADOR TO COF-OPERADOR
           WRITE REG-COFRE
           IF NOT FS-COF-OK
               DISPLAY 'ERRO AO GRAVAR COFRE: ' FS-COFRE
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'COFRE ' COF-AGENCIA '/' COF-NUMERO ' INCLUIDO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       2500-LISTAR-INVENTARIO SECTION.
      *================================================================
       2500-INICIO.
           DISPLAY 'Agencia: '
           ACCEPT WS-COF-AGENCIA-INF
           MOVE ZEROS TO WS-COF-QTD-LIVRES WS-COF-QTD-LOCADOS
                         WS-COF-QTD-MANUT
           MOVE WS-COF-AGENCIA-INF TO COF-AGENCIA
           MOVE ZEROS TO COF-NUMERO
           START ARQCOFRE KEY IS >= COF-CHAVE
               INVALID KEY MOVE '10' TO FS-COFRE
           END-START
           PERFORM UNTIL FS-COF-EOF
               READ ARQCOFRE NEXT
                   AT END MOVE '10' TO FS-COFRE
               END-READ
               IF NOT FS-COF-EOF
                   IF COF-AGENCIA NOT = WS-COF-AGENCIA-INF
                       MOVE '10' TO FS-COFRE
                   ELSE
                       PERFORM 2510-EXIBIR-COFRE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-COFRE
           DISPLAY 'LIVRES: ' WS-COF-QTD-LIVRES
               '  LOCADOS: ' WS-COF-QTD-LOCADOS
               '  EM MANUTENCAO: ' WS-COF-QTD-MANUT
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2510-EXIBIR-COFRE.
           EVALUATE TRUE
               WHEN COF-LIVRE
                   MOVE 'LIVRE' TO WS-COF-SIT-TEXTO
                   ADD 1 TO WS-COF-QTD-LIVRES
               WHEN COF-LOCADO
                   MOVE 'LOCADO' TO WS-COF-SIT-TEXTO
                   ADD 1 TO WS-COF-QTD-LOCADOS
               WHEN COF-MANUTENCAO
                   MOVE 'MANUTENCAO' TO WS-COF-SIT-TEXTO
                   ADD 1 TO WS-COF-QTD-MANUT
               WHEN OTHER
                   MOVE COF-STATUS TO WS-COF-SIT-TEXTO
           END-EVALUATE
           MOVE COF-TAMANHO TO WS-COF-TAMANHO-INF
           PERFORM 1950-LOCALIZAR-TAMANHO
           IF COF-LOCADO
               DISPLAY 'COFRE ' COF-NUMERO ' '
                   WS-TAM-NOME(WS-TAM-ACHADO) ' ' WS-COF-SIT-TEXTO
                   ' CONTRATO ' COF-CONTRATO
           ELSE
               DISPLAY 'COFRE ' COF-NUMERO ' '
                   WS-TAM-NOME(WS-TAM-ACHADO) ' ' WS-COF-SIT-TEXTO
                   ' DESDE ' COF-DT-SITUACAO
           END-IF.

      *================================================================
       3000-CONTRATAR-LOCACAO SECTION.
      *================================================================
       3000-INICIO.
      *    O cofre e o primeiro livre do tamanho pedido na agencia;
      *    a primeira anuidade vence na data do contrato e e
      *    debitada no lote noturno.
           DISPLAY '--- LOCACAO DE COFRE ---'
           DISPLAY 'Conta para debito do aluguel: '
           ACCEPT WS-COF-CONTA-INF
           MOVE WS-COF-CONTA-INF TO CFR-CONTA-NUM
           READ ARQCONTAS KEY IS CFR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CFR-CONTA-STATUS NOT = 'A'
               DISPLAY 'CONTA INDISPONIVEL'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Agencia do cofre: '
           ACCEPT WS-COF-AGENCIA-INF
           DISPLAY 'Tamanho (P-Pequeno M-Medio G-Grande): '
           ACCEPT WS-COF-TAMANHO-INF
           PERFORM 1950-LOCALIZAR-TAMANHO
           IF WS-TAM-ACHADO = ZEROS
               DISPLAY 'TAMANHO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 3100-LOCALIZAR-COFRE-LIVRE
           IF NOT FS-COF-OK
               DISPLAY 'NAO HA COFRE LIVRE DESTE TAMANHO NA AGENCIA'
               MOVE 0004 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE WS-TAM-ANUIDADE(WS-TAM-ACHADO) TO WS-VL-DISP
           DISPLAY 'COFRE ' COF-AGENCIA '/' COF-NUMERO ' '
               WS-TAM-NOME(WS-TAM-ACHADO) ' - ALUGUEL ANUAL R$ '
               WS-VL-DISP
           DISPLAY 'Confirmar locacao? (S/N): '
           ACCEPT WS-COF-CONFIRMA
           IF WS-COF-CONFIRMA NOT = 'S'
               DISPLAY 'LOCACAO CANCELADA'
               MOVE 0 TO LS-CODIGO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LOC-PROX-ID
           MOVE WS-LOC-PROX-ID TO LOC-ID
           MOVE WS-COF-CONTA-INF TO LOC-CONTA
           MOVE COF-AGENCIA TO LOC-AGENCIA
           MOVE COF-NUMERO TO LOC-COFRE
           MOVE COF-TAMANHO TO LOC-TAMANHO
           MOVE CFR-CONTA-CPF TO LOC-CPF
           MOVE WS-TAM-ANUIDADE(WS-TAM-ACHADO) TO LOC-VALOR-ANUAL
           MOVE WS-DATA-HOJE TO LOC-DT-INICIO
           MOVE WS-DATA-HOJE TO LOC-DT-VENCTO
           MOVE ZEROS TO LOC-VALOR-ABERTO LOC-DT-INADIMPLENCIA
           MOVE ZEROS TO LOC-QTD-ATRASOS LOC-DT-ENCERRAMENTO
           PERFORM VARYING WS-COF-AUT-IDX FROM 1 BY 1
                   UNTIL WS-COF-AUT-IDX > 3
               MOVE SPACES TO LOC-AUT-CPF(WS-COF-AUT-IDX)
               MOVE SPACES TO LOC-AUT-NOME(WS-COF-AUT-IDX)
           END-PERFORM
           MOVE 'A' TO LOC-SITUACAO
           MOVE SPACES TO LOC-MOTIVO-ENC
           MOVE LS-OPERADOR TO LOC-OPERADOR
           WRITE REG-LOCACAO-COFRE
           IF NOT FS-LOC-OK
               DISPLAY 'ERRO AO GRAVAR CONTRATO: ' FS-LOCACAO
               MOVE 0009 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'O' TO COF-STATUS
           MOVE LOC-ID TO COF-CONTRATO
           MOVE WS-DATA-HOJE TO COF-DT-SITUACAO
           MOVE LS-OPERADOR TO COF-OPERADOR
           REWRITE REG-COFRE
           DISPLAY 'CONTRATO ' LOC-ID ' - COFRE ' LOC-AGENCIA '/'
               LOC-COFRE ' LOCADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3100-LOCALIZAR-COFRE-LIVRE.
           MOVE WS-COF-AGENCIA-INF TO COF-AGENCIA
           MOVE ZEROS TO COF-NUMERO
           START ARQCOFRE KEY IS >= COF-CHAVE
               INVALID KEY MOVE '10' TO FS-COFRE
           END-START
           PERFORM UNTIL NOT FS-COF-OK
               READ ARQCOFRE NEXT
                   AT END MOVE '10' TO FS-COFRE
               END-READ
               IF FS-COF-OK
                   IF COF-AGENCIA NOT = WS-COF-AGENCIA-INF
                       MOVE '23' TO FS-COFRE
                   ELSE
                       IF COF-LIVRE
                          AND COF-TAMANHO = WS-COF-TAMANHO-INF
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
       3500-CONSULTAR-CONTA SECTION.
      *================================================================
       3500-INICIO.
           DISPLAY 'Conta: '
           ACCEPT WS-COF-CONTA-INF
           MOVE ZEROS TO WS-COF-QTD
           MOVE WS-COF-CONTA-INF TO LOC-CONTA
           START ARQLOCACAO KEY IS = LOC-CONTA
               INVALID KEY MOVE '10' TO FS-LOCACAO
           END-START
           PERFORM UNTIL FS-LOC-EOF
               READ ARQLOCACAO NEXT
                   AT END MOVE '10' TO FS-LOCACAO
               END-READ
               IF NOT FS-LOC-EOF
                   IF LOC-CONTA NOT = WS-COF-CONTA-INF
                       MOVE '10' TO FS-LOCACAO
                   ELSE
                       PERFORM 3600-EXIBIR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LOCACAO
           IF WS-COF-QTD = ZEROS
               DISPLAY 'NENHUM CONTRATO DE COFRE PARA A CONTA'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3600-EXIBIR-CONTRATO.
           ADD 1 TO WS-COF-QTD
           EVALUATE TRUE
               WHEN LOC-ATIVO
                   MOVE 'ATIVO' TO WS-COF-SIT-TEXTO
               WHEN LOC-EM-ATRASO
                   MOVE 'EM ATRASO' TO WS-COF-SIT-TEXTO
               WHEN LOC-ENCERRADO
                   MOVE 'ENCERRADO' TO WS-COF-SIT-TEXTO
               WHEN OTHER
                   MOVE LOC-SITUACAO TO WS-COF-SIT-TEXTO
           END-EVALUATE
           MOVE LOC-VALOR-ANUAL TO WS-VL-DISP
           MOVE LOC-VALOR-ABERTO TO WS-VL-DISP2
           DISPLAY '----------------------------------------'
           DISPLAY 'CONTRATO ' LOC-ID ' COFRE ' LOC-AGENCIA '/'
               LOC-COFRE ' TAMANHO ' LOC-TAMANHO ' ' WS-COF-SIT-TEXTO
           DISPLAY 'ALUGUEL ANUAL R$ ' WS-VL-DISP
               '  PROXIMA ANUIDADE ' LOC-DT-VENCTO
           IF LOC-VALOR-ABERTO > ZEROS
               DISPLAY 'EM ABERTO R$ ' WS-VL-DISP2 ' DESDE '
                   LOC-DT-INADIMPLENCIA
           END-IF
           IF LOC-ENCERRADO
               DISPLAY 'ENCERRADO EM ' LOC-DT-ENCERRAMENTO
                   ' MOTIVO ' LOC-MOTIVO-ENC
           END-IF
           PERFORM VARYING WS-COF-AUT-IDX FROM 1 BY 1
                   UNTIL WS-COF-AUT-IDX > 3
               IF LOC-AUT-CPF(WS-COF-AUT-IDX) NOT = SPACES
                   DISPLAY '  AUTORIZADO ' WS-COF-AUT-IDX ': '
                       LOC-AUT-NOME(WS-COF-AUT-IDX)
               END-IF
           END-PERFORM.

      *================================================================
       4000-MANTER-AUTORIZADOS SECTION.
      *================================================================
       4000-INICIO.
      *    Alem do titular da conta, ate tres pessoas autorizadas
      *    pelo titular a abrir o cofre. CPF em branco exclui.
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-COF-CONTRATO-INF
           MOVE WS-COF-CONTRATO-INF TO LOC-ID
           READ ARQLOCACAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LOC-OK OR NOT LOC-VIGENTE
               DISPLAY 'CONTRATO NAO VIGENTE'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-COF-QTD
           PERFORM 3600-EXIBIR-CONTRATO
           DISPLAY 'Posicao do autorizado (1-3): '
           ACCEPT WS-COF-POSICAO
           IF WS-COF-POSICAO < 1 OR WS-COF-POSICAO > 3
               DISPLAY 'POSICAO INVALIDA'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CPF do autorizado (em branco = excluir): '
           MOVE SPACES TO WS-COF-CPF-INF
           ACCEPT WS-COF-CPF-INF
           IF WS-COF-CPF-INF = SPACES
               MOVE SPACES TO LOC-AUT-CPF(WS-COF-POSICAO)
               MOVE SPACES TO LOC-AUT-NOME(WS-COF-POSICAO)
           ELSE
               DISPLAY 'Nome do autorizado: '
               ACCEPT WS-COF-NOME-INF
               PERFORM 1960-TOKENIZAR-CPF
               MOVE WS-COF-CPF-BUSCA TO LOC-AUT-CPF(WS-COF-POSICAO)
               MOVE WS-COF-NOME-INF TO LOC-AUT-NOME(WS-COF-POSICAO)
           END-IF
           MOVE LS-OPERADOR TO LOC-OPERADOR
           REWRITE REG-LOCACAO-COFRE
           DISPLAY 'AUTORIZADOS ATUALIZADOS'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       5000-REGISTRAR-ACESSO SECTION.
      *================================================================
       5000-INICIO.
      *    So o titular e os autorizados do contrato vigente abrem o
      *    cofre; aluguel em atraso bloqueia o acesso. Toda tentativa
      *    fica no registro de acessos.
           PERFORM 1970-LER-COFRE-INFORMADO
           IF NOT FS-COF-OK OR NOT COF-LOCADO
               DISPLAY 'COFRE NAO LOCADO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE COF-CONTRATO TO LOC-ID
           READ ARQLOCACAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LOC-OK OR NOT LOC-VIGENTE
               DISPLAY 'CONTRATO DO COFRE NAO VIGENTE'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'CPF de quem vai abrir o cofre: '
           ACCEPT WS-COF-CPF-INF
           PERFORM 1960-TOKENIZAR-CPF
           MOVE 'N' TO WS-COF-AUTORIZADO
           MOVE SPACES TO ACE-NOME
           IF WS-COF-CPF-BUSCA = LOC-CPF
               MOVE 'S' TO WS-COF-AUTORIZADO
               MOVE 'TITULAR DO CONTRATO' TO ACE-NOME
           END-IF
           PERFORM VARYING WS-COF-AUT-IDX FROM 1 BY 1
                   UNTIL WS-COF-AUT-IDX > 3
               IF LOC-AUT-CPF(WS-COF-AUT-IDX) = WS-COF-CPF-BUSCA
                  AND WS-COF-CPF-BUSCA NOT = SPACES
                   MOVE 'S' TO WS-COF-AUTORIZADO
                   MOVE LOC-AUT-NOME(WS-COF-AUT-IDX) TO ACE-NOME
               END-IF
           END-PERFORM
           MOVE LOC-ID TO ACE-CONTRATO
           MOVE WS-COF-CPF-BUSCA TO ACE-CPF
           MOVE SPACES TO ACE-OBSERVACAO
           EVALUATE TRUE
               WHEN NOT COF-PESSOA-AUTORIZADA
                   MOVE 'N' TO ACE-TIPO
                   MOVE 'CPF NAO AUTORIZADO NO CONTRATO'
                       TO ACE-OBSERVACAO
                   MOVE 0005 TO LS-CODIGO
               WHEN LOC-EM-ATRASO
                   MOVE 'N' TO ACE-TIPO
                   MOVE 'ALUGUEL DO COFRE EM ATRASO' TO ACE-OBSERVACAO
                   MOVE 0006 TO LS-CODIGO
               WHEN OTHER
                   MOVE 'A' TO ACE-TIPO
                   MOVE 0 TO LS-CODIGO
           END-EVALUATE
           PERFORM 1980-GRAVAR-ACESSO
           IF ACE-ABERTURA
               DISPLAY 'ACESSO LIBERADO - ' ACE-NOME
           ELSE
               DISPLAY 'ACESSO RECUSADO - ' ACE-OBSERVACAO
           END-IF
           EXIT SECTION.

      *================================================================
       5500-HISTORICO-ACESSOS SECTION.
      *================================================================
       5500-INICIO.
           DISPLAY 'Agencia: '
           ACCEPT WS-COF-AGENCIA-INF
           DISPLAY 'Numero do cofre: '
           ACCEPT WS-COF-NUMERO-INF
           MOVE ZEROS TO WS-COF-QTD
           MOVE WS-COF-AGENCIA-INF TO ACE-AGENCIA
           MOVE WS-COF-NUMERO-INF TO ACE-COFRE
           START ARQACESSO KEY IS = ACE-COFRE-CHAVE
               INVALID KEY MOVE '10' TO FS-ACESSO
           END-START
           PERFORM UNTIL FS-ACE-EOF
               READ ARQACESSO NEXT
                   AT END MOVE '10' TO FS-ACESSO
               END-READ
               IF NOT FS-ACE-EOF
                   IF ACE-AGENCIA NOT = WS-COF-AGENCIA-INF
                      OR ACE-COFRE NOT = WS-COF-NUMERO-INF
                       MOVE '10' TO FS-ACESSO
                   ELSE
                       ADD 1 TO WS-COF-QTD
                       DISPLAY ACE-DATA ' ' ACE-HORA ' ' ACE-TIPO
                           ' CONTRATO ' ACE-CONTRATO ' '
                           ACE-NOME(1:25) ' OPER ' ACE-OPERADOR
                       IF ACE-OBSERVACAO NOT = SPACES
                           DISPLAY '    ' ACE-OBSERVACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-ACESSO
           IF WS-COF-QTD = ZEROS
               DISPLAY 'NENHUM ACESSO REGISTRADO PARA O COFRE'
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       6000-ENCERRAR-CONTRATO SECTION.
      *================================================================
       6000-INICIO.
      *    Devolucao das chaves libera o cofre; arrombamento (perda
      *    da chave ou aluguel em aberto alem do prazo) exige alcada
      *    de aprovacao, fica no registro de acessos com testemunhas
      *    e inventario, e o cofre vai para troca de fechadura. O
      *    aluguel em aberto continua na regua de cobranca.
           DISPLAY 'Numero do contrato: '
           ACCEPT WS-COF-CONTRATO-INF
           MOVE WS-COF-CONTRATO-INF TO LOC-ID
           READ ARQLOCACAO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-LOC-OK OR NOT LOC-VIGENTE
               DISPLAY 'CONTRATO NAO VIGENTE'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           DISPLAY 'Motivo (P-Devolucao das chaves F-Arrombamento): '
           ACCEPT WS-COF-MOTIVO-INF
           IF WS-COF-MOTIVO-INF NOT = 'P' AND NOT = 'F'
               DISPLAY 'MOTIVO INVALIDO'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           IF WS-COF-MOTIVO-INF = 'F'
               PERFORM 6100-VALIDAR-ARROMBAMENTO
               IF LS-CODIGO NOT = 0
                   EXIT SECTION
               END-IF
           END-IF
           MOVE LOC-AGENCIA TO COF-AGENCIA
           MOVE LOC-COFRE TO COF-NUMERO
           READ ARQCOFRE
               INVALID KEY CONTINUE
           END-READ
           MOVE 'E' TO LOC-SITUACAO
           MOVE WS-DATA-HOJE TO LOC-DT-ENCERRAMENTO
           MOVE WS-COF-MOTIVO-INF TO LOC-MOTIVO-ENC
           MOVE LS-OPERADOR TO LOC-OPERADOR
           REWRITE REG-LOCACAO-COFRE
           IF FS-COF-OK
               IF LOC-ENC-ARROMBAMENTO
                   MOVE 'M' TO COF-STATUS
               ELSE
                   MOVE 'L' TO COF-STATUS
               END-IF
               MOVE ZEROS TO COF-CONTRATO
               MOVE WS-DATA-HOJE TO COF-DT-SITUACAO
               MOVE LS-OPERADOR TO COF-OPERADOR
               REWRITE REG-COFRE
           END-IF
           IF LOC-ENC-ARROMBAMENTO
               MOVE LOC-ID TO ACE-CONTRATO
               MOVE 'F' TO ACE-TIPO
               MOVE SPACES TO ACE-CPF
               MOVE 'ARROMBAMENTO' TO ACE-NOME
               MOVE WS-COF-OBS-INF TO ACE-OBSERVACAO
               MOVE LOC-AGENCIA TO COF-AGENCIA
               MOVE LOC-COFRE TO COF-NUMERO
               PERFORM 1980-GRAVAR-ACESSO
               DISPLAY 'ARROMBAMENTO REGISTRADO - COFRE EM MANUTENCAO'
           END-IF
           IF LOC-VALOR-ABERTO > ZEROS
               MOVE LOC-VALOR-ABERTO TO WS-VL-DISP
               DISPLAY 'ALUGUEL EM ABERTO R$ ' WS-VL-DISP
                   ' SEGUE NA REGUA DE COBRANCA'
           END-IF
           DISPLAY 'CONTRATO ' LOC-ID ' ENCERRADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       6100-VALIDAR-ARROMBAMENTO.
           PERFORM 1910-VERIFICAR-PERMISSAO-APR
           IF LS-CODIGO NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF LOC-EM-ATRASO
               COMPUTE WS-COF-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(LOC-DT-INADIMPLENCIA)
               IF WS-COF-DIAS-ABERTO < WS-COF-DIAS-ARROMBAMENTO
                   DISPLAY 'ALUGUEL EM ABERTO HA ' WS-COF-DIAS-ABERTO
                       ' DIAS - PRAZO PARA ARROMBAMENTO: '
                       WS-COF-DIAS-ARROMBAMENTO
                   MOVE 0004 TO LS-CODIGO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY 'Testemunhas e lacre do inventario do conteudo: '
           MOVE SPACES TO WS-COF-OBS-INF
           ACCEPT WS-COF-OBS-INF
           IF WS-COF-OBS-INF = SPACES
               DISPLAY 'ARROMBAMENTO EXIGE TESTEMUNHAS E INVENTARIO'
               MOVE 0003 TO LS-CODIGO
           END-IF.

      *================================================================
       7000-LIBERAR-MANUTENCAO SECTION.
      *================================================================
       7000-INICIO.
      *    Fechadura trocada: o cofre volta a ficar disponivel.
           PERFORM 1970-LER-COFRE-INFORMADO
           IF NOT FS-COF-OK OR NOT COF-MANUTENCAO
               DISPLAY 'COFRE NAO ESTA EM MANUTENCAO'
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 'L' TO COF-STATUS
           MOVE WS-DATA-HOJE TO COF-DT-SITUACAO
           MOVE LS-OPERADOR TO COF-OPERADOR
           REWRITE REG-COFRE
           DISPLAY 'COFRE ' COF-AGENCIA '/' COF-NUMERO ' LIBERADO'
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       8000-COBRAR-ANUIDADES SECTION.
      *================================================================
       8000-INICIO.
      *    Anuidade vencida soma no valor em aberto e o vencimento
      *    passa ao proximo aniversario; o valor em aberto e
      *    debitado por inteiro quando ha saldo, com retentativa
      *    noturna - tambem depois do encerramento do contrato.
           DISPLAY '--- COBRANCA DE ALUGUEL DE COFRES ---'
           MOVE ZEROS TO WS-COB-QTD-VENCIDAS WS-COB-QTD-DEBITADOS
                         WS-COB-QTD-ABERTOS
           MOVE ZEROS TO LOC-ID
           START ARQLOCACAO KEY IS >= LOC-ID
               INVALID KEY MOVE '10' TO FS-LOCACAO
           END-START
           PERFORM UNTIL FS-LOC-EOF
               READ ARQLOCACAO NEXT
                   AT END MOVE '10' TO FS-LOCACAO
               END-READ
               IF NOT FS-LOC-EOF
                   IF LOC-VIGENTE
                      AND LOC-DT-VENCTO <= WS-DATA-MOVIMENTO
                       PERFORM 8050-VENCER-ANUIDADE
                   END-IF
                   IF LOC-VALOR-ABERTO > ZEROS
                       PERFORM 8100-DEBITAR-ALUGUEL
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-LOCACAO
           DISPLAY 'ANUIDADES VENCIDAS:  ' WS-COB-QTD-VENCIDAS
           DISPLAY 'ALUGUEIS DEBITADOS:  ' WS-COB-QTD-DEBITADOS
           DISPLAY 'ALUGUEIS EM ABERTO:  ' WS-COB-QTD-ABERTOS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       8050-VENCER-ANUIDADE.
      *    Contrato de 29/02 passa a vencer em 28/02.
           ADD LOC-VALOR-ANUAL TO LOC-VALOR-ABERTO
           ADD 10000 TO LOC-DT-VENCTO
           IF FUNCTION MOD(LOC-DT-VENCTO 10000) = 229
               SUBTRACT 1 FROM LOC-DT-VENCTO
           END-IF
           REWRITE REG-LOCACAO-COFRE
           ADD 1 TO WS-COB-QTD-VENCIDAS.

       8100-DEBITAR-ALUGUEL.
           MOVE LOC-CONTA TO CFR-CONTA-NUM
           READ ARQCONTAS KEY IS CFR-CONTA-NUM
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONTA-OK OR CFR-CONTA-STATUS NOT = 'A'
               PERFORM 8200-MARCAR-ATRASO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COB-DISPONIVEL =
               CFR-CONTA-SALDO + CFR-CONTA-LIMITE
           IF LOC-VALOR-ABERTO > WS-COB-DISPONIVEL
               PERFORM 8200-MARCAR-ATRASO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT LOC-VALOR-ABERTO FROM CFR-CONTA-SALDO
           MOVE WS-DATA-HOJE TO CFR-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
           ADD 1 TO WS-PROXIMO-ID
           MOVE WS-PROXIMO-ID TO CFR-TRANS-ID
           MOVE LOC-CONTA TO CFR-TRANS-CONTA-ORG
           MOVE ZEROS TO CFR-TRANS-CONTA-DEST
           MOVE 'TAR' TO CFR-TRANS-TIPO
           MOVE LOC-VALOR-ABERTO TO CFR-TRANS-VALOR
           MOVE WS-DATA-MOVIMENTO TO CFR-TRANS-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CFR-TRANS-HORA
           MOVE SPACES TO CFR-TRANS-DESCRICAO
           STRING 'Aluguel de cofre ' DELIMITED SIZE
                  LOC-AGENCIA         DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  LOC-COFRE           DELIMITED SIZE
                  ' contrato '        DELIMITED SIZE
                  LOC-ID              DELIMITED SIZE
               INTO CFR-TRANS-DESCRICAO
           END-STRING
           MOVE 'E' TO CFR-TRANS-STATUS
           COMPUTE CFR-TRANS-NSU =
               FUNCTION MOD(WS-PROXIMO-ID 1000000000000)
           MOVE 'COFRES' TO CFR-TRANS-CANAL
           MOVE 'BRL' TO CFR-TRANS-MOEDA
           WRITE REG-TRANS
           MOVE ZEROS TO LOC-VALOR-ABERTO LOC-DT-INADIMPLENCIA
           IF LOC-EM-ATRASO
               MOVE 'A' TO LOC-SITUACAO
           END-IF
           REWRITE REG-LOCACAO-COFRE
           ADD 1 TO WS-COB-QTD-DEBITADOS.

       8200-MARCAR-ATRASO.
      *    Aluguel em aberto bloqueia o acesso ao cofre e, pela data
      *    de inadimplencia, entra na regua do BANKDUN.
           IF LOC-DT-INADIMPLENCIA = ZEROS
               MOVE WS-DATA-MOVIMENTO TO LOC-DT-INADIMPLENCIA
               ADD 1 TO LOC-QTD-ATRASOS
               ADD 1 TO WS-COB-QTD-ABERTOS
               MOVE LOC-CONTA TO WS-NOT-CONTA
               MOVE 'COF' TO WS-NOT-EVENTO
               MOVE SPACES TO WS-NOT-MENSAGEM
               STRING 'Aluguel do cofre contrato ' DELIMITED SIZE
                      LOC-ID                       DELIMITED SIZE
                      ' em aberto - acesso bloqueado' DELIMITED SIZE
                   INTO WS-NOT-MENSAGEM
               END-STRING
               CALL 'BANKNOT' USING WS-CHAMADA-NOTIFIC
           END-IF
           IF LOC-ATIVO
               MOVE 'T' TO LOC-SITUACAO
           END-IF
           REWRITE REG-LOCACAO-COFRE.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
