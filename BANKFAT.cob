      *================================================================
      * BANKFAT.COB - Reporte Anual FATCA/CRS de Contas de
      * Residentes Fiscais no Exterior
      * Sistema Bancario COBOL - Ponto de Entrada Batch
      * Gera o arquivo anual de contas reportaveis ao fisco para
      * troca automatica de informacoes (FATCA com os EUA, CRS com
      * os demais paises). Para cada cliente com residencia fiscal
      * no exterior registrada em BANKFISC.DAT (capturada no cadastro
      * do BANKCRM) sai um registro por conta e por pais de
      * residencia, com o TIN daquele pais, o saldo de fim de ano
      * lido na foto de fechamento BANKSNAP.DAT (ultima foto ate
      * 31/12), os rendimentos creditados no ano (transacoes 'REN')
      * e o IR retido (transacoes 'IRF'), varridos em BANKTRAN.DAT
      * e no arquivo morto BANKTRAN.ARC. O cliente chega as contas
      * pelo ID do cliente na conta ou pelo CPF de titular ou
      * co-titular; conta conjunta e reportada com o saldo cheio
      * para cada titular, como pede a norma. Cliente com indicio
      * de vinculo com o exterior (endereco, telefone, nascimento
      * nos EUA, transferencia permanente) e sem autocertificacao
      * vai para a worklist BANKFATW.DAT, listada no menu de
      * clientes, regravada a cada execucao. Saida em BANKFATC.TXT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKFAT.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFISCAL ASSIGN TO 'BANKFISC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-CLI-ID
               FILE STATUS IS FS-FISCAL.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CLI-ID
               ALTERNATE RECORD KEY IS FAT-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQTRANS ASSIGN TO 'BANKTRAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-TRANS-ID
               ALTERNATE RECORD KEY IS FAT-TRANS-CONTA-ORG
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FAT-TRANS-CONTA-DEST
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANS.

           SELECT ARQARCHIVE ASSIGN TO 'BANKTRAN.ARC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-TRANS-ID
               FILE STATUS IS FS-ARCHIVE.

           SELECT ARQSNAP ASSIGN TO 'BANKSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS FS-SNAP.

           SELECT ARQRENDA ASSIGN TO 'BANKFATR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CONTA
               FILE STATUS IS FS-RENDA.

           SELECT ARQFATWORK ASSIGN TO 'BANKFATW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTW-CLI-ID
               FILE STATUS IS FS-FATWORK.

           SELECT ARQREPORTE ASSIGN TO 'BANKFATC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFISCAL.
       01  REG-RESIDENCIA-FISCAL.
           05  FSC-CLI-ID            PIC 9(10).
           05  FSC-RESIDENCIA        OCCURS 3 TIMES.
               10  FSC-PAIS          PIC X(2).
               10  FSC-TIN           PIC X(20).
           05  FSC-DT-AUTOCERT       PIC 9(8).
           05  FSC-IND-ENDERECO      PIC X(1).
           05  FSC-IND-TELEFONE      PIC X(1).
           05  FSC-IND-NASCIMENTO    PIC X(1).
           05  FSC-IND-TRANSFERENCIA PIC X(1).
           05  FSC-DT-ATUALIZACAO    PIC 9(8).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  FAT-CLI-ID            PIC 9(10).
           05  FAT-CLI-NOME          PIC X(60).
           05  FAT-CLI-CPF           PIC X(14).
           05  FAT-CLI-RG            PIC X(15).
           05  FAT-CLI-DT-NASC       PIC 9(8).
           05  FAT-CLI-SEXO          PIC X(1).
           05  FAT-CLI-ESTADO-CIVIL  PIC X(2).
           05  FAT-CLI-PROFISSAO     PIC X(40).
           05  FAT-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  FAT-CLI-PERFIL-RISCO  PIC X(1).
           05  FAT-CLI-ENDERECO.
               10  FAT-CLI-LOGRADOURO PIC X(60).
               10  FAT-CLI-NUMERO    PIC X(10).
               10  FAT-CLI-COMPL     PIC X(30).
               10  FAT-CLI-BAIRRO    PIC X(40).
               10  FAT-CLI-CIDADE    PIC X(40).
               10  FAT-CLI-ESTADO    PIC X(2).
               10  FAT-CLI-CEP       PIC X(8).
           05  FAT-CLI-STATUS        PIC X(1).
           05  FAT-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQCONTAS.
       01  REG-CONTA.
           05  FAT-CONTA-NUM         PIC 9(10).
           05  FAT-CONTA-AGENCIA     PIC 9(4).
           05  FAT-CONTA-DIGITO      PIC 9(1).
           05  FAT-CONTA-TIPO        PIC X(2).
           05  FAT-CONTA-STATUS      PIC X(1).
           05  FAT-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  FAT-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  FAT-CONTA-TITULAR     PIC X(60).
           05  FAT-CONTA-CPF         PIC X(11).
           05  FAT-CONTA-EMAIL      PIC X(80).
           05  FAT-CONTA-TELEFONE    PIC X(15).
           05  FAT-CONTA-DT-ABERTURA PIC 9(8).
           05  FAT-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  FAT-CONTA-SENHA-HASH  PIC X(64).
           05  FAT-CONTA-COTIT-NOME  PIC X(60).
           05  FAT-CONTA-COTIT-CPF   PIC X(11).
           05  FAT-CONTA-CLI-ID   PIC 9(10).
           05  FAT-CONTA-MOEDA      PIC X(3).

       FD  ARQTRANS.
       01  REG-TRANS.
           05  FAT-TRANS-ID          PIC 9(15).
           05  FAT-TRANS-CONTA-ORG   PIC 9(10).
           05  FAT-TRANS-CONTA-DEST  PIC 9(10).
           05  FAT-TRANS-TIPO        PIC X(3).
           05  FAT-TRANS-VALOR       PIC S9(13)V99 COMP-3.
           05  FAT-TRANS-DATA        PIC 9(8).
           05  FAT-TRANS-HORA        PIC 9(6).
           05  FAT-TRANS-DESCRICAO   PIC X(100).
           05  FAT-TRANS-STATUS      PIC X(1).
           05  FAT-TRANS-NSU         PIC 9(12).
           05  FAT-TRANS-CANAL       PIC X(10).
           05  FAT-TRANS-MOEDA      PIC X(3).

      *    Arquivo morto com a mesma imagem do registro vivo apos o
      *    ID - redefinida aqui para ler os campos da transacao.
       FD  ARQARCHIVE.
       01  REG-ARCHIVE.
           05  ARC-TRANS-ID          PIC 9(15).
           05  ARC-RESTO             PIC X(171).
       01  REG-ARCHIVE-CAMPOS.
           05  FILLER                PIC 9(15).
           05  ARC-CONTA-ORG         PIC 9(10).
           05  ARC-CONTA-DEST        PIC 9(10).
           05  ARC-TIPO              PIC X(3).
           05  ARC-VALOR             PIC S9(13)V99 COMP-3.
           05  ARC-DATA              PIC 9(8).
           05  ARC-HORA              PIC 9(6).
           05  ARC-DESCRICAO         PIC X(100).
           05  ARC-STATUS            PIC X(1).
           05  ARC-NSU               PIC 9(12).
           05  ARC-CANAL             PIC X(10).
           05  ARC-MOEDA             PIC X(3).

       FD  ARQSNAP.
       01  REG-SNAPSHOT.
           05  SNP-CHAVE.
               10  SNP-CONTA         PIC 9(10).
               10  SNP-DATA          PIC 9(8).
           05  SNP-SALDO             PIC S9(13)V99 COMP-3.

      *    Rendimentos e IR retido do ano por conta (trabalho).
       FD  ARQRENDA.
       01  REG-RENDA.
           05  FTR-CONTA             PIC 9(10).
           05  FTR-RENDIMENTOS       PIC S9(13)V99 COMP-3.
           05  FTR-IRF               PIC S9(13)V99 COMP-3.

       FD  ARQFATWORK.
       01  REG-FATWORK.
           05  FTW-CLI-ID            PIC 9(10).
           05  FTW-AGENCIA           PIC 9(4).
           05  FTW-INDICIOS          PIC X(4).
           05  FTW-RESIDENCIA        PIC X(1).
           05  FTW-DT-DETECCAO       PIC 9(8).

       FD  ARQREPORTE.
       01  REG-REPORTE               PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FAT-CTRL.
           05  FS-FISCAL            PIC XX.
               88  FS-FSC-OK        VALUE '00'.
               88  FS-FSC-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
               88  FS-CONTA-EOF     VALUE '10'.
           05  FS-TRANS             PIC XX.
               88  FS-TRANS-OK      VALUE '00'.
               88  FS-TRANS-EOF     VALUE '10'.
           05  FS-ARCHIVE           PIC XX.
               88  FS-ARC-OK        VALUE '00'.
               88  FS-ARC-EOF       VALUE '10'.
               88  FS-ARC-NFD       VALUE '35'.
           05  FS-SNAP              PIC XX.
               88  FS-SNAP-OK       VALUE '00'.
           05  FS-RENDA             PIC XX.
               88  FS-FTR-OK        VALUE '00'.
           05  FS-FATWORK           PIC XX.
           05  FS-REPORTE           PIC XX.

       01  WS-APURACAO-CTRL.
           05  WS-FAT-ANO           PIC 9(4).
           05  WS-FAT-DT-FIM        PIC 9(8).
           05  WS-FAT-HOJE          PIC 9(8).
           05  WS-FAT-IDX           PIC 9(1).
           05  WS-FAT-QTD-PAISES    PIC 9(1).
           05  WS-FAT-INDICIOS      PIC X(4).
           05  WS-FAT-TEM-INDICIO   PIC X(1).
               88  FAT-COM-INDICIO  VALUE 'S'.
           05  WS-FAT-CPF-CONTA     PIC X(11).
           05  WS-FAT-CPF-CLARO     PIC X(14).
           05  WS-FAT-NOME-CLARO    PIC X(60).
           05  WS-FAT-VINCULO       PIC X(1).
           05  WS-FAT-REGIME        PIC X(5).
           05  WS-FAT-AGENCIA       PIC 9(4).
           05  WS-FAT-VALOR         PIC S9(13)V99 COMP-3.
           05  WS-FAT-SALDO         PIC S9(13)V99 COMP-3.
           05  WS-FAT-RENDIMENTOS   PIC S9(13)V99 COMP-3.
           05  WS-FAT-IRF           PIC S9(13)V99 COMP-3.
           05  WS-FAT-QTD-TRANS     PIC 9(7).
           05  WS-FAT-QTD-CLIENTES  PIC 9(7).
           05  WS-FAT-QTD-REGISTROS PIC 9(7).
           05  WS-FAT-QTD-WORKLIST  PIC 9(7).
           05  WS-FAT-TOT-SALDOS    PIC S9(15)V99 COMP-3.
           05  WS-FAT-TOT-RENDIM    PIC S9(15)V99 COMP-3.
           05  WS-FAT-TOT-IRF       PIC S9(15)V99 COMP-3.
           05  WS-FAT-LINHA         PIC X(132).
           05  WS-VL-EDIT           PIC Z(14)9,99-.
           05  WS-VL-EDIT2          PIC Z(14)9,99-.
           05  WS-VL-EDIT3          PIC Z(14)9,99-.

      *----------------------------------------------------------------
       01  WS-CHAMADA-CIFRAGEM.
      *    Area de chamada da cifragem de dados pessoais (BANKCRY)
           05  WS-CRYSRV-MODO       PIC X(1).
           05  WS-CRYSRV-TEXTO      PIC X(190).
           05  WS-CRYSRV-TAMANHO    PIC 9(3).
           05  WS-CRYSRV-CODIGO     PIC 9(4).

       PROCEDURE DIVISION.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           DISPLAY '========================================'
           DISPLAY ' BANKFAT - REPORTE ANUAL FATCA/CRS'
           DISPLAY '========================================'
           DISPLAY 'Ano-base (AAAA): '
           ACCEPT WS-FAT-ANO
           IF WS-FAT-ANO = ZEROS
      *        Sem informacao roda para o ano anterior.
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FAT-ANO
               SUBTRACT 1 FROM WS-FAT-ANO
           END-IF
           COMPUTE WS-FAT-DT-FIM = WS-FAT-ANO * 10000 + 1231
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FAT-HOJE
           OPEN INPUT ARQFISCAL
           IF NOT FS-FSC-OK
               DISPLAY 'SEM RESIDENCIAS FISCAIS CADASTRADAS '
                   '(BANKFISC.DAT)'
               STOP RUN
           END-IF
           OPEN INPUT ARQCLIENTE ARQCONTAS ARQTRANS ARQSNAP
           PERFORM 0200-RECRIAR-TRABALHO
           MOVE ZEROS TO WS-FAT-QTD-TRANS
           PERFORM 2000-VARRER-TRANSACOES-VIVAS
           PERFORM 2500-VARRER-ARQUIVO-MORTO
           PERFORM 3000-GRAVAR-REPORTE
           CLOSE ARQFISCAL ARQCLIENTE ARQCONTAS ARQTRANS ARQSNAP
                 ARQRENDA ARQFATWORK
           DISPLAY 'TRANSACOES DE RENDA:  ' WS-FAT-QTD-TRANS
           DISPLAY 'CLIENTES REPORTADOS:  ' WS-FAT-QTD-CLIENTES
           DISPLAY 'REGISTROS DE CONTA:   ' WS-FAT-QTD-REGISTROS
           DISPLAY 'WORKLIST SEM AUTOCERT:' WS-FAT-QTD-WORKLIST
           MOVE WS-FAT-TOT-SALDOS TO WS-VL-EDIT
           DISPLAY 'TOTAL DE SALDOS:      R$ ' WS-VL-EDIT
           DISPLAY 'REPORTE EM BANKFATC.TXT'
           STOP RUN.

       0200-RECRIAR-TRABALHO.
      *    Rendimentos e worklist sao recriados a cada apuracao.
           OPEN OUTPUT ARQRENDA
           CLOSE ARQRENDA
           OPEN I-O ARQRENDA
           OPEN OUTPUT ARQFATWORK
           CLOSE ARQFATWORK
           OPEN I-O ARQFATWORK.

      *================================================================
       2000-VARRER-TRANSACOES-VIVAS SECTION.
      *================================================================
       2000-INICIO.
           MOVE ZEROS TO FAT-TRANS-ID
           START ARQTRANS KEY >= FAT-TRANS-ID
               INVALID KEY MOVE '10' TO FS-TRANS
           END-START
           PERFORM UNTIL FS-TRANS-EOF
               READ ARQTRANS NEXT
                   AT END MOVE '10' TO FS-TRANS
               END-READ
               IF NOT FS-TRANS-EOF
                   IF (FAT-TRANS-TIPO = 'REN' OR 'IRF')
                      AND FAT-TRANS-STATUS = 'E'
                      AND FAT-TRANS-DATA(1:4) = WS-FAT-ANO
                       PERFORM 2800-ACUMULAR-RENDA
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       2500-VARRER-ARQUIVO-MORTO SECTION.
      *================================================================
       2500-INICIO.
           OPEN INPUT ARQARCHIVE
           IF FS-ARC-NFD
               DISPLAY 'SEM ARQUIVO MORTO BANKTRAN.ARC'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO ARC-TRANS-ID
           START ARQARCHIVE KEY >= ARC-TRANS-ID
               INVALID KEY MOVE '10' TO FS-ARCHIVE
           END-START
           PERFORM UNTIL FS-ARC-EOF
               READ ARQARCHIVE NEXT
                   AT END MOVE '10' TO FS-ARCHIVE
               END-READ
               IF NOT FS-ARC-EOF
                   IF (ARC-TIPO = 'REN' OR 'IRF')
                      AND ARC-STATUS = 'E'
                      AND ARC-DATA(1:4) = WS-FAT-ANO
                       MOVE ARC-CONTA-ORG TO FAT-TRANS-CONTA-ORG
                       MOVE ARC-TIPO TO FAT-TRANS-TIPO
                       MOVE ARC-VALOR TO FAT-TRANS-VALOR
                       PERFORM 2800-ACUMULAR-RENDA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQARCHIVE
           EXIT SECTION.

       2800-ACUMULAR-RENDA.
      *    Rendimento e retencao sao lancados na conta de origem.
           IF FAT-TRANS-CONTA-ORG = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAT-QTD-TRANS
           MOVE FAT-TRANS-CONTA-ORG TO FTR-CONTA
           READ ARQRENDA
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-FTR-OK
               MOVE FAT-TRANS-CONTA-ORG TO FTR-CONTA
               MOVE ZEROS TO FTR-RENDIMENTOS FTR-IRF
               WRITE REG-RENDA
           END-IF
           IF FAT-TRANS-TIPO = 'REN'
               ADD FAT-TRANS-VALOR TO FTR-RENDIMENTOS
           ELSE
               ADD FAT-TRANS-VALOR TO FTR-IRF
           END-IF
           REWRITE REG-RENDA.

      *================================================================
       3000-GRAVAR-REPORTE SECTION.
      *================================================================
       3000-INICIO.
      *    Header, um registro '1' por conta e pais de residencia
      *    fiscal (regime FATCA para os EUA, CRS para os demais) e
      *    trailer com os totais de controle.
           MOVE ZEROS TO WS-FAT-QTD-CLIENTES WS-FAT-QTD-REGISTROS
           MOVE ZEROS TO WS-FAT-QTD-WORKLIST
           MOVE ZEROS TO WS-FAT-TOT-SALDOS WS-FAT-TOT-RENDIM
           MOVE ZEROS TO WS-FAT-TOT-IRF
           OPEN OUTPUT ARQREPORTE
           MOVE SPACES TO WS-FAT-LINHA
           STRING '0FATCACRS' DELIMITED SIZE
                  WS-FAT-ANO DELIMITED SIZE
                  ' CNPJ:00000000000100' DELIMITED SIZE
                  ' POSICAO ' DELIMITED SIZE
                  WS-FAT-DT-FIM DELIMITED SIZE
                  ' GERADO ' DELIMITED SIZE
                  WS-FAT-HOJE DELIMITED SIZE
               INTO WS-FAT-LINHA
           END-STRING
           WRITE REG-REPORTE FROM WS-FAT-LINHA
           MOVE ZEROS TO FSC-CLI-ID
           START ARQFISCAL KEY >= FSC-CLI-ID
               INVALID KEY MOVE '10' TO FS-FISCAL
           END-START
           PERFORM UNTIL FS-FSC-EOF
               READ ARQFISCAL NEXT
                   AT END MOVE '10' TO FS-FISCAL
               END-READ
               IF NOT FS-FSC-EOF
                   PERFORM 3100-AVALIAR-CLIENTE
               END-IF
           END-PERFORM
           MOVE WS-FAT-TOT-SALDOS TO WS-VL-EDIT
           MOVE WS-FAT-TOT-RENDIM TO WS-VL-EDIT2
           MOVE WS-FAT-TOT-IRF TO WS-VL-EDIT3
           MOVE SPACES TO WS-FAT-LINHA
           STRING '9CLIENTES ' DELIMITED SIZE
                  WS-FAT-QTD-CLIENTES DELIMITED SIZE
                  ' REGISTROS ' DELIMITED SIZE
                  WS-FAT-QTD-REGISTROS DELIMITED SIZE
                  ' SALDO ' DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  ' REND ' DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  ' IRF ' DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
               INTO WS-FAT-LINHA
           END-STRING
           WRITE REG-REPORTE FROM WS-FAT-LINHA
           CLOSE ARQREPORTE
           EXIT SECTION.

       3100-AVALIAR-CLIENTE.
      *    Residencia fiscal fora do Brasil torna o cliente
      *    reportavel; indicio sem autocertificacao vai para a
      *    worklist (reportavel ou nao).
           MOVE ZEROS TO WS-FAT-QTD-PAISES
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > 3
               IF FSC-PAIS(WS-FAT-IDX) NOT = SPACES
                  AND FSC-PAIS(WS-FAT-IDX) NOT = 'BR'
                   ADD 1 TO WS-FAT-QTD-PAISES
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FAT-TEM-INDICIO
           MOVE FSC-IND-ENDERECO TO WS-FAT-INDICIOS(1:1)
           MOVE FSC-IND-TELEFONE TO WS-FAT-INDICIOS(2:1)
           MOVE FSC-IND-NASCIMENTO TO WS-FAT-INDICIOS(3:1)
           MOVE FSC-IND-TRANSFERENCIA TO WS-FAT-INDICIOS(4:1)
           IF FSC-IND-ENDERECO = 'S' OR FSC-IND-TELEFONE = 'S'
              OR FSC-IND-NASCIMENTO = 'S'
              OR FSC-IND-TRANSFERENCIA = 'S'
               MOVE 'S' TO WS-FAT-TEM-INDICIO
           END-IF
           IF WS-FAT-QTD-PAISES = ZEROS AND NOT FAT-COM-INDICIO
               EXIT PARAGRAPH
           END-IF
           MOVE FSC-CLI-ID TO FAT-CLI-ID
           READ ARQCLIENTE KEY IS FAT-CLI-ID
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               DISPLAY 'CLIENTE ' FSC-CLI-ID ' SEM CADASTRO - IGNORADO'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-DECIFRAR-CLIENTE
           MOVE FAT-CLI-CPF(1:11) TO WS-FAT-CPF-CONTA
           MOVE ZEROS TO WS-FAT-AGENCIA
           IF WS-FAT-QTD-PAISES > ZEROS
               ADD 1 TO WS-FAT-QTD-CLIENTES
           END-IF
           MOVE ZEROS TO FAT-CONTA-NUM
           START ARQCONTAS KEY >= FAT-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CONTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CONTA-EOF
                   PERFORM 3300-CONTA-DO-CLIENTE
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           IF FAT-COM-INDICIO AND FSC-DT-AUTOCERT = ZEROS
               PERFORM 3600-GRAVAR-WORKLIST
           END-IF.

       3200-DECIFRAR-CLIENTE.
      *    O reporte sai com nome e documento verdadeiros; na base
      *    cifrada o cadastro guarda nome cifrado e CPF tokenizado.
           MOVE FAT-CLI-NOME TO WS-FAT-NOME-CLARO
           MOVE FAT-CLI-CPF TO WS-FAT-CPF-CLARO
           MOVE 'D' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE FAT-CLI-NOME TO WS-CRYSRV-TEXTO(1:60)
           MOVE 60 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRYSRV-TEXTO(1:60) TO WS-FAT-NOME-CLARO
           MOVE 'U' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE FAT-CLI-CPF TO WS-CRYSRV-TEXTO(1:14)
           MOVE 14 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE WS-CRYSRV-TEXTO(1:14) TO WS-FAT-CPF-CLARO
           END-IF.

       3300-CONTA-DO-CLIENTE.
           EVALUATE TRUE
               WHEN FAT-CONTA-CLI-ID = FSC-CLI-ID
               WHEN FAT-CONTA-CPF = WS-FAT-CPF-CONTA
                   MOVE 'T' TO WS-FAT-VINCULO
               WHEN FAT-CONTA-COTIT-CPF = WS-FAT-CPF-CONTA
                   AND FAT-CONTA-COTIT-CPF NOT = SPACES
                   MOVE 'C' TO WS-FAT-VINCULO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-FAT-AGENCIA = ZEROS
               MOVE FAT-CONTA-AGENCIA TO WS-FAT-AGENCIA
           END-IF
           IF WS-FAT-QTD-PAISES = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-VALORES-DA-CONTA
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > 3
               IF FSC-PAIS(WS-FAT-IDX) NOT = SPACES
                  AND FSC-PAIS(WS-FAT-IDX) NOT = 'BR'
                   PERFORM 3500-GRAVAR-CONTA-PAIS
               END-IF
           END-PERFORM.

       3400-VALORES-DA-CONTA.
      *    Saldo na ultima foto de fechamento ate 31/12; conta sem
      *    foto no ano entra com saldo zero.
           MOVE ZEROS TO WS-FAT-SALDO
           MOVE FAT-CONTA-NUM TO SNP-CONTA
           MOVE WS-FAT-DT-FIM TO SNP-DATA
           START ARQSNAP KEY IS <= SNP-CHAVE
               INVALID KEY MOVE '23' TO FS-SNAP
           END-START
           IF FS-SNAP-OK
               READ ARQSNAP NEXT
                   AT END MOVE '10' TO FS-SNAP
               END-READ
               IF FS-SNAP-OK AND SNP-CONTA = FAT-CONTA-NUM
                   MOVE SNP-SALDO TO WS-FAT-SALDO
               END-IF
           END-IF
           MOVE ZEROS TO WS-FAT-RENDIMENTOS WS-FAT-IRF
           MOVE FAT-CONTA-NUM TO FTR-CONTA
           READ ARQRENDA
               INVALID KEY CONTINUE
           END-READ
           IF FS-FTR-OK
               MOVE FTR-RENDIMENTOS TO WS-FAT-RENDIMENTOS
               MOVE FTR-IRF TO WS-FAT-IRF
           END-IF.

       3500-GRAVAR-CONTA-PAIS.
           IF FSC-PAIS(WS-FAT-IDX) = 'US'
               MOVE 'FATCA' TO WS-FAT-REGIME
           ELSE
               MOVE 'CRS' TO WS-FAT-REGIME
           END-IF
           ADD 1 TO WS-FAT-QTD-REGISTROS
           ADD WS-FAT-SALDO TO WS-FAT-TOT-SALDOS
           ADD WS-FAT-RENDIMENTOS TO WS-FAT-TOT-RENDIM
           ADD WS-FAT-IRF TO WS-FAT-TOT-IRF
           MOVE WS-FAT-SALDO TO WS-VL-EDIT
           MOVE WS-FAT-RENDIMENTOS TO WS-VL-EDIT2
           MOVE WS-FAT-IRF TO WS-VL-EDIT3
           MOVE SPACES TO WS-FAT-LINHA
           STRING '1' DELIMITED SIZE
                  WS-FAT-REGIME DELIMITED SIZE
                  FSC-PAIS(WS-FAT-IDX) DELIMITED SIZE
                  FSC-TIN(WS-FAT-IDX) DELIMITED SIZE
                  WS-FAT-CPF-CLARO DELIMITED SIZE
                  FAT-CONTA-AGENCIA DELIMITED SIZE
                  FAT-CONTA-NUM DELIMITED SIZE
                  WS-FAT-VINCULO DELIMITED SIZE
                  FAT-CONTA-STATUS DELIMITED SIZE
                  WS-VL-EDIT DELIMITED SIZE
                  WS-VL-EDIT2 DELIMITED SIZE
                  WS-VL-EDIT3 DELIMITED SIZE
                  WS-FAT-NOME-CLARO(1:20) DELIMITED SIZE
               INTO WS-FAT-LINHA
           END-STRING
           WRITE REG-REPORTE FROM WS-FAT-LINHA.

       3600-GRAVAR-WORKLIST.
           MOVE FSC-CLI-ID TO FTW-CLI-ID
           MOVE WS-FAT-AGENCIA TO FTW-AGENCIA
           MOVE WS-FAT-INDICIOS TO FTW-INDICIOS
           IF WS-FAT-QTD-PAISES > ZEROS
               MOVE 'S' TO FTW-RESIDENCIA
           ELSE
               MOVE 'N' TO FTW-RESIDENCIA
           END-IF
           MOVE WS-FAT-HOJE TO FTW-DT-DETECCAO
           WRITE REG-FATWORK
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-FAT-QTD-WORKLIST.
      *================================================================
       9999-FIM.
      *================================================================
           STOP RUN.
