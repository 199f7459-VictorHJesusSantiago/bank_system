      *================================================================
      * BANKCAD.COB - Consistencia Cadastral Conta x Cliente
      * Sistema Bancario COBOL
      * A conta repete o titular, o CPF, o email e o telefone que
      * o cadastro de cliente ja guarda, e com os anos as copias se
      * desencontraram. A verificacao segue REG-CONTA-CLI-ID de cada
      * conta nao encerrada de BANKACCT.DAT ate BANKCUST.DAT e
      * aponta: conta sem cliente, cliente sem conta, CPF ou nome
      * divergente, email/telefone divergente (no cadastro do
      * cliente o email fica no logradouro e o telefone no numero,
      * como o BANKCRM captura), cotitular de conta conjunta
      * (BANKCONJ.DAT) sem cadastro de cliente e conta ativa de
      * cliente inativo. Cada divergencia recebe severidade (A alta,
      * M media, B baixa), sai no relatorio BANKCAD.TXT e entra na
      * lista de trabalho BANKCADW.DAT; a divergencia que some numa
      * verificacao seguinte e dada como normalizada.
      * Na lista de trabalho o gerente decide item a item qual lado
      * prevalece - C (cliente) ou A (conta) - ou justifica o item
      * sem corrigir; cada correcao e cada decisao vao para a trilha
      * encadeada via BANKAUD. Com a base cifrada (BANKCRY) nome,
      * email e CPF sao comparados cifrados (mesma posicao, mesma
      * cifra); o telefone e decifrado para comparar.
      * Lote (LS-MODO 'B'): so a verificacao e o relatorio.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCAD.

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
               RECORD KEY IS CAD-CONTA-NUM
               ALTERNATE RECORD KEY IS CAD-CONTA-CPF WITH DUPLICATES
               FILE STATUS IS FS-CONTAS.

           SELECT ARQCLIENTE ASSIGN TO 'BANKCUST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CLI-ID
               ALTERNATE RECORD KEY IS CAD-CLI-CPF
               FILE STATUS IS FS-CLIENTE.

           SELECT ARQCONJ ASSIGN TO 'BANKCONJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNJ-CONTA
               FILE STATUS IS FS-CONJ.

           SELECT ARQDIVERG ASSIGN TO 'BANKCADW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVG-CHAVE
               FILE STATUS IS FS-DIVERG.

           SELECT ARQRELAT ASSIGN TO 'BANKCAD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  CAD-CONTA-NUM         PIC 9(10).
           05  CAD-CONTA-AGENCIA     PIC 9(4).
           05  CAD-CONTA-DIGITO      PIC 9(1).
           05  CAD-CONTA-TIPO        PIC X(2).
           05  CAD-CONTA-STATUS      PIC X(1).
               88  CAD-CONTA-ATIVA   VALUE 'A'.
               88  CAD-CONTA-ENCERRADA VALUE 'E'.
           05  CAD-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  CAD-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  CAD-CONTA-TITULAR     PIC X(60).
           05  CAD-CONTA-CPF         PIC X(11).
           05  CAD-CONTA-EMAIL       PIC X(80).
           05  CAD-CONTA-TELEFONE    PIC X(15).
           05  CAD-CONTA-DT-ABERTURA PIC 9(8).
           05  CAD-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  CAD-CONTA-SENHA-HASH  PIC X(64).
           05  CAD-CONTA-COTIT-NOME  PIC X(60).
           05  CAD-CONTA-COTIT-CPF   PIC X(11).
           05  CAD-CONTA-CLI-ID      PIC 9(10).
           05  CAD-CONTA-MOEDA       PIC X(3).

       FD  ARQCLIENTE.
       01  REG-CLIENTE.
           05  CAD-CLI-ID            PIC 9(10).
           05  CAD-CLI-NOME          PIC X(60).
           05  CAD-CLI-CPF           PIC X(14).
           05  CAD-CLI-RG            PIC X(15).
           05  CAD-CLI-DT-NASC       PIC 9(8).
           05  CAD-CLI-SEXO          PIC X(1).
           05  CAD-CLI-ESTADO-CIVIL  PIC X(2).
           05  CAD-CLI-PROFISSAO     PIC X(40).
           05  CAD-CLI-RENDA         PIC S9(11)V99 COMP-3.
           05  CAD-CLI-PERFIL-RISCO  PIC X(1).
           05  CAD-CLI-ENDERECO.
               10  CAD-CLI-LOGRADOURO PIC X(60).
               10  CAD-CLI-NUMERO    PIC X(10).
               10  CAD-CLI-COMPL     PIC X(30).
               10  CAD-CLI-BAIRRO    PIC X(40).
               10  CAD-CLI-CIDADE    PIC X(40).
               10  CAD-CLI-ESTADO    PIC X(2).
               10  CAD-CLI-CEP       PIC X(8).
           05  CAD-CLI-STATUS        PIC X(1).
               88  CAD-CLI-ATIVO     VALUE 'A'.
               88  CAD-CLI-INATIVO   VALUE 'I'.
           05  CAD-CLI-SCORE-CREDITO PIC 9(4).

       FD  ARQCONJ.
       01  REG-CONJUNTA.
           05  CNJ-CONTA             PIC 9(10).
           05  CNJ-REGRA             PIC X(1).
               88  CNJ-SOLIDARIA     VALUE 'S'.
               88  CNJ-SIMPLES       VALUE 'C'.
           05  CNJ-LIMIAR            PIC S9(11)V99 COMP-3.
           05  CNJ-DT-CADASTRO       PIC 9(8).

       FD  ARQDIVERG.
       01  REG-DIVERGENCIA.
           05  DVG-CHAVE.
               10  DVG-TIPO          PIC X(3).
                   88  DVG-CONTA-SEM-CLIENTE  VALUE 'CSC'.
                   88  DVG-CLIENTE-SEM-CONTA  VALUE 'CLS'.
                   88  DVG-CPF-DIVERGE        VALUE 'CPF'.
                   88  DVG-NOME-DIVERGE       VALUE 'NOM'.
                   88  DVG-EMAIL-DIVERGE      VALUE 'EML'.
                   88  DVG-TELEFONE-DIVERGE   VALUE 'TEL'.
                   88  DVG-COTITULAR-SEM-CAD  VALUE 'COT'.
                   88  DVG-CLIENTE-INATIVO    VALUE 'INA'.
               10  DVG-CONTA         PIC 9(10).
               10  DVG-CLI-ID        PIC 9(10).
           05  DVG-SEVERIDADE        PIC X(1).
               88  DVG-SEV-ALTA      VALUE 'A'.
               88  DVG-SEV-MEDIA     VALUE 'M'.
               88  DVG-SEV-BAIXA     VALUE 'B'.
           05  DVG-DESCRICAO         PIC X(40).
           05  DVG-SITUACAO          PIC X(1).
               88  DVG-PENDENTE      VALUE 'P'.
               88  DVG-CLIENTE-PREVALECE VALUE 'C'.
               88  DVG-CONTA-PREVALECE   VALUE 'A'.
               88  DVG-JUSTIFICADA   VALUE 'J'.
               88  DVG-NORMALIZADA   VALUE 'N'.
           05  DVG-DT-DETECCAO       PIC 9(8).
           05  DVG-DT-ULT-VISTO      PIC 9(8).
           05  DVG-OPERADOR          PIC X(20).
           05  DVG-DT-DECISAO        PIC 9(8).

       FD  ARQRELAT.
       01  REG-RELAT                 PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CAD-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CTA-OK        VALUE '00'.
               88  FS-CTA-EOF       VALUE '10'.
           05  FS-CLIENTE           PIC XX.
               88  FS-CLI-OK        VALUE '00'.
               88  FS-CLI-EOF       VALUE '10'.
           05  FS-CONJ              PIC XX.
               88  FS-CNJ-OK        VALUE '00'.
           05  FS-DIVERG            PIC XX.
               88  FS-DVG-OK        VALUE '00'.
               88  FS-DVG-EOF       VALUE '10'.
           05  FS-RELAT             PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  CONTINUAR        VALUE 'S'.
               88  PARAR            VALUE 'N'.

       01  WS-VERIFICACAO-CTRL.
           05  WS-DATA-HOJE         PIC 9(8).
           05  WS-CAD-CIFRADO       PIC X(1).
               88  CAD-BASE-CIFRADA VALUE 'S'.
           05  WS-CAD-ACHOU         PIC X(1).
               88  CAD-ACHOU        VALUE 'S'.
           05  WS-CAD-FIM-LISTA     PIC X(1).
               88  CAD-FIM-LISTA    VALUE 'S'.
           05  WS-CAD-CLI-BUSCA     PIC 9(10).
           05  WS-CAD-CPF-BUSCA     PIC X(11).
           05  WS-CAD-SEV-VEZ       PIC X(1).
           05  WS-CAD-SEV-IDX       PIC 9(1).
           05  WS-CAD-DECISAO       PIC X(1).
           05  WS-CAD-PROX-CLI      PIC 9(10).
           05  WS-CAD-TEL-CONTA     PIC X(15).
           05  WS-CAD-TEL-CLIENTE   PIC X(10).
           05  WS-CAD-END-CLARO     PIC X(190).
           05  WS-CAD-LADO-CONTA    PIC X(60).
           05  WS-CAD-LADO-CLIENTE  PIC X(60).
           05  WS-CAD-LINHA         PIC X(132).
           05  WS-CAD-SEVERIDADES   PIC X(3) VALUE 'AMB'.

       01  WS-CAD-TOTAIS.
           05  WS-CAD-QTD-CONTAS    PIC 9(7).
           05  WS-CAD-QTD-CLIENTES  PIC 9(7).
           05  WS-CAD-QTD-ALTA      PIC 9(6).
           05  WS-CAD-QTD-MEDIA     PIC 9(6).
           05  WS-CAD-QTD-BAIXA     PIC 9(6).
           05  WS-CAD-QTD-NOVAS     PIC 9(6).
           05  WS-CAD-QTD-NORMAL    PIC 9(6).
           05  WS-CAD-QTD-DECIDIDAS PIC 9(6).

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
           PERFORM 0100-ABRIR-ARQUIVOS
           PERFORM 0150-VERIFICAR-CIFRAGEM
           IF LS-MODO-BATCH
               PERFORM 2000-VERIFICAR-CONSISTENCIA
           ELSE
               PERFORM 1000-MENU UNTIL PARAR
           END-IF
           CLOSE ARQCONTAS ARQCLIENTE ARQCONJ ARQDIVERG
           MOVE 0 TO LS-CODIGO
           GOBACK.

       0100-ABRIR-ARQUIVOS.
           OPEN I-O ARQCONTAS
           OPEN I-O ARQCLIENTE
           OPEN I-O ARQCONJ
           IF FS-CONJ = '35'
               OPEN OUTPUT ARQCONJ
               CLOSE ARQCONJ
               OPEN I-O ARQCONJ
           END-IF
           OPEN I-O ARQDIVERG
           IF FS-DIVERG = '35'
               OPEN OUTPUT ARQDIVERG
               CLOSE ARQDIVERG
               OPEN I-O ARQDIVERG
           END-IF.

       0150-VERIFICAR-CIFRAGEM.
      *    Sem chave ativa o BANKCRY devolve codigo diferente de
      *    zero e a base esta em claro.
           MOVE 'N' TO WS-CAD-CIFRADO
           MOVE 'D' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE 1 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO = ZEROS
               MOVE 'S' TO WS-CAD-CIFRADO
           END-IF.

      *================================================================
       1000-MENU SECTION.
      *================================================================
       1000-INICIO.
           DISPLAY '----------------------------------------'
           DISPLAY ' CONSISTENCIA CADASTRAL CONTA X CLIENTE'
           DISPLAY '----------------------------------------'
           DISPLAY ' 01. Executar verificacao'
           DISPLAY ' 02. Lista de trabalho (gerente)'
           DISPLAY ' 03. Consultar divergencias pendentes'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '01'
                   PERFORM 2000-VERIFICAR-CONSISTENCIA
               WHEN '02'
                   PERFORM 3000-LISTA-DE-TRABALHO
               WHEN '03'
                   PERFORM 4000-CONSULTAR-PENDENTES
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *================================================================
       2000-VERIFICAR-CONSISTENCIA SECTION.
      *================================================================
       2000-INICIO.
           DISPLAY '--- VERIFICACAO CONTA X CLIENTE ---'
           INITIALIZE WS-CAD-TOTAIS
           OPEN OUTPUT ARQRELAT
           MOVE SPACES TO WS-CAD-LINHA
           STRING 'BANKCAD - CONSISTENCIA CADASTRAL CONTA X CLIENTE'
                      DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-DATA-HOJE DELIMITED SIZE
               INTO WS-CAD-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-CAD-LINHA
           MOVE 'SEV TIPO CONTA      CLIENTE    SIT DESCRICAO'
               TO REG-RELAT
           WRITE REG-RELAT
           PERFORM 2100-VARRER-CONTAS
           PERFORM 2500-VARRER-CLIENTES
           PERFORM 2800-NORMALIZAR-SUMIDAS
           PERFORM 2900-TOTALIZAR-RELATORIO
           CLOSE ARQRELAT
           DISPLAY 'CONTAS VERIFICADAS:    ' WS-CAD-QTD-CONTAS
           DISPLAY 'CLIENTES VERIFICADOS:  ' WS-CAD-QTD-CLIENTES
           DISPLAY 'DIVERGENCIAS ALTA/MEDIA/BAIXA: '
               WS-CAD-QTD-ALTA '/' WS-CAD-QTD-MEDIA '/'
               WS-CAD-QTD-BAIXA
           DISPLAY 'NOVAS NA LISTA: ' WS-CAD-QTD-NOVAS
               ' NORMALIZADAS: ' WS-CAD-QTD-NORMAL
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2100-VARRER-CONTAS.
           MOVE ZEROS TO CAD-CONTA-NUM
           START ARQCONTAS KEY >= CAD-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CTA-EOF
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CTA-EOF AND NOT CAD-CONTA-ENCERRADA
                   ADD 1 TO WS-CAD-QTD-CONTAS
                   PERFORM 2200-CONFERIR-CONTA
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       2200-CONFERIR-CONTA.
           MOVE CAD-CONTA-CLI-ID TO CAD-CLI-ID
           IF CAD-CONTA-CLI-ID = ZEROS
               MOVE '23' TO FS-CLIENTE
           ELSE
               READ ARQCLIENTE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF NOT FS-CLI-OK
               MOVE 'CSC' TO DVG-TIPO
               MOVE 'A' TO DVG-SEVERIDADE
               MOVE 'CONTA SEM CLIENTE CADASTRADO' TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
               PERFORM 2400-CONFERIR-COTITULAR
               EXIT PARAGRAPH
           END-IF
           IF CAD-CONTA-CPF NOT = CAD-CLI-CPF(1:11)
               MOVE 'CPF' TO DVG-TIPO
               MOVE 'A' TO DVG-SEVERIDADE
               MOVE 'CPF DA CONTA DIFERE DO CLIENTE'
                   TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
           END-IF
           IF CAD-CONTA-TITULAR NOT = CAD-CLI-NOME
               MOVE 'NOM' TO DVG-TIPO
               MOVE 'M' TO DVG-SEVERIDADE
               MOVE 'TITULAR DA CONTA DIFERE DO NOME DO CLIENTE'
                   TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
           END-IF
      *    Email: a cifra e posicional a partir do inicio do campo
      *    e o logradouro abre o bloco de endereco, entao o cifrado
      *    se compara direto; o telefone precisa ser decifrado.
           IF CAD-CONTA-EMAIL(1:60) NOT = CAD-CLI-LOGRADOURO
               MOVE 'EML' TO DVG-TIPO
               MOVE 'B' TO DVG-SEVERIDADE
               MOVE 'EMAIL DA CONTA DIFERE DO CLIENTE'
                   TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
           END-IF
           PERFORM 8100-TELEFONES-EM-CLARO
           IF WS-CAD-TEL-CONTA(1:10) NOT = WS-CAD-TEL-CLIENTE
               MOVE 'TEL' TO DVG-TIPO
               MOVE 'B' TO DVG-SEVERIDADE
               MOVE 'TELEFONE DA CONTA DIFERE DO CLIENTE'
                   TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
           END-IF
           IF CAD-CONTA-ATIVA AND CAD-CLI-INATIVO
               MOVE 'INA' TO DVG-TIPO
               MOVE 'A' TO DVG-SEVERIDADE
               MOVE 'CONTA ATIVA DE CLIENTE INATIVO'
                   TO DVG-DESCRICAO
               PERFORM 2700-REGISTRAR-DIVERGENCIA
           END-IF
           PERFORM 2400-CONFERIR-COTITULAR.

       2400-CONFERIR-COTITULAR.
      *    Conta conjunta: o cotitular tem de existir no cadastro de
      *    clientes pelo CPF (chave alternativa, token com token).
           MOVE CAD-CONTA-NUM TO CNJ-CONTA
           READ ARQCONJ
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CNJ-OK
               EXIT PARAGRAPH
           END-IF
           IF CAD-CONTA-COTIT-CPF NOT = SPACES
               MOVE SPACES TO CAD-CLI-CPF
               MOVE CAD-CONTA-COTIT-CPF TO CAD-CLI-CPF(1:11)
               READ ARQCLIENTE KEY IS CAD-CLI-CPF
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CLI-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CAD-CONTA-CLI-ID TO CAD-CLI-ID
           MOVE 'COT' TO DVG-TIPO
           MOVE 'M' TO DVG-SEVERIDADE
           MOVE 'COTITULAR DA CONJUNTA SEM CADASTRO'
               TO DVG-DESCRICAO
           PERFORM 2700-REGISTRAR-DIVERGENCIA.

       2500-VARRER-CLIENTES.
           MOVE ZEROS TO CAD-CLI-ID
           START ARQCLIENTE KEY >= CAD-CLI-ID
               INVALID KEY MOVE '10' TO FS-CLIENTE
           END-START
           PERFORM UNTIL FS-CLI-EOF
               READ ARQCLIENTE NEXT
                   AT END MOVE '10' TO FS-CLIENTE
               END-READ
               IF NOT FS-CLI-EOF AND NOT CAD-CLI-INATIVO
                   ADD 1 TO WS-CAD-QTD-CLIENTES
                   PERFORM 2600-PROCURAR-CONTA-DO-CLIENTE
                   IF NOT CAD-ACHOU
                       MOVE ZEROS TO CAD-CONTA-NUM
                       MOVE 'CLS' TO DVG-TIPO
                       MOVE 'B' TO DVG-SEVERIDADE
                       MOVE 'CLIENTE SEM NENHUMA CONTA'
                           TO DVG-DESCRICAO
                       PERFORM 2700-REGISTRAR-DIVERGENCIA
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CLIENTE.

       2600-PROCURAR-CONTA-DO-CLIENTE.
      *    Primeiro pela chave alternativa do CPF; sem conta no CPF
      *    (o proprio CPF pode ser a divergencia) percorre as contas
      *    atras do CLI-ID.
           MOVE 'N' TO WS-CAD-ACHOU
           MOVE CAD-CLI-ID TO WS-CAD-CLI-BUSCA
           MOVE CAD-CLI-CPF(1:11) TO WS-CAD-CPF-BUSCA
           MOVE WS-CAD-CPF-BUSCA TO CAD-CONTA-CPF
           START ARQCONTAS KEY = CAD-CONTA-CPF
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CTA-EOF OR CAD-ACHOU
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CTA-EOF
                   IF CAD-CONTA-CPF NOT = WS-CAD-CPF-BUSCA
                       MOVE '10' TO FS-CONTAS
                   ELSE
                       IF CAD-CONTA-CLI-ID = WS-CAD-CLI-BUSCA
                           MOVE 'S' TO WS-CAD-ACHOU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS
           IF CAD-ACHOU
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CAD-CONTA-NUM
           START ARQCONTAS KEY >= CAD-CONTA-NUM
               INVALID KEY MOVE '10' TO FS-CONTAS
           END-START
           PERFORM UNTIL FS-CTA-EOF OR CAD-ACHOU
               READ ARQCONTAS NEXT
                   AT END MOVE '10' TO FS-CONTAS
               END-READ
               IF NOT FS-CTA-EOF
                  AND CAD-CONTA-CLI-ID = WS-CAD-CLI-BUSCA
                   MOVE 'S' TO WS-CAD-ACHOU
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       2700-REGISTRAR-DIVERGENCIA.
      *    Item ja pendente so tem a data de ultima visita renovada;
      *    item justificado fica justificado; item corrigido ou
      *    normalizado que volta a aparecer e reaberto.
           MOVE CAD-CONTA-NUM TO DVG-CONTA
           MOVE CAD-CLI-ID TO DVG-CLI-ID
           EVALUATE DVG-SEVERIDADE
               WHEN 'A'
                   ADD 1 TO WS-CAD-QTD-ALTA
               WHEN 'M'
                   ADD 1 TO WS-CAD-QTD-MEDIA
               WHEN OTHER
                   ADD 1 TO WS-CAD-QTD-BAIXA
           END-EVALUATE
           MOVE DVG-SEVERIDADE TO WS-CAD-SEV-VEZ
           MOVE DVG-DESCRICAO TO WS-CAD-LADO-CONTA
           READ ARQDIVERG
               INVALID KEY CONTINUE
           END-READ
           IF FS-DVG-OK
               MOVE WS-CAD-SEV-VEZ TO DVG-SEVERIDADE
               MOVE WS-CAD-LADO-CONTA(1:40) TO DVG-DESCRICAO
               MOVE WS-DATA-HOJE TO DVG-DT-ULT-VISTO
               IF NOT DVG-PENDENTE AND NOT DVG-JUSTIFICADA
                   MOVE 'P' TO DVG-SITUACAO
                   MOVE WS-DATA-HOJE TO DVG-DT-DETECCAO
                   MOVE SPACES TO DVG-OPERADOR
                   MOVE ZEROS TO DVG-DT-DECISAO
                   ADD 1 TO WS-CAD-QTD-NOVAS
               END-IF
               REWRITE REG-DIVERGENCIA
           ELSE
               MOVE WS-CAD-SEV-VEZ TO DVG-SEVERIDADE
               MOVE WS-CAD-LADO-CONTA(1:40) TO DVG-DESCRICAO
               MOVE 'P' TO DVG-SITUACAO
               MOVE WS-DATA-HOJE TO DVG-DT-DETECCAO
               MOVE WS-DATA-HOJE TO DVG-DT-ULT-VISTO
               MOVE SPACES TO DVG-OPERADOR
               MOVE ZEROS TO DVG-DT-DECISAO
               WRITE REG-DIVERGENCIA
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CAD-QTD-NOVAS
           END-IF
           MOVE SPACES TO WS-CAD-LINHA
           STRING ' ' DELIMITED SIZE
                  DVG-SEVERIDADE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  DVG-TIPO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  DVG-CONTA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DVG-CLI-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  DVG-SITUACAO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  DVG-DESCRICAO DELIMITED SIZE
               INTO WS-CAD-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-CAD-LINHA.

       2800-NORMALIZAR-SUMIDAS.
      *    Pendencia que nao apareceu na verificacao de hoje deixou
      *    de existir (corrigida na origem): normalizada.
           MOVE LOW-VALUES TO DVG-CHAVE
           START ARQDIVERG KEY >= DVG-CHAVE
               INVALID KEY MOVE '10' TO FS-DIVERG
           END-START
           PERFORM UNTIL FS-DVG-EOF
               READ ARQDIVERG NEXT
                   AT END MOVE '10' TO FS-DIVERG
               END-READ
               IF NOT FS-DVG-EOF AND DVG-PENDENTE
                  AND DVG-DT-ULT-VISTO < WS-DATA-HOJE
                   MOVE 'N' TO DVG-SITUACAO
                   MOVE WS-DATA-HOJE TO DVG-DT-DECISAO
                   REWRITE REG-DIVERGENCIA
                   ADD 1 TO WS-CAD-QTD-NORMAL
               END-IF
           END-PERFORM
           MOVE '00' TO FS-DIVERG.

       2900-TOTALIZAR-RELATORIO.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO WS-CAD-LINHA
           STRING 'CONTAS: ' DELIMITED SIZE
                  WS-CAD-QTD-CONTAS DELIMITED SIZE
                  '  CLIENTES: ' DELIMITED SIZE
                  WS-CAD-QTD-CLIENTES DELIMITED SIZE
                  '  ALTA: ' DELIMITED SIZE
                  WS-CAD-QTD-ALTA DELIMITED SIZE
                  '  MEDIA: ' DELIMITED SIZE
                  WS-CAD-QTD-MEDIA DELIMITED SIZE
                  '  BAIXA: ' DELIMITED SIZE
                  WS-CAD-QTD-BAIXA DELIMITED SIZE
               INTO WS-CAD-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-CAD-LINHA
           MOVE SPACES TO WS-CAD-LINHA
           STRING 'NOVAS NA LISTA DE TRABALHO: ' DELIMITED SIZE
                  WS-CAD-QTD-NOVAS DELIMITED SIZE
                  '  NORMALIZADAS: ' DELIMITED SIZE
                  WS-CAD-QTD-NORMAL DELIMITED SIZE
               INTO WS-CAD-LINHA
           END-STRING
           WRITE REG-RELAT FROM WS-CAD-LINHA.

      *================================================================
       3000-LISTA-DE-TRABALHO SECTION.
      *================================================================
       3000-INICIO.
      *    Correcao de cadastro e decisao de gerente; os itens saem
      *    por severidade (alta, media, baixa).
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           MOVE 'APROVAR     ' TO WS-PRM-FUNCAO
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-CAD-QTD-DECIDIDAS
           MOVE 'N' TO WS-CAD-FIM-LISTA
           PERFORM VARYING WS-CAD-SEV-IDX FROM 1 BY 1
                   UNTIL WS-CAD-SEV-IDX > 3 OR CAD-FIM-LISTA
               MOVE WS-CAD-SEVERIDADES(WS-CAD-SEV-IDX:1)
                   TO WS-CAD-SEV-VEZ
               PERFORM 3050-PERCORRER-SEVERIDADE
           END-PERFORM
           DISPLAY 'ITENS DECIDIDOS: ' WS-CAD-QTD-DECIDIDAS
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       3050-PERCORRER-SEVERIDADE.
           MOVE LOW-VALUES TO DVG-CHAVE
           START ARQDIVERG KEY >= DVG-CHAVE
               INVALID KEY MOVE '10' TO FS-DIVERG
           END-START
           PERFORM UNTIL FS-DVG-EOF OR CAD-FIM-LISTA
               READ ARQDIVERG NEXT
                   AT END MOVE '10' TO FS-DIVERG
               END-READ
               IF NOT FS-DVG-EOF AND DVG-PENDENTE
                  AND DVG-SEVERIDADE = WS-CAD-SEV-VEZ
                   PERFORM 3100-DECIDIR-ITEM
               END-IF
           END-PERFORM
           MOVE '00' TO FS-DIVERG.

       3100-DECIDIR-ITEM.
           DISPLAY '----------------------------------------'
           DISPLAY 'SEV ' DVG-SEVERIDADE ' ' DVG-TIPO
               ' CONTA ' DVG-CONTA ' CLIENTE ' DVG-CLI-ID
           DISPLAY DVG-DESCRICAO ' (DESDE ' DVG-DT-DETECCAO ')'
           PERFORM 3150-CARREGAR-LADOS
           DISPLAY '  CONTA:   ' WS-CAD-LADO-CONTA
           DISPLAY '  CLIENTE: ' WS-CAD-LADO-CLIENTE
           DISPLAY 'Prevalece (C=cliente A=conta J=justificar '
               'ENTER=pular F=fim): '
           MOVE SPACE TO WS-CAD-DECISAO
           ACCEPT WS-CAD-DECISAO
           EVALUATE WS-CAD-DECISAO
               WHEN 'C'
                   PERFORM 3200-CLIENTE-PREVALECE
               WHEN 'A'
                   PERFORM 3400-CONTA-PREVALECE
               WHEN 'J'
                   MOVE 'J' TO DVG-SITUACAO
                   PERFORM 3800-FECHAR-ITEM
               WHEN 'F'
                   MOVE 'S' TO WS-CAD-FIM-LISTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3150-CARREGAR-LADOS.
      *    Le conta e cliente atuais do item e monta os dois lados
      *    em claro para a tela.
           MOVE SPACES TO WS-CAD-LADO-CONTA WS-CAD-LADO-CLIENTE
           MOVE DVG-CONTA TO CAD-CONTA-NUM
           READ ARQCONTAS
               INVALID KEY INITIALIZE REG-CONTA
           END-READ
           MOVE DVG-CLI-ID TO CAD-CLI-ID
           READ ARQCLIENTE
               INVALID KEY INITIALIZE REG-CLIENTE
           END-READ
           PERFORM 8100-TELEFONES-EM-CLARO
           EVALUATE TRUE
               WHEN DVG-CPF-DIVERGE
                   MOVE CAD-CONTA-CPF TO WS-CRYSRV-TEXTO
                   PERFORM 8300-DESTOKENIZAR
                   MOVE WS-CRYSRV-TEXTO(1:11) TO WS-CAD-LADO-CONTA
                   MOVE CAD-CLI-CPF TO WS-CRYSRV-TEXTO
                   PERFORM 8300-DESTOKENIZAR
                   MOVE WS-CRYSRV-TEXTO(1:14)
                       TO WS-CAD-LADO-CLIENTE
               WHEN DVG-NOME-DIVERGE
                   MOVE CAD-CONTA-TITULAR TO WS-CRYSRV-TEXTO
                   MOVE 60 TO WS-CRYSRV-TAMANHO
                   PERFORM 8200-DECIFRAR
                   MOVE WS-CRYSRV-TEXTO(1:60) TO WS-CAD-LADO-CONTA
                   MOVE CAD-CLI-NOME TO WS-CRYSRV-TEXTO
                   MOVE 60 TO WS-CRYSRV-TAMANHO
                   PERFORM 8200-DECIFRAR
                   MOVE WS-CRYSRV-TEXTO(1:60)
                       TO WS-CAD-LADO-CLIENTE
               WHEN DVG-EMAIL-DIVERGE
                   MOVE CAD-CONTA-EMAIL TO WS-CRYSRV-TEXTO
                   MOVE 80 TO WS-CRYSRV-TAMANHO
                   PERFORM 8200-DECIFRAR
                   MOVE WS-CRYSRV-TEXTO(1:60) TO WS-CAD-LADO-CONTA
                   MOVE WS-CAD-END-CLARO(1:60)
                       TO WS-CAD-LADO-CLIENTE
               WHEN DVG-TELEFONE-DIVERGE
                   MOVE WS-CAD-TEL-CONTA TO WS-CAD-LADO-CONTA
                   MOVE WS-CAD-TEL-CLIENTE TO WS-CAD-LADO-CLIENTE
               WHEN DVG-COTITULAR-SEM-CAD
                   MOVE CAD-CONTA-COTIT-NOME TO WS-CRYSRV-TEXTO
                   MOVE 60 TO WS-CRYSRV-TAMANHO
                   PERFORM 8200-DECIFRAR
                   MOVE WS-CRYSRV-TEXTO(1:60) TO WS-CAD-LADO-CONTA
                   MOVE 'COTITULAR NAO CADASTRADO'
                       TO WS-CAD-LADO-CLIENTE
               WHEN OTHER
                   STRING 'SITUACAO DA CONTA: ' DELIMITED SIZE
                          CAD-CONTA-STATUS DELIMITED SIZE
                       INTO WS-CAD-LADO-CONTA
                   END-STRING
                   STRING 'SITUACAO DO CLIENTE: ' DELIMITED SIZE
                          CAD-CLI-STATUS DELIMITED SIZE
                       INTO WS-CAD-LADO-CLIENTE
                   END-STRING
           END-EVALUATE.

       3200-CLIENTE-PREVALECE.
      *    O cadastro do cliente esta certo: a conta e ajustada.
           EVALUATE TRUE
               WHEN DVG-CPF-DIVERGE
                   MOVE CAD-CONTA-CPF TO WS-AUD-ANTES
                   MOVE CAD-CLI-CPF(1:11) TO CAD-CONTA-CPF
                   MOVE 'REG-CONTA-CPF' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
               WHEN DVG-NOME-DIVERGE
                   MOVE CAD-CONTA-TITULAR TO WS-AUD-ANTES
                   MOVE CAD-CLI-NOME TO CAD-CONTA-TITULAR
                   MOVE 'REG-CONTA-TITULAR' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
               WHEN DVG-EMAIL-DIVERGE
                   MOVE CAD-CONTA-EMAIL TO WS-AUD-ANTES
                   MOVE CAD-CLI-LOGRADOURO TO CAD-CONTA-EMAIL
                   MOVE 'REG-CONTA-EMAIL' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
               WHEN DVG-TELEFONE-DIVERGE
                   MOVE CAD-CONTA-TELEFONE TO WS-AUD-ANTES
                   MOVE WS-CAD-TEL-CLIENTE TO WS-CRYSRV-TEXTO
                   MOVE 15 TO WS-CRYSRV-TAMANHO
                   PERFORM 8250-CIFRAR
                   MOVE WS-CRYSRV-TEXTO(1:15) TO CAD-CONTA-TELEFONE
                   MOVE 'REG-CONTA-TELEFONE' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
               WHEN DVG-CONTA-SEM-CLIENTE
                  OR DVG-CLIENTE-INATIVO
      *            Conta sem dono valido no cadastro e bloqueada.
                   MOVE CAD-CONTA-STATUS TO WS-AUD-ANTES
                   MOVE 'B' TO CAD-CONTA-STATUS
                   MOVE 'REG-CONTA-STATUS' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
               WHEN DVG-COTITULAR-SEM-CAD
      *            Sem cotitular no cadastro a conta deixa de ser
      *            conjunta.
                   MOVE CAD-CONTA-COTIT-CPF TO WS-AUD-ANTES
                   MOVE SPACES TO CAD-CONTA-COTIT-NOME
                                  CAD-CONTA-COTIT-CPF
                   MOVE 'REG-CONTA-COTIT' TO WS-AUD-CAMPO
                   PERFORM 3300-GRAVAR-CONTA
                   IF FS-CTA-OK
                       MOVE CAD-CONTA-NUM TO CNJ-CONTA
                       DELETE ARQCONJ RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               WHEN DVG-CLIENTE-SEM-CONTA
      *            Cliente sem conta por decisao (prospecto): fica
      *            como esta.
                   MOVE '00' TO FS-CONTAS
               WHEN OTHER
                   MOVE '99' TO FS-CONTAS
           END-EVALUATE
           IF FS-CTA-OK
               MOVE 'C' TO DVG-SITUACAO
               PERFORM 3800-FECHAR-ITEM
           ELSE
               DISPLAY 'CORRECAO NAO GRAVADA - STATUS ' FS-CONTAS
           END-IF.

       3300-GRAVAR-CONTA.
           MOVE WS-DATA-HOJE TO CAD-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
               INVALID KEY CONTINUE
           END-REWRITE
           IF FS-CTA-OK
               MOVE 'BANKACCT.DAT' TO WS-AUD-ARQUIVO
               MOVE CAD-CONTA-NUM TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DEPOIS
               EVALUATE TRUE
                   WHEN DVG-CPF-DIVERGE
                       MOVE CAD-CONTA-CPF TO WS-AUD-DEPOIS
                   WHEN DVG-NOME-DIVERGE
                       MOVE CAD-CONTA-TITULAR TO WS-AUD-DEPOIS
                   WHEN DVG-EMAIL-DIVERGE
                       MOVE CAD-CONTA-EMAIL TO WS-AUD-DEPOIS
                   WHEN DVG-TELEFONE-DIVERGE
                       MOVE CAD-CONTA-TELEFONE TO WS-AUD-DEPOIS
                   WHEN DVG-COTITULAR-SEM-CAD
                       MOVE SPACES TO WS-AUD-DEPOIS
                   WHEN OTHER
                       MOVE CAD-CONTA-STATUS TO WS-AUD-DEPOIS
               END-EVALUATE
               PERFORM 3900-AUDITAR
           END-IF.

       3400-CONTA-PREVALECE.
      *    A conta esta certa: o cadastro do cliente e ajustado.
           EVALUATE TRUE
               WHEN DVG-CPF-DIVERGE
                   MOVE CAD-CLI-CPF TO WS-AUD-ANTES
                   MOVE SPACES TO CAD-CLI-CPF
                   MOVE CAD-CONTA-CPF TO CAD-CLI-CPF(1:11)
                   MOVE 'CLI-CPF' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-NOME-DIVERGE
                   MOVE CAD-CLI-NOME TO WS-AUD-ANTES
                   MOVE CAD-CONTA-TITULAR TO CAD-CLI-NOME
                   MOVE 'CLI-NOME' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-EMAIL-DIVERGE
                   MOVE CAD-CLI-LOGRADOURO TO WS-AUD-ANTES
                   MOVE CAD-CONTA-EMAIL(1:60) TO CAD-CLI-LOGRADOURO
                   MOVE 'CLI-LOGRADOURO' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-TELEFONE-DIVERGE
                   MOVE CAD-CLI-NUMERO TO WS-AUD-ANTES
                   MOVE WS-CAD-TEL-CONTA(1:10)
                       TO WS-CAD-END-CLARO(61:10)
                   MOVE WS-CAD-END-CLARO TO WS-CRYSRV-TEXTO
                   MOVE 190 TO WS-CRYSRV-TAMANHO
                   PERFORM 8250-CIFRAR
                   MOVE WS-CRYSRV-TEXTO TO CAD-CLI-ENDERECO
                   MOVE 'CLI-NUMERO' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-CLIENTE-INATIVO
                   MOVE CAD-CLI-STATUS TO WS-AUD-ANTES
                   MOVE 'A' TO CAD-CLI-STATUS
                   MOVE 'CLI-STATUS' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-CLIENTE-SEM-CONTA
      *            Sem conta o cliente nao e mais correntista.
                   MOVE CAD-CLI-STATUS TO WS-AUD-ANTES
                   MOVE 'I' TO CAD-CLI-STATUS
                   MOVE 'CLI-STATUS' TO WS-AUD-CAMPO
                   PERFORM 3500-GRAVAR-CLIENTE
               WHEN DVG-CONTA-SEM-CLIENTE
                   PERFORM 3600-VINCULAR-CLIENTE
               WHEN DVG-COTITULAR-SEM-CAD
                   PERFORM 3700-CADASTRAR-COTITULAR
               WHEN OTHER
                   MOVE '99' TO FS-CLIENTE
           END-EVALUATE
           IF FS-CLI-OK
               MOVE 'A' TO DVG-SITUACAO
               PERFORM 3800-FECHAR-ITEM
           ELSE
               DISPLAY 'CORRECAO NAO GRAVADA - STATUS ' FS-CLIENTE
           END-IF.

       3500-GRAVAR-CLIENTE.
      *    O CPF e chave alternativa unica do cadastro: CPF que ja
      *    pertence a outro cliente recusa a regravacao.
           REWRITE REG-CLIENTE
               INVALID KEY CONTINUE
           END-REWRITE
           IF FS-CLI-OK
               MOVE 'BANKCUST.DAT' TO WS-AUD-ARQUIVO
               MOVE CAD-CLI-ID TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DEPOIS
               EVALUATE TRUE
                   WHEN DVG-CPF-DIVERGE
                       MOVE CAD-CLI-CPF TO WS-AUD-DEPOIS
                   WHEN DVG-NOME-DIVERGE
                       MOVE CAD-CLI-NOME TO WS-AUD-DEPOIS
                   WHEN DVG-EMAIL-DIVERGE
                       MOVE CAD-CLI-LOGRADOURO TO WS-AUD-DEPOIS
                   WHEN DVG-TELEFONE-DIVERGE
                       MOVE CAD-CLI-NUMERO TO WS-AUD-DEPOIS
                   WHEN OTHER
                       MOVE CAD-CLI-STATUS TO WS-AUD-DEPOIS
               END-EVALUATE
               PERFORM 3900-AUDITAR
           END-IF.

       3600-VINCULAR-CLIENTE.
      *    Conta sem cliente: o CPF da conta ja cadastrado liga a
      *    conta ao cliente existente; senao o cliente nasce dos
      *    dados da conta.
           MOVE SPACES TO CAD-CLI-CPF
           MOVE CAD-CONTA-CPF TO CAD-CLI-CPF(1:11)
           READ ARQCLIENTE KEY IS CAD-CLI-CPF
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CLI-OK
               MOVE CAD-CONTA-TITULAR TO WS-CAD-LADO-CONTA
               MOVE CAD-CONTA-CPF TO WS-CAD-CPF-BUSCA
               PERFORM 3650-NOVO-CLIENTE
               IF NOT FS-CLI-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CAD-CONTA-CLI-ID TO WS-AUD-ANTES
           MOVE CAD-CLI-ID TO CAD-CONTA-CLI-ID
           MOVE WS-DATA-HOJE TO CAD-CONTA-DT-ATUALIZACAO
           REWRITE REG-CONTA
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT FS-CTA-OK
               MOVE '99' TO FS-CLIENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'BANKACCT.DAT' TO WS-AUD-ARQUIVO
           MOVE CAD-CONTA-NUM TO WS-AUD-CHAVE
           MOVE 'REG-CONTA-CLI-ID' TO WS-AUD-CAMPO
           MOVE CAD-CONTA-CLI-ID TO WS-AUD-DEPOIS
           PERFORM 3900-AUDITAR.

       3650-NOVO-CLIENTE.
      *    Cliente novo com nome e CPF ja no formato gravado (mesma
      *    cifra e mesmo token da conta); o restante do cadastro
      *    fica para o KYC completar.
           MOVE 9999999999 TO CAD-CLI-ID
           START ARQCLIENTE KEY <= CAD-CLI-ID
               INVALID KEY MOVE ZEROS TO CAD-CLI-ID
           END-START
           IF FS-CLI-OK
               READ ARQCLIENTE NEXT
                   AT END MOVE ZEROS TO CAD-CLI-ID
               END-READ
           END-IF
           COMPUTE WS-CAD-PROX-CLI = CAD-CLI-ID + 1
           INITIALIZE REG-CLIENTE
           MOVE WS-CAD-PROX-CLI TO CAD-CLI-ID
           MOVE WS-CAD-LADO-CONTA TO CAD-CLI-NOME
           MOVE SPACES TO CAD-CLI-CPF
           MOVE WS-CAD-CPF-BUSCA TO CAD-CLI-CPF(1:11)
           MOVE 'A' TO CAD-CLI-STATUS
           WRITE REG-CLIENTE
               INVALID KEY CONTINUE
           END-WRITE
           IF FS-CLI-OK
               MOVE 'BANKCUST.DAT' TO WS-AUD-ARQUIVO
               MOVE CAD-CLI-ID TO WS-AUD-CHAVE
               MOVE 'INCLUSAO' TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE CAD-CLI-CPF TO WS-AUD-DEPOIS
               PERFORM 3900-AUDITAR
               DISPLAY 'CLIENTE ' CAD-CLI-ID ' CADASTRADO'
           END-IF.

       3700-CADASTRAR-COTITULAR.
           IF CAD-CONTA-COTIT-CPF = SPACES
               DISPLAY 'CONTA SEM CPF DE COTITULAR - USE C OU J'
               MOVE '99' TO FS-CLIENTE
               EXIT PARAGRAPH
           END-IF
           MOVE CAD-CONTA-COTIT-NOME TO WS-CAD-LADO-CONTA
           MOVE CAD-CONTA-COTIT-CPF TO WS-CAD-CPF-BUSCA
           PERFORM 3650-NOVO-CLIENTE.

       3800-FECHAR-ITEM.
           MOVE LS-OPERADOR TO DVG-OPERADOR
           MOVE WS-DATA-HOJE TO DVG-DT-DECISAO
           REWRITE REG-DIVERGENCIA
           ADD 1 TO WS-CAD-QTD-DECIDIDAS
           MOVE 'BANKCADW.DAT' TO WS-AUD-ARQUIVO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING DVG-TIPO DELIMITED SIZE
                  DVG-CONTA DELIMITED SIZE
               INTO WS-AUD-CHAVE
           END-STRING
           MOVE 'CONSISTENCIA' TO WS-AUD-CAMPO
           MOVE 'P' TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING DVG-SITUACAO DELIMITED SIZE
                  ' CLIENTE ' DELIMITED SIZE
                  DVG-CLI-ID DELIMITED SIZE
               INTO WS-AUD-DEPOIS
           END-STRING
           PERFORM 3900-AUDITAR.

       3900-AUDITAR.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       4000-CONSULTAR-PENDENTES SECTION.
      *================================================================
       4000-INICIO.
           MOVE LOW-VALUES TO DVG-CHAVE
           START ARQDIVERG KEY >= DVG-CHAVE
               INVALID KEY MOVE '10' TO FS-DIVERG
           END-START
           PERFORM UNTIL FS-DVG-EOF
               READ ARQDIVERG NEXT
                   AT END MOVE '10' TO FS-DIVERG
               END-READ
               IF NOT FS-DVG-EOF AND DVG-PENDENTE
                   DISPLAY DVG-SEVERIDADE ' ' DVG-TIPO
                       ' CONTA ' DVG-CONTA ' CLIENTE ' DVG-CLI-ID
                       ' DESDE ' DVG-DT-DETECCAO
               END-IF
           END-PERFORM
           MOVE '00' TO FS-DIVERG
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       8000-CIFRAGEM SECTION.
      *================================================================
       8100-TELEFONES-EM-CLARO.
      *    Telefone da conta (campo proprio) e do cliente (posicao
      *    61 do bloco de endereco) em claro para comparar.
           MOVE CAD-CONTA-TELEFONE TO WS-CAD-TEL-CONTA
           MOVE CAD-CLI-ENDERECO TO WS-CAD-END-CLARO
           IF CAD-BASE-CIFRADA
               MOVE CAD-CONTA-TELEFONE TO WS-CRYSRV-TEXTO
               MOVE 15 TO WS-CRYSRV-TAMANHO
               PERFORM 8200-DECIFRAR
               MOVE WS-CRYSRV-TEXTO(1:15) TO WS-CAD-TEL-CONTA
               MOVE CAD-CLI-ENDERECO TO WS-CRYSRV-TEXTO
               MOVE 190 TO WS-CRYSRV-TAMANHO
               PERFORM 8200-DECIFRAR
               MOVE WS-CRYSRV-TEXTO TO WS-CAD-END-CLARO
           END-IF
           MOVE WS-CAD-END-CLARO(61:10) TO WS-CAD-TEL-CLIENTE.

       8200-DECIFRAR.
           IF CAD-BASE-CIFRADA
               MOVE 'D' TO WS-CRYSRV-MODO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           END-IF.

       8250-CIFRAR.
           IF CAD-BASE-CIFRADA
               MOVE 'C' TO WS-CRYSRV-MODO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           END-IF.

       8300-DESTOKENIZAR.
           IF CAD-BASE-CIFRADA
               MOVE 'U' TO WS-CRYSRV-MODO
               MOVE 14 TO WS-CRYSRV-TAMANHO
               CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
