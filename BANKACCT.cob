               RECORD KEY IS SWE-CONTA
               FILE STATUS IS FS-SWEEP.

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

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  SWE-INATIVO       VALUE 'I'.
           05  SWE-DT-ADESAO         PIC 9(8).

       FD  ARQMOTIVO.
           COPY BANKMOTE.

       FD  ARQENCMOT.
           COPY BANKENCM.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY BANKDATA.
               88  FS-CRD-NFD       VALUE '23'.
           05  FS-SWEEP             PIC XX.
               88  FS-SWE-OK        VALUE '00'.
           05  FS-MOTIVO            PIC XX.
               88  FS-MOT-OK        VALUE '00'.
               88  FS-MOT-EOF       VALUE '10'.
           05  FS-ENCMOT            PIC XX.
               88  FS-ENM-OK        VALUE '00'.
           05  WS-OPCAO-ACCT        PIC X(2).
           05  WS-NOVO-NUM          PIC 9(10).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
           05  WS-NOT-EVENTO        PIC X(3).
           05  WS-NOT-MENSAGEM     PIC X(80).
           05  WS-NOT-CODIGO        PIC 9(4).
           05  WS-NOT-CAMPANHA      PIC 9(6) VALUE ZEROS.

       01  WS-CHAMADA-PERMISSAO.
      *    Area de chamada da matriz de permissoes (BANKPRM)
           05  WS-PRM-CODIGO        PIC 9(4).
               88  PRM-AUTORIZADO   VALUE 0000.
           05  WS-PRM-MENSAGEM     PIC X(60).
           05  WS-PRM-CONTA        PIC 9(10) VALUE ZEROS.

       01  WS-CHAMADA-SIGNATARIO.
      *    Area de chamada do registro de signatarios PJ (BANKSIG)
               88  SIGSRV-AUTORIZADO VALUE 0000.
           05  WS-SIGSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-REPRESENTANTE.
      *    Area de chamada do registro de representantes PF (BANKRPF)
           05  WS-REPSRV-MODO       PIC X(1).
           05  WS-REPSRV-CONTA      PIC 9(10).
           05  WS-REPSRV-VALOR      PIC S9(11)V99 COMP-3.
           05  WS-REPSRV-OPERACAO   PIC X(1).
           05  WS-REPSRV-OPERADOR   PIC X(20).
           05  WS-REPSRV-CODIGO     PIC 9(4).
               88  REPSRV-AUTORIZADO VALUE 0000.
           05  WS-REPSRV-MENSAGEM   PIC X(60).

       01  WS-CHAMADA-VINCULO.
      *    Area de chamada do diario de vinculos do CCS (BANKVNC)
           05  WS-VNCSRV-EVENTO     PIC X(1).
           05  WS-VNCSRV-TIPO       PIC X(1).
           05  WS-VNCSRV-CONTA      PIC 9(10).
           05  WS-VNCSRV-CPF        PIC X(11).
           05  WS-VNCSRV-CODIGO     PIC 9(4).

       01  WS-CHAMADA-VENDA.
      *    Area de chamada do registro de vendas (BANKVDA)
           05  WS-VDASRV-MODO       PIC X(1).
           05  WS-VDASRV-PRODUTO    PIC X(3).
           05  WS-VDASRV-CONTRATO   PIC 9(10).
           05  WS-VDASRV-CONTA      PIC 9(10).
           05  WS-VDASRV-AGENCIA    PIC 9(4).
           05  WS-VDASRV-OPERADOR   PIC X(20).
           05  WS-VDASRV-VALOR      PIC S9(13)V99 COMP-3.
           05  WS-VDASRV-CODIGO     PIC 9(4).

       01  WS-CONJUNTA-CTRL.
           05  WS-CNJ-CONTA-INF     PIC 9(10).
           05  WS-CNJ-REGRA-INF     PIC X(1).
           05  WS-CNJ-LIMIAR-INF    PIC S9(11)V99 COMP-3.
           05  WS-CNJ-OPCAO         PIC X(1).
           05  WS-CNJ-COTIT-NOME-INF PIC X(60).
           05  WS-CNJ-COTIT-CPF-INF PIC X(11).
           05  WS-CNJ-CPF-SALVO     PIC X(11).

       01  WS-SWEEP-CTRL.
           05  WS-SWE-OPCAO         PIC X(1).
           05  WS-ENC-DT-CORTE      PIC 9(8).
           05  WS-ENC-INT-DATA      PIC S9(9) COMP-3.
           05  WS-ENC-QTD-LINHAS    PIC 9(4) VALUE ZEROS.
      *    Motivo do encerramento e saldo antes da liquidacao
           05  WS-ENC-MOTIVO        PIC X(2).
           05  WS-ENC-COMPLEMENTO   PIC X(40).
           05  WS-ENC-SALDO-ORIGINAL PIC S9(13)V99 COMP-3.
           05  WS-ENC-SITUACAO-MOT  PIC X(1).

           COPY BANKMOTS.

       01  WS-JUROS-CE-CTRL.
           05  WS-CE-DIAS-NEG       PIC 9(5) COMP-3.
               PERFORM 0183-ABRIR-ARQWATCH
               PERFORM 0182-ABRIR-ARQCARTAO
               PERFORM 0181-ABRIR-ARQSWEEP
               PERFORM 0179-ABRIR-ARQMOTIVO
               PERFORM 0178-ABRIR-ARQENCMOT
               MOVE SPACES TO WS-LCKSRV-SESSAO
               STRING 'BANKACCT-' DELIMITED SIZE
                      FUNCTION CURRENT-DATE(9:8) DELIMITED SIZE
               CLOSE ARQCONTAS ARQCLIENTE ARQUSUARIOS ARQAPROV
                   ARQAGENCIA ARQBLOQ ARQPACOTE ARQINVEST
                   ARQRECORRENTE ARQPORTAB ARQCONJ ARQTIER
                   ARQWATCH ARQCARTAO ARQSWEEP ARQMOTIVO ARQENCMOT
           END-IF
           MOVE 0 TO LS-CODIGO
           GOBACK.
               OPEN I-O ARQAPROV
           END-IF.

       0178-ABRIR-ARQENCMOT.
           OPEN I-O ARQENCMOT
           IF FS-ENCMOT = '35'
               OPEN OUTPUT ARQENCMOT
               CLOSE ARQENCMOT
               OPEN I-O ARQENCMOT
           END-IF.

       0179-ABRIR-ARQMOTIVO.
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

       0180-ABRIR-ARQAGENCIA.
           OPEN INPUT ARQAGENCIA
           IF FS-AGENCIA = '35'
           DISPLAY ' 18. Cartoes de Debito'
           DISPLAY ' 19. Aplicacao Automatica (Sweep)'
           DISPLAY ' 20. Signatarios de Conta PJ'
           DISPLAY ' 21. Incluir/Excluir Co-Titular (Conta Conjunta)'
           DISPLAY ' 22. Representantes de Conta PF'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO-ACCT

               WHEN '20'
                   MOVE 'M' TO WS-SIGSRV-MODO
                   CALL 'BANKSIG' USING WS-CHAMADA-SIGNATARIO
               WHEN '21'  PERFORM 9975-CO-TITULAR
               WHEN '22'
                   MOVE 'M' TO WS-REPSRV-MODO
                   MOVE LS-OPERADOR TO WS-REPSRV-OPERADOR
                   CALL 'BANKRPF' USING WS-CHAMADA-REPRESENTANTE
               WHEN '00'  MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           IF FS-OK
               MOVE 0 TO LS-CODIGO
               DISPLAY 'CONTA CRIADA COM SUCESSO!'
               PERFORM 2570-INICIAR-VINCULOS
               MOVE 'R' TO WS-VDASRV-MODO
               MOVE 'CTA' TO WS-VDASRV-PRODUTO
               MOVE WS-CONTA-NUM TO WS-VDASRV-CONTRATO
                                    WS-VDASRV-CONTA
               MOVE WS-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
               MOVE ZEROS TO WS-VDASRV-VALOR
               PERFORM 2580-REGISTRAR-VENDA
               IF WTC-NA-LISTA
                   DISPLAY 'TITULAR CONSTA NA LISTA DE VIGILANCIA - '
                       'CONTA PENDENTE DE LIBERACAO'
               DISPLAY 'ERRO AO CRIAR CONTA: ' FS-CONTAS
           END-IF.

       2570-INICIAR-VINCULOS.
      *    A abertura inicia o vinculo do titular e, na conta
      *    conjunta, o do co-titular no diario do CCS.
           MOVE 'I' TO WS-VNCSRV-EVENTO
           MOVE 'T' TO WS-VNCSRV-TIPO
           MOVE WS-CONTA-NUM TO WS-VNCSRV-CONTA
           MOVE WS-CONTA-CPF TO WS-VNCSRV-CPF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           IF WS-CONTA-COTIT-CPF NOT = SPACES
               MOVE 'C' TO WS-VNCSRV-TIPO
               MOVE WS-CONTA-COTIT-CPF TO WS-VNCSRV-CPF
               CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           END-IF.

       2580-REGISTRAR-VENDA.
      *    Produto contratado (ou desfeito) fica no registro de
      *    vendas em nome do operador logado, para a comissao.
           MOVE LS-OPERADOR TO WS-VDASRV-OPERADOR
           CALL 'BANKVDA' USING WS-CHAMADA-VENDA.

       2590-CIFRAR-NOVA-CONTA.
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
      *    investimento ativo ou recorrente apontando para a conta,
      *    obriga a destinacao do saldo residual, emite o extrato
      *    final e so entao marca a conta como encerrada. Funcao
      *    controlada pela matriz de permissoes. O motivo do
      *    encerramento (tabela BANKMOTE.DAT) e obrigatorio e fica
      *    registrado em BANKENCM.DAT com a fotografia da conta.
      *    O operador e o usuario logado no BANKMAIN, recebido pela
      *    area de chamada: nao e digitado, para a negativa sair
      *    auditada no nome certo.
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
      *    Operador nao encerra conta propria nem de parente.
           MOVE WS-CONTA-NUM TO WS-PRM-CONTA
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           MOVE ZEROS TO WS-PRM-CONTA
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 0005 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 6050-INFORMAR-MOTIVO
           IF LS-CODIGO NOT = 0
               EXIT SECTION
           END-IF
           PERFORM 6100-VERIFICAR-PENDENCIAS
           IF ENC-TEM-PENDENCIA
               DISPLAY 'ENCERRAMENTO RECUSADO - REGULARIZE AS '
               MOVE 'Encerramento de conta acima do limiar'
                   TO WS-APV-MOTIVO
               PERFORM 5950-SOLICITAR-APROVACAO
               MOVE 'P' TO WS-ENC-SITUACAO-MOT
               PERFORM 6460-REGISTRAR-MOTIVO
           ELSE
               MOVE 'E' TO WS-CONTA-STATUS
               MOVE WS-CONTA TO REG-CONTA
               REWRITE REG-CONTA
               PERFORM 6400-ENCERRAR-VINCULOS
               PERFORM 6450-ESTORNAR-VENDA-CONTA
               MOVE 'E' TO WS-ENC-SITUACAO-MOT
               PERFORM 6460-REGISTRAR-MOTIVO
               DISPLAY 'CONTA ENCERRADA COM SUCESSO!'
               MOVE 0 TO LS-CODIGO
           END-IF.

       6400-ENCERRAR-VINCULOS.
      *    O encerramento termina os vinculos do titular e do
      *    co-titular no diario do CCS; os signatarios ativos da
      *    conta PJ sao revogados pelo BANKSIG e os representantes
      *    da conta PF pelo BANKRPF, que encerram os vinculos de
      *    representante.
           MOVE 'F' TO WS-VNCSRV-EVENTO
           MOVE 'T' TO WS-VNCSRV-TIPO
           MOVE WS-CONTA-NUM TO WS-VNCSRV-CONTA
           MOVE WS-CONTA-CPF TO WS-VNCSRV-CPF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           IF WS-CONTA-COTIT-CPF NOT = SPACES
               MOVE 'C' TO WS-VNCSRV-TIPO
               MOVE WS-CONTA-COTIT-CPF TO WS-VNCSRV-CPF
               CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           END-IF
           MOVE 'E' TO WS-SIGSRV-MODO
           MOVE WS-CONTA-NUM TO WS-SIGSRV-CONTA
           CALL 'BANKSIG' USING WS-CHAMADA-SIGNATARIO
           MOVE 'E' TO WS-REPSRV-MODO
           MOVE WS-CONTA-NUM TO WS-REPSRV-CONTA
           MOVE LS-OPERADOR TO WS-REPSRV-OPERADOR
           CALL 'BANKRPF' USING WS-CHAMADA-REPRESENTANTE.

       6450-ESTORNAR-VENDA-CONTA.
      *    Conta encerrada desfaz a venda da abertura e a do pacote.
           MOVE 'E' TO WS-VDASRV-MODO
           MOVE 'CTA' TO WS-VDASRV-PRODUTO
           MOVE WS-CONTA-NUM TO WS-VDASRV-CONTRATO WS-VDASRV-CONTA
           MOVE WS-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           MOVE ZEROS TO WS-VDASRV-VALOR
           PERFORM 2580-REGISTRAR-VENDA
           MOVE 'PAC' TO WS-VDASRV-PRODUTO
           PERFORM 2580-REGISTRAR-VENDA.

       6050-INFORMAR-MOTIVO.
           MOVE 0 TO LS-CODIGO
           DISPLAY '--- MOTIVOS DE ENCERRAMENTO ---'
           MOVE LOW-VALUES TO MOT-CODIGO
           START ARQMOTIVO KEY >= MOT-CODIGO
               INVALID KEY MOVE '10' TO FS-MOTIVO
           END-START
           PERFORM UNTIL NOT FS-MOT-OK
               READ ARQMOTIVO NEXT
                   AT END MOVE '10' TO FS-MOTIVO
               END-READ
               IF FS-MOT-OK AND MOT-ATIVO
                   DISPLAY ' ' MOT-CODIGO ' - ' MOT-DESCRICAO
               END-IF
           END-PERFORM
           DISPLAY 'Motivo do encerramento: '
           MOVE SPACES TO WS-ENC-MOTIVO
           ACCEPT WS-ENC-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-ENC-MOTIVO) TO WS-ENC-MOTIVO
           MOVE WS-ENC-MOTIVO TO MOT-CODIGO
           READ ARQMOTIVO
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-MOT-OK OR NOT MOT-ATIVO
               DISPLAY 'MOTIVO INVALIDO - ENCERRAMENTO ABORTADO'
               MOVE '00' TO FS-MOTIVO
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Complemento (opcional): '
           MOVE SPACES TO WS-ENC-COMPLEMENTO
           ACCEPT WS-ENC-COMPLEMENTO
           MOVE WS-CONTA-SALDO TO WS-ENC-SALDO-ORIGINAL.

       6460-REGISTRAR-MOTIVO.
      *    Fotografia da conta no encerramento para o relatorio de
      *    evasao; encerramento pendente de aprovacao fica com
      *    situacao P ate a decisao.
           INITIALIZE REG-ENCERRAMENTO
           MOVE WS-CONTA-NUM TO ENM-CONTA
           MOVE WS-ENC-MOTIVO TO ENM-MOTIVO
           MOVE WS-ENC-COMPLEMENTO TO ENM-COMPLEMENTO
           MOVE WS-ENC-SITUACAO-MOT TO ENM-SITUACAO
           MOVE WS-DATA-MOVIMENTO TO ENM-DT-ENCERRAMENTO
           MOVE LS-OPERADOR TO ENM-OPERADOR
           MOVE WS-CONTA-CLI-ID TO ENM-CLI-ID
           MOVE WS-CONTA-CPF TO ENM-CPF
           MOVE WS-CONTA-AGENCIA TO ENM-AGENCIA
           MOVE WS-CONTA-TIPO TO ENM-TIPO-CONTA
           MOVE WS-CONTA-DT-ABERTURA TO ENM-DT-ABERTURA
           MOVE WS-ENC-SALDO-ORIGINAL TO ENM-SALDO
      *    Cliente sem segmentacao calculada conta como varejo.
           MOVE 'V' TO ENM-TIER
           MOVE WS-CONTA-CLI-ID TO TIER-CLI-ID
           READ ARQTIER
               INVALID KEY CONTINUE
           END-READ
           IF FS-TIER-OK
               MOVE TIER-CODIGO TO ENM-TIER
           END-IF
           WRITE REG-ENCERRAMENTO
               INVALID KEY
                   REWRITE REG-ENCERRAMENTO
           END-WRITE.

       6470-EFETIVAR-MOTIVO.
      *    Encerramento aprovado: o motivo registrado na solicitacao
      *    passa a valer na data da aprovacao.
           MOVE WS-CONTA-NUM TO ENM-CONTA
           READ ARQENCMOT
               INVALID KEY CONTINUE
           END-READ
           IF FS-ENM-OK
               MOVE 'E' TO ENM-SITUACAO
               MOVE WS-DATA-MOVIMENTO TO ENM-DT-ENCERRAMENTO
               REWRITE REG-ENCERRAMENTO
           ELSE
               MOVE SPACES TO WS-ENC-MOTIVO WS-ENC-COMPLEMENTO
               MOVE WS-CONTA-SALDO TO WS-ENC-SALDO-ORIGINAL
               MOVE 'E' TO WS-ENC-SITUACAO-MOT
               PERFORM 6460-REGISTRAR-MOTIVO
           END-IF.

       6100-VERIFICAR-PENDENCIAS.
           MOVE 'N' TO WS-ENC-TEM-PENDENCIA
           MOVE WS-CONTA-NUM TO ACT-INV-CONTA
                   DISPLAY 'SOLICITACAO INEXISTENTE OU JA DECIDIDA'
               ELSE
                   PERFORM 9200-AUTENTICAR-APROVADOR
                   IF APV-AUTORIZADO
                       PERFORM 9250-VERIFICAR-CONTA-PROPRIA
                   END-IF
                   IF APV-AUTORIZADO
                       PERFORM 9400-DECIDIR-SOLICITACAO
                   END-IF
               END-IF
           END-IF.

       9250-VERIFICAR-CONTA-PROPRIA.
      *    Nem o operador logado nem o aprovador decidem pedido de
      *    bloqueio, desbloqueio ou encerramento de conta propria
      *    ou de parente.
           MOVE APV-CONTA-NUM TO WS-PRM-CONTA
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           IF PRM-AUTORIZADO
              AND WS-APV-OPERADOR-APROV NOT = LS-OPERADOR
               MOVE WS-APV-OPERADOR-APROV TO WS-PRM-OPERADOR
               CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
           END-IF
           MOVE ZEROS TO WS-PRM-CONTA
           MOVE LS-OPERADOR TO WS-PRM-OPERADOR
           IF NOT PRM-AUTORIZADO
               DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
               MOVE 'N' TO WS-APV-AUTORIZADO
           END-IF.

      *    Checksum posicional - mesma tecnica de digito verificador
      *    ja usada nos demais modulos para senha de operador.
       9300-CALCULAR-HASH-SENHA.
               END-EVALUATE
               MOVE WS-CONTA TO REG-CONTA
               REWRITE REG-CONTA
               IF APV-ENCERRAMENTO
                   PERFORM 6400-ENCERRAR-VINCULOS
                   PERFORM 6450-ESTORNAR-VENDA-CONTA
                   PERFORM 6470-EFETIVAR-MOTIVO
               END-IF
           ELSE
               DISPLAY 'CONTA NAO ENCONTRADA AO APLICAR APROVACAO'
           END-IF.
               MOVE 0002 TO LS-CODIGO
           ELSE IF FS-OK
               MOVE REG-CONTA TO WS-CONTA
      *        Operador nao negocia limite de conta propria nem de
      *        parente.
               MOVE WS-CONTA-NUM TO WS-PRM-CONTA
               CALL 'BANKPRM' USING WS-CHAMADA-PERMISSAO
               MOVE ZEROS TO WS-PRM-CONTA
               IF NOT PRM-AUTORIZADO
                   DISPLAY 'ACESSO NEGADO: ' WS-PRM-MENSAGEM
                   MOVE 0005 TO LS-CODIGO
                   EXIT SECTION
               END-IF
               IF NOT CONTA-CORRENTE
                   DISPLAY 'NEGOCIACAO DE LIMITE DISPONIVEL APENAS '
                           'PARA CONTA CORRENTE'
                   DELETE ARQPACOTE RECORD
                   DISPLAY 'PACOTE CANCELADO - CONTA VOLTA A TARIFA '
                       'FLAT'
                   MOVE 'E' TO WS-VDASRV-MODO
                   PERFORM 9910-VENDA-PACOTE
               ELSE
                   DISPLAY 'CONTA NAO POSSUI PACOTE'
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO PCT-DT-ADESAO
               WRITE REG-PACOTE
               DISPLAY 'PACOTE ' WS-PAC-CODIGO-INF ' CONTRATADO'
               MOVE 'R' TO WS-VDASRV-MODO
               PERFORM 9910-VENDA-PACOTE
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       9910-VENDA-PACOTE.
           MOVE 'PAC' TO WS-VDASRV-PRODUTO
           MOVE WS-PAC-CONTA-INF TO WS-VDASRV-CONTRATO
                                    WS-VDASRV-CONTA
           MOVE REG-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           MOVE ZEROS TO WS-VDASRV-VALOR
           PERFORM 2580-REGISTRAR-VENDA.

      *================================================================
       9950-PORTABILIDADE-SALARIO SECTION.
      *================================================================
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

      *================================================================
       9975-CO-TITULAR SECTION.
      *================================================================
       9975-INICIO.
      *    Inclusao e exclusao do co-titular de conta ja aberta. A
      *    conta conjunta passa a ter registro em BANKCONJ.DAT (regra
      *    solidaria ate a definicao pela opcao 17) e a exclusao
      *    remove o registro. Cada inclusao ou exclusao inicia ou
      *    encerra o vinculo de co-titular no diario do CCS.
           DISPLAY '--- CO-TITULAR (CONTA CONJUNTA) ---'
           DISPLAY 'Numero da Conta: '
           ACCEPT WS-CNJ-CONTA-INF
           MOVE 'L' TO WS-LCKSRV-FUNCAO
           MOVE 'BANKACCT.DAT' TO WS-LCKSRV-ARQUIVO
           MOVE WS-CNJ-CONTA-INF TO WS-LCKSRV-CHAVE
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           IF TRAVA-OCUPADA
               DISPLAY 'CONTA EM USO POR OUTRO CAIXA - TENTE '
                   'NOVAMENTE EM INSTANTES'
               EXIT SECTION
           END-IF
           MOVE WS-CNJ-CONTA-INF TO REG-CONTA-NUM
           READ ARQCONTAS KEY IS REG-CONTA-NUM
           IF NOT FS-OK
               DISPLAY 'CONTA NAO ENCONTRADA'
               MOVE 0002 TO LS-CODIGO
           ELSE
               MOVE REG-CONTA TO WS-CONTA
               IF CONTA-ENCERRADA
                   DISPLAY 'CONTA ENCERRADA'
                   MOVE 0003 TO LS-CODIGO
               ELSE
                   DISPLAY 'Operacao (I=Incluir E=Excluir): '
                   ACCEPT WS-CNJ-OPCAO
                   EVALUATE WS-CNJ-OPCAO
                       WHEN 'I'  PERFORM 9976-INCLUIR-CO-TITULAR
                       WHEN 'E'  PERFORM 9977-EXCLUIR-CO-TITULAR
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
               END-IF
           END-IF
           MOVE 'U' TO WS-LCKSRV-FUNCAO
           CALL 'BANKLCK' USING WS-CHAMADA-TRAVA
           EXIT SECTION.

       9976-INCLUIR-CO-TITULAR.
           IF WS-CONTA-COTIT-CPF NOT = SPACES
               DISPLAY 'CONTA JA POSSUI CO-TITULAR - EXCLUA O ATUAL '
                   'ANTES DE INCLUIR OUTRO'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Nome do Co-Titular: '
           ACCEPT WS-CNJ-COTIT-NOME-INF
           DISPLAY 'CPF do Co-Titular (somente numeros): '
           ACCEPT WS-CNJ-COTIT-CPF-INF
      *    A validacao de CPF trabalha sobre o campo do titular, que
      *    e guardado e restaurado em volta dela.
           MOVE WS-CONTA-CPF TO WS-CNJ-CPF-SALVO
           MOVE WS-CNJ-COTIT-CPF-INF TO WS-CONTA-CPF
           PERFORM 2210-VALIDAR-CPF
           MOVE WS-CNJ-CPF-SALVO TO WS-CONTA-CPF
           IF WS-CPF-VALIDO NOT = 'S' OR WS-CNJ-COTIT-NOME-INF = SPACES
               DISPLAY 'DADOS DO CO-TITULAR INVALIDOS - OPERACAO '
                   'CANCELADA'
               MOVE 0001 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 9978-CIFRAR-CO-TITULAR
           MOVE WS-CNJ-COTIT-NOME-INF TO WS-CONTA-COTIT-NOME
           MOVE WS-CNJ-COTIT-CPF-INF TO WS-CONTA-COTIT-CPF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTA-DT-ATUALIZACAO
           MOVE WS-CONTA TO REG-CONTA
           REWRITE REG-CONTA
           IF NOT FS-OK
               DISPLAY 'ERRO AO INCLUIR CO-TITULAR: ' FS-CONTAS
               MOVE 9999 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNJ-CONTA-INF TO CNJ-CONTA
           READ ARQCONJ
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-CONJ-OK
               MOVE WS-CNJ-CONTA-INF TO CNJ-CONTA
               MOVE 'S' TO CNJ-REGRA
               MOVE ZEROS TO CNJ-LIMIAR
               MOVE FUNCTION CURRENT-DATE(1:8) TO CNJ-DT-CADASTRO
               WRITE REG-CONJUNTA
           END-IF
           MOVE 'I' TO WS-VNCSRV-EVENTO
           MOVE 'C' TO WS-VNCSRV-TIPO
           MOVE WS-CONTA-NUM TO WS-VNCSRV-CONTA
           MOVE WS-CONTA-COTIT-CPF TO WS-VNCSRV-CPF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
           MOVE WS-CONTA-COTIT-CPF TO WS-AUD-DEPOIS(1:11)
           PERFORM 9979-AUDITAR-CO-TITULAR
           DISPLAY 'CO-TITULAR INCLUIDO NA CONTA'
           MOVE 0 TO LS-CODIGO.

       9977-EXCLUIR-CO-TITULAR.
           IF WS-CONTA-COTIT-CPF = SPACES
               DISPLAY 'CONTA NAO POSSUI CO-TITULAR'
               MOVE 0003 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-COTIT-CPF TO WS-CNJ-CPF-SALVO
           MOVE SPACES TO WS-CONTA-COTIT-NOME WS-CONTA-COTIT-CPF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTA-DT-ATUALIZACAO
           MOVE WS-CONTA TO REG-CONTA
           REWRITE REG-CONTA
           IF NOT FS-OK
               DISPLAY 'ERRO AO EXCLUIR CO-TITULAR: ' FS-CONTAS
               MOVE 9999 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CNJ-CONTA-INF TO CNJ-CONTA
           READ ARQCONJ
               INVALID KEY CONTINUE
           END-READ
           IF FS-CONJ-OK
               DELETE ARQCONJ RECORD
           END-IF
           MOVE 'F' TO WS-VNCSRV-EVENTO
           MOVE 'C' TO WS-VNCSRV-TIPO
           MOVE WS-CONTA-NUM TO WS-VNCSRV-CONTA
           MOVE WS-CNJ-CPF-SALVO TO WS-VNCSRV-CPF
           CALL 'BANKVNC' USING WS-CHAMADA-VINCULO
           MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
           MOVE WS-CNJ-CPF-SALVO TO WS-AUD-ANTES(1:11)
           PERFORM 9979-AUDITAR-CO-TITULAR
           DISPLAY 'CO-TITULAR EXCLUIDO - CONTA VOLTA A INDIVIDUAL'
           MOVE 0 TO LS-CODIGO.

       9978-CIFRAR-CO-TITULAR.
      *    Mesmo tratamento da abertura: com a cifragem ativa o CPF
      *    vira token e o nome e cifrado.
           MOVE 'T' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-CNJ-COTIT-CPF-INF TO WS-CRYSRV-TEXTO(1:11)
           MOVE 11 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           IF WS-CRYSRV-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRYSRV-TEXTO(1:11) TO WS-CNJ-COTIT-CPF-INF
           MOVE 'C' TO WS-CRYSRV-MODO
           MOVE SPACES TO WS-CRYSRV-TEXTO
           MOVE WS-CNJ-COTIT-NOME-INF TO WS-CRYSRV-TEXTO(1:60)
           MOVE 60 TO WS-CRYSRV-TAMANHO
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           MOVE WS-CRYSRV-TEXTO(1:60) TO WS-CNJ-COTIT-NOME-INF.

       9979-AUDITAR-CO-TITULAR.
           MOVE LS-OPERADOR TO WS-AUD-OPERADOR
           MOVE 'BANKACCT.DAT' TO WS-AUD-ARQUIVO
           MOVE WS-CONTA-NUM TO WS-AUD-CHAVE
           MOVE 'COTITULAR-CPF' TO WS-AUD-CAMPO
           CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA.

      *================================================================
       9980-CARTOES-DEBITO SECTION.
      *================================================================
           WRITE REG-CARTAO
           DISPLAY 'CARTAO ' CRD-ID ' EMITIDO: ' CRD-PAN-MASCARADO
               ' VALIDADE ' CRD-VALIDADE
           MOVE 'R' TO WS-VDASRV-MODO
           MOVE REG-CONTA-AGENCIA TO WS-VDASRV-AGENCIA
           PERFORM 9986-VENDA-CARTAO
           MOVE 0 TO LS-CODIGO.

       9982-BLOQUEAR-DESBLOQUEAR.
           MOVE 'C' TO CRD-STATUS
           REWRITE REG-CARTAO
           DISPLAY 'CARTAO CANCELADO EM DEFINITIVO'
           MOVE 'E' TO WS-VDASRV-MODO
           MOVE ZEROS TO WS-VDASRV-AGENCIA
           PERFORM 9986-VENDA-CARTAO
           MOVE 0 TO LS-CODIGO.

       9986-VENDA-CARTAO.
           MOVE 'CDE' TO WS-VDASRV-PRODUTO
           MOVE CRD-ID TO WS-VDASRV-CONTRATO
           MOVE CRD-CONTA TO WS-VDASRV-CONTA
           MOVE ZEROS TO WS-VDASRV-VALOR
           PERFORM 2580-REGISTRAR-VENDA.

       9984-ALTERAR-LIMITE-CARTAO.
           DISPLAY 'Numero do cartao: '
           ACCEPT WS-CRD-ID-BUSCA
