               RECORD KEY IS KYW-CLI-ID
               FILE STATUS IS FS-KYCWORK.

           SELECT ARQFISCAL ASSIGN TO 'BANKFISC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-CLI-ID
               FILE STATUS IS FS-FISCAL.

           SELECT ARQFATWORK ASSIGN TO 'BANKFATW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTW-CLI-ID
               FILE STATUS IS FS-FATWORK.

           SELECT ARQRECEITA ASSIGN TO 'BANKRFB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLI-ID
               FILE STATUS IS FS-RECEITA.

           SELECT ARQCEP ASSIGN TO 'BANKCEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS FS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQCLIENTE.
           05  KYW-SITUACAO          PIC X(1).
               88  KYW-VENCIDO       VALUE 'V'.
               88  KYW-FALTANTE      VALUE 'F'.
               88  KYW-RECEITA       VALUE 'R'.
               88  KYW-NOME-DIVERGE  VALUE 'N'.
           05  KYW-DIAS-VENCIDO      PIC 9(5).
           05  KYW-DT-DETECCAO       PIC 9(8).

      *    Residencia fiscal no exterior (FATCA/CRS): registro
      *    complementar ao cadastro, pela mesma chave do cliente.
      *    Pais em ISO de 2 letras; autocertificacao zerada enquanto
      *    o cliente nao entregou o formulario. Indicios: S/N.
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

      *    Worklist de autocertificacao gerada pelo BANKFAT.
       FD  ARQFATWORK.
       01  REG-FATWORK.
           05  FTW-CLI-ID            PIC 9(10).
           05  FTW-AGENCIA           PIC 9(4).
           05  FTW-INDICIOS          PIC X(4).
           05  FTW-RESIDENCIA        PIC X(1).
           05  FTW-DT-DETECCAO       PIC 9(8).

      *    Situacao cadastral do CPF na Receita (BANKRFB): o cadastro
      *    novo entra pendente de consulta.
       FD  ARQRECEITA.
       01  REG-RECEITA.
           05  RCT-CLI-ID            PIC 9(10).
           05  RCT-CPF               PIC X(11).
           05  RCT-CONSULTA          PIC X(1).
           05  RCT-SITUACAO          PIC X(1).
           05  RCT-NOME-OFICIAL      PIC X(60).
           05  RCT-NOME-CONFERE      PIC X(1).
           05  RCT-DT-OBITO          PIC 9(8).
           05  RCT-DT-INCLUSAO       PIC 9(8).
           05  RCT-DT-CONSULTA       PIC 9(8).
           05  RCT-DT-RETORNO        PIC 9(8).

      *    Diretorio de CEP (carga dos Correios pelo BANKCEP).
       FD  ARQCEP.
           COPY BANKCEPD.

       WORKING-STORAGE SECTION.
       01  WS-CTRL.
           05  FS-CLIENTE            PIC XX.
           05  FS-KYCWORK            PIC XX.
               88  FS-KYW-OK         VALUE '00'.
               88  FS-KYW-EOF        VALUE '10'.
           05  FS-FISCAL             PIC XX.
               88  FS-FSC-OK         VALUE '00'.
           05  FS-FATWORK            PIC XX.
               88  FS-FTW-OK         VALUE '00'.
               88  FS-FTW-EOF        VALUE '10'.
           05  FS-RECEITA            PIC XX.
               88  FS-RCT-OK         VALUE '00'.
           05  FS-CEP                PIC XX.
               88  FS-CEP-OK         VALUE '00'.
           05  WS-OPCAO              PIC X(2).
           05  WS-CONTINUAR          PIC X VALUE 'S'.
               88  CONTINUAR         VALUE 'S'.
               88  CRM-CPF-DUPLICADO VALUE 'S'.
           05  WS-CPF-BUSCA         PIC X(14).
           05  WS-CLI-ID-BUSCA      PIC 9(10).
           05  WS-DOC-CLARO         PIC X(14).
           05  WS-CEP-SITUACAO      PIC X(1).
               88  CEP-ENCONTRADO   VALUE 'S'.
               88  CEP-DESCONHECIDO VALUE 'N'.
               88  CEP-SEM-DIRETORIO VALUE 'X'.
           05  WS-CEP-NOVO          PIC X(8).

       01  WS-SCORE-CTRL.
           05  WS-SCORE-CALC         PIC S9(6) VALUE ZEROS.
           05  WS-KYW-QTD            PIC 9(6).
           05  WS-KYW-AGENCIA        PIC 9(4).

       01  WS-FISCAL-CTRL.
           05  WS-FSC-RESPOSTA       PIC X(1).
           05  WS-FSC-IDX            PIC 9(1).
           05  WS-FSC-EXISTE         PIC X(1).
               88  FSC-EXISTENTE     VALUE 'S'.
           05  WS-FSC-FIM-PAISES     PIC X(1).
           05  WS-FSC-PAIS-ANTES     PIC X(2).
           05  WS-FSC-AUTOCERT-ANTES PIC 9(8).
           05  WS-FSC-QTD            PIC 9(6).

       01  WS-TIER-CTRL.
           05  WS-TIER-PATRIMONIO   PIC S9(15)V99 COMP-3.
           05  WS-TIER-CONTA-ATUAL  PIC 9(10).
           05  WS-AUD-DEPOIS         PIC X(40).
           05  WS-AUD-CODIGO         PIC 9(4).

       01  WS-CHAMADA-POSTAGEM.
      *    Area de chamada do controle de postagem em papel (BANKPST)
           05  WS-PSTSRV-MODO       PIC X(1).
           05  WS-PSTSRV-CLI-ID     PIC 9(10).
           05  WS-PSTSRV-DOCUMENTO  PIC X(3).
           05  WS-PSTSRV-REFERENCIA PIC X(20).
           05  WS-PSTSRV-OPERADOR   PIC X(20).
           05  WS-PSTSRV-SUPRIMIR   PIC X(1).
               88  PST-SUPRIMIDO    VALUE 'S'.
           05  WS-PSTSRV-PROTOCOLO  PIC 9(10).
           05  WS-PSTSRV-CODIGO     PIC 9(4).

       01  WS-AUD-APOIO.
           05  WS-AUD-RENDA-ANTES    PIC -(11)9,99.
           05  WS-AUD-RENDA-DEPOIS   PIC -(11)9,99.
           PERFORM 0145-ABRIR-ARQLGPD
           PERFORM 0160-ABRIR-ARQWATCH
           PERFORM 0170-ABRIR-ARQKYCWORK
           PERFORM 0175-ABRIR-ARQFISCAL
           PERFORM 0110-SEED-PROXIMO-KYC-ID
           PERFORM 0150-SEED-PROXIMO-PROTOCOLO
           PERFORM 0155-SEED-PROXIMO-LGPD
           END-IF
           CLOSE ARQCLIENTE ARQCONTAS ARQTRANS ARQKYC ARQINVEST
                 ARQTIER ARQATEND ARQLGPD ARQWATCH ARQKYCWORK
                 ARQFISCAL
           MOVE 0 TO LS-CODIGO
           GOBACK.

               OPEN I-O ARQKYCWORK
           END-IF.

       0175-ABRIR-ARQFISCAL.
           OPEN I-O ARQFISCAL
           IF FS-FISCAL = '35'
               OPEN OUTPUT ARQFISCAL
               CLOSE ARQFISCAL
               OPEN I-O ARQFISCAL
           END-IF.

       0110-SEED-PROXIMO-KYC-ID.
           MOVE 9999999999 TO CRM-KYC-ID
           START ARQKYC KEY IS <= CRM-KYC-ID
           DISPLAY ' 09. Worklist de renovacao KYC'
           DISPLAY ' 10. Visao 360 do cliente'
           DISPLAY ' 11. Ouvidoria (segunda instancia)'
           DISPLAY ' 12. Worklist de autocertificacao FATCA/CRS'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
                   CALL 'BANKC360' USING LS-RETORNO
               WHEN '11'
                   CALL 'BANKOUV' USING LS-RETORNO
               WHEN '12'
                   PERFORM 9670-LISTAR-WORKLIST-FISCAL
               WHEN '00'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
               ACCEPT CRM-CLI-LOGRADOURO
               DISPLAY 'Telefone: '
               ACCEPT CRM-CLI-NUMERO
               DISPLAY 'CEP (8 digitos): '
               ACCEPT CRM-CLI-CEP
               PERFORM 2050-COMPLETAR-ENDERECO-CEP
               IF CEP-DESCONHECIDO
                   DISPLAY 'CADASTRO RECUSADO - CEP INEXISTENTE'
                   MOVE 23 TO LS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               IF CEP-SEM-DIRETORIO
                   DISPLAY 'Cidade: '
                   ACCEPT CRM-CLI-CIDADE
                   DISPLAY 'UF: '
                   ACCEPT CRM-CLI-ESTADO
               END-IF
               MOVE 'A' TO CRM-CLI-STATUS
      *        Triagem automatica contra a lista de vigilancia
      *        (PEPs, sancionados) - cadastro com coincidencia nasce
                   MOVE 'B' TO CRM-CLI-STATUS
               END-IF
               PERFORM 2150-CALCULAR-SCORE
               MOVE CRM-CLI-CPF TO WS-DOC-CLARO
               PERFORM 2030-CIFRAR-NOVO-CLIENTE
               WRITE REG-CLIENTE
               IF FS-DUP
                   MOVE 22 TO LS-CODIGO
               ELSE IF FS-OK
                   DISPLAY 'CLIENTE CADASTRADO'
                   PERFORM 2040-AGENDAR-CONSULTA-RECEITA
                   PERFORM 2200-CAPTURAR-RESIDENCIA-FISCAL
                   MOVE 0 TO LS-CODIGO
               ELSE
                   DISPLAY 'ERRO AO CADASTRAR: ' FS-CLIENTE
           CALL 'BANKCRY' USING WS-CHAMADA-CIFRAGEM
           MOVE WS-CRYSRV-TEXTO TO CRM-CLI-ENDERECO.

       2050-COMPLETAR-ENDERECO-CEP.
      *    Bairro, cidade e UF vem do diretorio de CEP; o logradouro
      *    do diretorio vai para o complemento (o campo de logradouro
      *    do cadastro guarda o email). CEP fora do diretorio e
      *    recusado pelo chamador; sem diretorio carregado cidade e
      *    UF continuam digitadas.
           MOVE 'N' TO WS-CEP-SITUACAO
           OPEN INPUT ARQCEP
           IF NOT FS-CEP-OK
               MOVE 'X' TO WS-CEP-SITUACAO
               DISPLAY 'DIRETORIO DE CEP NAO CARREGADO'
               EXIT PARAGRAPH
           END-IF
           MOVE CRM-CLI-CEP TO CEP-CODIGO
           READ ARQCEP
               INVALID KEY CONTINUE
           END-READ
           IF FS-CEP-OK
               MOVE 'S' TO WS-CEP-SITUACAO
               MOVE CEP-LOGRADOURO TO CRM-CLI-COMPL
               MOVE CEP-BAIRRO TO CRM-CLI-BAIRRO
               MOVE CEP-CIDADE TO CRM-CLI-CIDADE
               MOVE CEP-UF TO CRM-CLI-ESTADO
               DISPLAY 'ENDERECO: ' CEP-LOGRADOURO
               DISPLAY '          ' CEP-BAIRRO
               DISPLAY '          ' CEP-CIDADE ' - ' CEP-UF
           ELSE
               DISPLAY 'CEP NAO CONSTA DO DIRETORIO DOS CORREIOS'
           END-IF
           CLOSE ARQCEP.

       2040-AGENDAR-CONSULTA-RECEITA.
      *    O digito verificador nao diz se o CPF esta regular: o
      *    cadastro de pessoa fisica fica pendente de consulta da
      *    situacao cadastral, que sai no arquivo do dia do BANKRFB.
           IF WS-DOC-CLARO(12:3) NOT = SPACES
              OR WS-DOC-CLARO(1:11) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQRECEITA
           IF FS-RECEITA = '35'
               OPEN OUTPUT ARQRECEITA
               CLOSE ARQRECEITA
               OPEN I-O ARQRECEITA
           END-IF
           INITIALIZE REG-RECEITA
           MOVE CRM-CLI-ID TO RCT-CLI-ID
           MOVE WS-DOC-CLARO(1:11) TO RCT-CPF
           MOVE 'P' TO RCT-CONSULTA
           MOVE SPACES TO RCT-SITUACAO RCT-NOME-CONFERE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-DT-INCLUSAO
           WRITE REG-RECEITA
               INVALID KEY REWRITE REG-RECEITA
           END-WRITE
           CLOSE ARQRECEITA
           DISPLAY 'CPF ENVIADO PARA CONSULTA DE SITUACAO CADASTRAL'.

       2020-VERIFICAR-WATCHLIST.
           MOVE 'N' TO WS-WTC-ACHOU
           MOVE ZEROS TO WTC-ID
           END-PERFORM
           MOVE '00' TO FS-WATCH.

       2200-CAPTURAR-RESIDENCIA-FISCAL.
      *    Residencias fiscais no exterior com o TIN de cada pais,
      *    data da autocertificacao e indicios de vinculo com o
      *    exterior (FATCA/CRS) - insumo do reporte anual BANKFAT.
           MOVE 'N' TO WS-FSC-EXISTE
           MOVE CRM-CLI-ID TO FSC-CLI-ID
           READ ARQFISCAL
               INVALID KEY CONTINUE
           END-READ
           IF FS-FSC-OK
               MOVE 'S' TO WS-FSC-EXISTE
           ELSE
               INITIALIZE REG-RESIDENCIA-FISCAL
               MOVE CRM-CLI-ID TO FSC-CLI-ID
               MOVE 'N' TO FSC-IND-ENDERECO FSC-IND-TELEFONE
                           FSC-IND-NASCIMENTO FSC-IND-TRANSFERENCIA
           END-IF
           MOVE FSC-PAIS(1) TO WS-FSC-PAIS-ANTES
           MOVE FSC-DT-AUTOCERT TO WS-FSC-AUTOCERT-ANTES
           DISPLAY 'Residencia fiscal fora do Brasil? (S/N): '
           ACCEPT WS-FSC-RESPOSTA
           PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
                   UNTIL WS-FSC-IDX > 3
               MOVE SPACES TO FSC-PAIS(WS-FSC-IDX)
                              FSC-TIN(WS-FSC-IDX)
           END-PERFORM
           IF WS-FSC-RESPOSTA = 'S'
               MOVE 'N' TO WS-FSC-FIM-PAISES
               PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
                       UNTIL WS-FSC-IDX > 3 OR WS-FSC-FIM-PAISES = 'S'
                   PERFORM 2210-INFORMAR-PAIS
               END-PERFORM
           END-IF
           DISPLAY 'Data da autocertificacao (AAAAMMDD, 0 = '
               'nao entregue): '
           ACCEPT FSC-DT-AUTOCERT
           DISPLAY 'Endereco no exterior? (S/N): '
           ACCEPT FSC-IND-ENDERECO
           DISPLAY 'Telefone no exterior? (S/N): '
           ACCEPT FSC-IND-TELEFONE
           DISPLAY 'Nascido nos EUA? (S/N): '
           ACCEPT FSC-IND-NASCIMENTO
           DISPLAY 'Ordem permanente de transferencia ao exterior? '
               '(S/N): '
           ACCEPT FSC-IND-TRANSFERENCIA
           IF FSC-IND-ENDERECO NOT = 'S'
               MOVE 'N' TO FSC-IND-ENDERECO
           END-IF
           IF FSC-IND-TELEFONE NOT = 'S'
               MOVE 'N' TO FSC-IND-TELEFONE
           END-IF
           IF FSC-IND-NASCIMENTO NOT = 'S'
               MOVE 'N' TO FSC-IND-NASCIMENTO
           END-IF
           IF FSC-IND-TRANSFERENCIA NOT = 'S'
               MOVE 'N' TO FSC-IND-TRANSFERENCIA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO FSC-DT-ATUALIZACAO
           IF FSC-EXISTENTE
               REWRITE REG-RESIDENCIA-FISCAL
           ELSE
               WRITE REG-RESIDENCIA-FISCAL
           END-IF
           IF FS-FSC-OK
               DISPLAY 'RESIDENCIA FISCAL REGISTRADA'
           ELSE
               DISPLAY 'ERRO AO GRAVAR RESIDENCIA FISCAL: ' FS-FISCAL
           END-IF.

       2210-INFORMAR-PAIS.
           DISPLAY 'Pais ' WS-FSC-IDX
               ' (ISO 2 letras, branco encerra): '
           ACCEPT FSC-PAIS(WS-FSC-IDX)
           IF FSC-PAIS(WS-FSC-IDX) = SPACES
               MOVE 'S' TO WS-FSC-FIM-PAISES
           ELSE
               DISPLAY 'TIN / NIF no pais: '
               ACCEPT FSC-TIN(WS-FSC-IDX)
           END-IF.

       2150-CALCULAR-SCORE.
           EVALUATE TRUE
               WHEN CRM-CLI-RENDA >= 20000
               DISPLAY 'Status: ' CRM-CLI-STATUS
               DISPLAY 'Score: ' CRM-CLI-SCORE-CREDITO
               PERFORM 3050-EXIBIR-RENTABILIDADE
               PERFORM 3060-EXIBIR-RESIDENCIA-FISCAL
               MOVE WS-BUSCA-ID TO WS-ATD-CLI-BUSCA
               PERFORM 8300-LISTAR-PROTOCOLOS-ABERTOS
               MOVE 0 TO LS-CODIGO
           END-IF
           CLOSE ARQRENTAB.

       3060-EXIBIR-RESIDENCIA-FISCAL.
           MOVE CRM-CLI-ID TO FSC-CLI-ID
           READ ARQFISCAL
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-FSC-OK
               DISPLAY 'Residencia fiscal: NAO INFORMADA'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
                   UNTIL WS-FSC-IDX > 3
               IF FSC-PAIS(WS-FSC-IDX) NOT = SPACES
                   DISPLAY 'Residencia fiscal: ' FSC-PAIS(WS-FSC-IDX)
                       ' TIN ' FSC-TIN(WS-FSC-IDX)
               END-IF
           END-PERFORM
           DISPLAY 'Autocertificacao: ' FSC-DT-AUTOCERT
               ' Indicios (end/tel/nasc/transf): ' FSC-IND-ENDERECO
               FSC-IND-TELEFONE FSC-IND-NASCIMENTO
               FSC-IND-TRANSFERENCIA.

       4000-ATUALIZAR.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-BUSCA-ID
           ACCEPT CRM-CLI-LOGRADOURO
           DISPLAY 'Novo Telefone: '
           ACCEPT CRM-CLI-NUMERO
           DISPLAY 'Novo CEP (ENTER mantem): '
           MOVE SPACES TO WS-CEP-NOVO
           ACCEPT WS-CEP-NOVO
           IF WS-CEP-NOVO NOT = SPACES
               MOVE WS-CEP-NOVO TO CRM-CLI-CEP
               PERFORM 2050-COMPLETAR-ENDERECO-CEP
               IF CEP-DESCONHECIDO
                   DISPLAY 'ATUALIZACAO RECUSADA - CEP INEXISTENTE'
                   MOVE 23 TO LS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               IF CEP-SEM-DIRETORIO
                   DISPLAY 'Nova Cidade: '
                   ACCEPT CRM-CLI-CIDADE
                   DISPLAY 'Nova UF: '
                   ACCEPT CRM-CLI-ESTADO
               END-IF
           END-IF
           DISPLAY 'Nova Profissao: '
           ACCEPT CRM-CLI-PROFISSAO
           DISPLAY 'Nova Renda: '
           IF FS-OK
               DISPLAY 'CADASTRO ATUALIZADO'
               PERFORM 4100-AUDITAR-ATUALIZACAO
               IF WS-CEP-NOVO NOT = SPACES
                   PERFORM 4200-LIBERAR-POSTAGEM
               END-IF
               DISPLAY 'Atualizar residencia fiscal (FATCA/CRS)? '
                   '(S/N): '
               ACCEPT WS-FSC-RESPOSTA
               IF WS-FSC-RESPOSTA = 'S'
                   PERFORM 2200-CAPTURAR-RESIDENCIA-FISCAL
                   PERFORM 4150-AUDITAR-RESIDENCIA-FISCAL
               END-IF
               MOVE 0 TO LS-CODIGO
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR: ' FS-CLIENTE
               CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           END-IF.

       4150-AUDITAR-RESIDENCIA-FISCAL.
      *    Pais de residencia e autocertificacao decidem o reporte
      *    FATCA/CRS: mudancas vao para a trilha encadeada.
           IF NOT FS-FSC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'BANKFISC.DAT' TO WS-AUD-ARQUIVO
           MOVE CRM-CLI-ID TO WS-AUD-CHAVE
           IF FSC-PAIS(1) NOT = WS-FSC-PAIS-ANTES
               MOVE 'PAIS-RESIDENCIA' TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
               MOVE WS-FSC-PAIS-ANTES TO WS-AUD-ANTES(1:2)
               MOVE FSC-PAIS(1) TO WS-AUD-DEPOIS(1:2)
               CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           END-IF
           IF FSC-DT-AUTOCERT NOT = WS-FSC-AUTOCERT-ANTES
               MOVE 'DT-AUTOCERT' TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
               MOVE WS-FSC-AUTOCERT-ANTES TO WS-AUD-ANTES(1:8)
               MOVE FSC-DT-AUTOCERT TO WS-AUD-DEPOIS(1:8)
               CALL 'BANKAUD' USING WS-CHAMADA-AUDITORIA
           END-IF.

       4200-LIBERAR-POSTAGEM.
      *    Novo endereco informado: cliente com endereco invalidado
      *    por correspondencia devolvida volta a receber papel e o
      *    protocolo de atualizacao cadastral e encerrado.
           MOVE 'L' TO WS-PSTSRV-MODO
           MOVE CRM-CLI-ID TO WS-PSTSRV-CLI-ID
           MOVE SPACES TO WS-PSTSRV-DOCUMENTO WS-PSTSRV-REFERENCIA
           MOVE WS-AUD-OPERADOR TO WS-PSTSRV-OPERADOR
           CALL 'BANKPST' USING WS-CHAMADA-POSTAGEM
           IF WS-PSTSRV-CODIGO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'ENDERECO REVALIDADO - POSTAGEM EM PAPEL LIBERADA'
           IF WS-PSTSRV-PROTOCOLO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PSTSRV-PROTOCOLO TO ATD-PROTOCOLO
           READ ARQATEND KEY IS ATD-PROTOCOLO
           IF FS-ATEND-OK AND NOT ATD-RESOLVIDO
               MOVE 'R' TO ATD-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO ATD-DT-RESOLUCAO
               REWRITE REG-ATENDIMENTO
               DISPLAY 'PROTOCOLO ' ATD-PROTOCOLO ' RESOLVIDO'
           END-IF.

       5000-INATIVAR.
           DISPLAY 'ID do cliente: '
           ACCEPT WS-BUSCA-ID
           IF WS-KYW-TEM-CPF = 'S' AND WS-KYW-TEM-RG = 'S'
              AND WS-KYW-TEM-RESID = 'S'
              AND WS-KYW-TEM-VENCIDO = 'N'
      *        Dossie em dia: sai da worklist se estava nela -
      *        salvo pendencia de Receita, baixada pelo BANKRFB.
               MOVE CRM-CLI-ID TO KYW-CLI-ID
               READ ARQKYCWORK
                   INVALID KEY CONTINUE
               END-READ
               IF FS-KYW-OK
                  AND NOT KYW-RECEITA AND NOT KYW-NOME-DIVERGE
                   DELETE ARQKYCWORK RECORD
               END-IF
               EXIT PARAGRAPH
           READ ARQKYCWORK
               INVALID KEY CONTINUE
           END-READ
      *    Pendencia de Receita prevalece e nao e sobreposta.
           IF FS-KYW-OK
              AND (KYW-RECEITA OR KYW-NOME-DIVERGE)
               ADD 1 TO WS-KYW-QTD
               EXIT PARAGRAPH
           END-IF
           IF FS-KYW-OK
               MOVE WS-KYW-AGENCIA TO KYW-AGENCIA
               IF WS-KYW-TEM-VENCIDO = 'S'
           DISPLAY 'CLIENTES NA WORKLIST: ' WS-KYW-QTD
           MOVE 0 TO LS-CODIGO.

       9670-LISTAR-WORKLIST-FISCAL.
      *    Clientes com indicio de vinculo com o exterior e sem
      *    autocertificacao, apurados no reporte anual (BANKFAT).
      *    Indicios na ordem: endereco, telefone, nascimento EUA,
      *    transferencia permanente.
           DISPLAY '--- WORKLIST DE AUTOCERTIFICACAO FATCA/CRS ---'
           MOVE ZEROS TO WS-FSC-QTD
           OPEN INPUT ARQFATWORK
           IF NOT FS-FTW-OK
               DISPLAY 'WORKLIST NAO GERADA (RODAR O BANKFAT)'
               MOVE 0 TO LS-CODIGO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-FTW-EOF
               READ ARQFATWORK NEXT
                   AT END MOVE '10' TO FS-FATWORK
               END-READ
               IF NOT FS-FTW-EOF
                   ADD 1 TO WS-FSC-QTD
                   DISPLAY 'CLIENTE ' FTW-CLI-ID
                       ' AGENCIA ' FTW-AGENCIA
                       ' INDICIOS ' FTW-INDICIOS
                       ' RESID.EXT ' FTW-RESIDENCIA
                       ' DESDE ' FTW-DT-DETECCAO
               END-IF
           END-PERFORM
           CLOSE ARQFATWORK
           DISPLAY 'CLIENTES NA WORKLIST: ' WS-FSC-QTD
           MOVE 0 TO LS-CODIGO.

       9000-CLASSIFICAR-TIERS.
      *    Segmentacao noturna: classifica cada cliente em Varejo /
      *    Prime / Private a partir da renda declarada e do
