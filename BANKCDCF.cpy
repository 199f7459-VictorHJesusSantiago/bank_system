      *================================================================
      * BANKCDCF.CPY - Feed de Alteracoes ao Data Warehouse
      * Sistema Bancario COBOL - Layout do arquivo BANKCDC.TXT
      *================================================================
      * Um header, um detalhe por inclusao (I), alteracao (U) ou
      * exclusao (D) em BANKACCT, BANKCUST, BANKTRAN e BANKEMPR no
      * periodo do feed e um trailer de controle. A sequencia dos
      * detalhes continua de um feed para o outro: salto na
      * numeracao denuncia feed perdido. As imagens antes/depois
      * sao o registro em formato de exibicao (valores com sinal
      * separado, sem a senha); inclusao vem com a imagem anterior
      * em branco e exclusao com a posterior em branco. O trailer
      * traz a quantidade de linhas anteriores a ele (posicao 4,
      * conferida pelo BANKIFC) e a contagem por arquivo.
       01  REG-FEED-CDC.
           05  CDF-TIPO-REG          PIC X(3).
               88  CDF-HEADER        VALUE 'HDR'.
               88  CDF-DETALHE       VALUE 'CDC'.
               88  CDF-TRAILER       VALUE 'TRL'.
           05  CDF-DETALHE-DADOS.
               10  CDF-SEQ           PIC 9(12).
               10  CDF-ARQUIVO       PIC X(4).
                   88  CDF-ARQ-CONTA      VALUE 'ACCT'.
                   88  CDF-ARQ-CLIENTE    VALUE 'CUST'.
                   88  CDF-ARQ-TRANSACAO  VALUE 'TRAN'.
                   88  CDF-ARQ-EMPRESTIMO VALUE 'EMPR'.
               10  CDF-OPERACAO      PIC X(1).
                   88  CDF-INCLUSAO  VALUE 'I'.
                   88  CDF-ALTERACAO VALUE 'U'.
                   88  CDF-EXCLUSAO  VALUE 'D'.
               10  CDF-CHAVE         PIC X(15).
               10  CDF-DATA          PIC 9(8).
               10  CDF-HORA          PIC 9(6).
               10  CDF-OPERADOR      PIC X(20).
      *        Campo da trilha de auditoria que explica a alteracao
      *        (VARIOS quando mais de um; branco sem registro na
      *        trilha, como saldo movimentado pelas transacoes).
               10  CDF-CAMPO         PIC X(20).
               10  CDF-ANTES         PIC X(360).
               10  CDF-DEPOIS        PIC X(360).
           05  CDF-HEADER-DADOS REDEFINES CDF-DETALHE-DADOS.
               10  CDF-DATA-MOVIMENTO    PIC 9(8).
               10  CDF-DATA-INICIAL      PIC 9(8).
               10  CDF-SEQ-INICIAL       PIC 9(12).
               10  CDF-DT-GERACAO        PIC 9(8).
               10  CDF-HR-GERACAO        PIC 9(6).
               10  FILLER                PIC X(764).
           05  CDF-TRAILER-DADOS REDEFINES CDF-DETALHE-DADOS.
               10  CDF-QTD-LINHAS        PIC 9(7).
               10  CDF-SEQ-FINAL         PIC 9(12).
               10  CDF-CONTAGEM OCCURS 4 TIMES.
                   15  CDF-CNT-ARQUIVO    PIC X(4).
                   15  CDF-CNT-INCLUSOES  PIC 9(7).
                   15  CDF-CNT-ALTERACOES PIC 9(7).
                   15  CDF-CNT-EXCLUSOES  PIC 9(7).
               10  FILLER                PIC X(687).
