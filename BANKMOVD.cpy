      *================================================================
      * BANKMOVD.CPY - Extrato do Movimento do Dia - Layout do
      * arquivo BANKMOVD.DAT (gerado e conferido pelo BANKMOV)
      *================================================================
      * Um header, os detalhes ordenados por conta (conta, ID da
      * transacao, perna) e um trailer de controle. Cada transacao
      * da data de movimento gera a perna O na conta de origem e,
      * havendo conta de destino, a perna D na conta de destino; os
      * totais do trailer contam cada transacao uma vez (perna O).
      * MVD-TRANSACAO tem o mesmo desenho do registro de
      * BANKTRAN.DAT e pode ser movido direto para ele.
       01  REG-MOVDIA.
           05  MVD-TIPO-REG          PIC X(1).
               88  MVD-HEADER        VALUE 'H'.
               88  MVD-DETALHE       VALUE 'D'.
               88  MVD-TRAILER       VALUE 'T'.
           05  MVD-CONTA             PIC 9(10).
           05  MVD-PERNA             PIC X(1).
               88  MVD-PERNA-ORIGEM  VALUE 'O'.
               88  MVD-PERNA-DESTINO VALUE 'D'.
           05  MVD-TRANSACAO.
               10  MVD-TRANS-ID          PIC 9(15).
               10  MVD-TRANS-CONTA-ORG   PIC 9(10).
               10  MVD-TRANS-CONTA-DEST  PIC 9(10).
               10  MVD-TRANS-TIPO        PIC X(3).
               10  MVD-TRANS-VALOR       PIC S9(13)V99 COMP-3.
               10  MVD-TRANS-DATA        PIC 9(8).
               10  MVD-TRANS-HORA        PIC 9(6).
               10  MVD-TRANS-DESCRICAO   PIC X(100).
               10  MVD-TRANS-STATUS      PIC X(1).
               10  MVD-TRANS-NSU         PIC 9(12).
               10  MVD-TRANS-CANAL       PIC X(10).
               10  MVD-TRANS-MOEDA       PIC X(3).
      *    Header e trailer: controle do extrato
           05  MVD-CONTROLE REDEFINES MVD-TRANSACAO.
               10  MVD-DATA-MOVIMENTO    PIC 9(8).
      *        Maior TRN-ID de BANKTRAN.DAT na geracao - transacao
      *        gravada acima dele torna o extrato desatualizado.
               10  MVD-ULTIMO-TRANS-ID   PIC 9(15).
               10  MVD-DT-GERACAO        PIC 9(8).
               10  MVD-HR-GERACAO        PIC 9(6).
               10  MVD-QTD-TRANSACOES    PIC 9(9).
               10  MVD-QTD-REGISTROS     PIC 9(9).
               10  MVD-TOTAL-VALOR       PIC S9(15)V99 COMP-3.
               10  MVD-HASH-IDS          PIC 9(18).
      *        Contador de BANKMOVC.DAT na geracao - transacao
      *        regravada depois (mudanca de situacao) o altera.
               10  MVD-QTD-ALTERACOES    PIC 9(9).
               10  FILLER                PIC X(95).
