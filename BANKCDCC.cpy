      *================================================================
      * BANKCDCC.CPY - Controle dos Feeds de Alteracoes
      * Sistema Bancario COBOL - Layout do arquivo BANKCDCC.DAT
      *================================================================
      * Um registro por feed gerado pelo BANKCDC, pela data de
      * movimento: faixa de sequencia dos detalhes, contagem por
      * arquivo, posicao da trilha de auditoria ja consumida e a
      * confirmacao de carga devolvida pelo data warehouse
      * (BANKCDC.ACK). Feed sem confirmacao depois do seguinte ter
      * sido gerado e dia perdido no data warehouse.
       01  REG-CONTROLE-CDC.
           05  CDC-DATA              PIC 9(8).
           05  CDC-DATA-INICIAL      PIC 9(8).
           05  CDC-SEQ-INICIAL       PIC 9(12).
           05  CDC-SEQ-FINAL         PIC 9(12).
           05  CDC-QTD-DETALHES      PIC 9(7).
           05  CDC-CONTAGEM OCCURS 4 TIMES.
               10  CDC-CNT-INCLUSOES  PIC 9(7).
               10  CDC-CNT-ALTERACOES PIC 9(7).
               10  CDC-CNT-EXCLUSOES  PIC 9(7).
           05  CDC-AUD-SEQ-FINAL     PIC 9(12).
           05  CDC-DT-GERACAO        PIC 9(8).
           05  CDC-HR-GERACAO        PIC 9(6).
           05  CDC-SITUACAO          PIC X(1).
               88  CDC-GERADO        VALUE 'G'.
               88  CDC-CONFIRMADO    VALUE 'C'.
               88  CDC-REJEITADO     VALUE 'R'.
               88  CDC-DIVERGENTE    VALUE 'D'.
           05  CDC-DT-CONFIRMACAO    PIC 9(8).
           05  CDC-MOTIVO            PIC X(40).
