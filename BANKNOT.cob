      * da conta - ou ao telefone, por SMS, quando nao ha email. O
      * lote de spool do BANKADM formata as pendentes por canal no
      * arquivo de saida do bureau de mensageria, com controle de
      * situacao e retentativa. Mensagens de campanha de marketing
      * (BANKMKT) chegam com o numero da campanha, que fica gravado
      * na notificacao; avisos de servico vao com campanha zero.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKNOT.
               88  NTQ-ENVIADA       VALUE 'E'.
               88  NTQ-FALHA         VALUE 'F'.
           05  NTQ-TENTATIVAS        PIC 9(1).
           05  NTQ-CAMPANHA          PIC 9(6).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  LS-NOT-EVENTO        PIC X(3).
           05  LS-NOT-MENSAGEM      PIC X(80).
           05  LS-NOT-CODIGO        PIC 9(4).
           05  LS-NOT-CAMPANHA      PIC 9(6).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-NOTIFICACAO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO NTQ-HORA
           MOVE 'P' TO NTQ-SITUACAO
           MOVE ZEROS TO NTQ-TENTATIVAS
           IF LS-NOT-CAMPANHA IS NUMERIC
               MOVE LS-NOT-CAMPANHA TO NTQ-CAMPANHA
           ELSE
               MOVE ZEROS TO NTQ-CAMPANHA
           END-IF
           WRITE REG-NOTIFIC
           IF NOT FS-NTQ-OK
               MOVE 9999 TO LS-NOT-CODIGO
