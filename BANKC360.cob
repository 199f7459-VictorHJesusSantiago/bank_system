      * (BANKDISP.DAT), protocolos pendentes com o relogio de SLA,
      * situacao de vencimento do dossie KYC e o tier da
      * segmentacao. O resumo imprimivel sai em BANKC360.TXT para
      * anexar ao atendimento. Inclui os consentimentos Open Finance
      * do cliente e cada entrega de dados feita as instituicoes
      * receptoras (BANKOFC.DAT/BANKOFE.DAT, gravados pelo BANKOFN).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKC360.
               RECORD KEY IS TIER-CLI-ID
               FILE STATUS IS FS-TIER.

           SELECT ARQCONSENT ASSIGN TO 'BANKOFC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-ID
               ALTERNATE RECORD KEY IS OFC-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CONSENT.

           SELECT ARQENTREGA ASSIGN TO 'BANKOFE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-ID
               ALTERNATE RECORD KEY IS OFE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-ENTREGA.

           SELECT ARQRESUMO ASSIGN TO 'BANKC360.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.
               88  TIER-PRIVATE      VALUE 'R'.
           05  TIER-DT-CALCULO       PIC 9(8).

       FD  ARQCONSENT.
       01  REG-CONSENT-OFN.
           05  OFC-ID                PIC 9(10).
           05  OFC-CLI-ID            PIC 9(10).
           05  OFC-INSTITUICAO       PIC X(40).
           05  OFC-INST-CNPJ         PIC X(14).
           05  OFC-GRUPOS            PIC X(6).
           05  OFC-DT-CONSENTIMENTO  PIC 9(8).
           05  OFC-DT-HIST-INICIO    PIC 9(8).
           05  OFC-DT-EXPIRACAO      PIC 9(8).
           05  OFC-DT-REVOGACAO      PIC 9(8).
           05  OFC-DT-ULT-ENTREGA    PIC 9(8).
           05  OFC-STATUS            PIC X(1).
           05  OFC-CANAL             PIC X(10).
           05  OFC-OPERADOR          PIC X(20).

       FD  ARQENTREGA.
       01  REG-ENTREGA-OFN.
           05  OFE-ID                PIC 9(10).
           05  OFE-CLI-ID            PIC 9(10).
           05  OFE-CONSENT-ID        PIC 9(10).
           05  OFE-INSTITUICAO       PIC X(40).
           05  OFE-GRUPO             PIC X(12).
           05  OFE-QTD-REGISTROS     PIC 9(7).
           05  OFE-PER-INICIO        PIC 9(8).
           05  OFE-PER-FIM           PIC 9(8).
           05  OFE-DATA              PIC 9(8).
           05  OFE-HORA              PIC 9(6).

       FD  ARQRESUMO.
       01  REG-RESUMO                PIC X(132).

           05  FS-TIER              PIC XX.
               88  FS-TIER-OK       VALUE '00'.
               88  FS-TIER-NFD      VALUE '35'.
           05  FS-CONSENT           PIC XX.
               88  FS-OFC-EOF       VALUE '10'.
           05  FS-ENTREGA           PIC XX.
               88  FS-OFE-EOF       VALUE '10'.
           05  FS-RESUMO            PIC XX.

       01  WS-VISAO-CTRL.
           PERFORM 6000-DISPUTAS
           PERFORM 7000-PROTOCOLOS
           PERFORM 8000-KYC-E-TIER
           PERFORM 8500-OPEN-FINANCE
           CLOSE ARQCLIENTE ARQRESUMO
           DISPLAY 'RESUMO IMPRIMIVEL EM BANKC360.TXT'
           MOVE 0 TO LS-CODIGO
               CLOSE ARQTIER
           END-IF
           EXIT SECTION.

      *================================================================
       8500-OPEN-FINANCE SECTION.
      *================================================================
       8500-INICIO.
      *    Consentimentos de compartilhamento e a trilha de cada
      *    entrega de dados: o que saiu, para quem e de que periodo.
           MOVE 'OPEN FINANCE - CONSENTIMENTOS:' TO WS-C36-LINHA
           PERFORM 0500-MOSTRAR
           OPEN INPUT ARQCONSENT
           IF FS-CONSENT NOT = '00'
               EXIT SECTION
           END-IF
           MOVE WS-C36-CLI-INF TO OFC-CLI-ID
           START ARQCONSENT KEY IS = OFC-CLI-ID
               INVALID KEY MOVE '10' TO FS-CONSENT
           END-START
           PERFORM UNTIL FS-OFC-EOF
               READ ARQCONSENT NEXT
                   AT END MOVE '10' TO FS-CONSENT
               END-READ
               IF NOT FS-OFC-EOF
                   IF OFC-CLI-ID NOT = WS-C36-CLI-INF
                       MOVE '10' TO FS-CONSENT
                   ELSE
                       MOVE SPACES TO WS-C36-LINHA
                       STRING '  ' DELIMITED SIZE
                              OFC-ID DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              OFC-INSTITUICAO(1:30) DELIMITED SIZE
                              ' GRUPOS ' DELIMITED SIZE
                              OFC-GRUPOS DELIMITED SIZE
                              ' EXPIRA ' DELIMITED SIZE
                              OFC-DT-EXPIRACAO DELIMITED SIZE
                              ' SIT ' DELIMITED SIZE
                              OFC-STATUS DELIMITED SIZE
                           INTO WS-C36-LINHA
                       END-STRING
                       PERFORM 0500-MOSTRAR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCONSENT
           MOVE 'OPEN FINANCE - ENTREGAS DE DADOS:' TO WS-C36-LINHA
           PERFORM 0500-MOSTRAR
           OPEN INPUT ARQENTREGA
           IF FS-ENTREGA NOT = '00'
               EXIT SECTION
           END-IF
           MOVE WS-C36-CLI-INF TO OFE-CLI-ID
           START ARQENTREGA KEY IS = OFE-CLI-ID
               INVALID KEY MOVE '10' TO FS-ENTREGA
           END-START
           PERFORM UNTIL FS-OFE-EOF
               READ ARQENTREGA NEXT
                   AT END MOVE '10' TO FS-ENTREGA
               END-READ
               IF NOT FS-OFE-EOF
                   IF OFE-CLI-ID NOT = WS-C36-CLI-INF
                       MOVE '10' TO FS-ENTREGA
                   ELSE
                       MOVE SPACES TO WS-C36-LINHA
                       STRING '  ' DELIMITED SIZE
                              OFE-DATA DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              OFE-INSTITUICAO(1:30) DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              OFE-GRUPO DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              OFE-QTD-REGISTROS DELIMITED SIZE
                              ' REG PERIODO ' DELIMITED SIZE
                              OFE-PER-INICIO DELIMITED SIZE
                              '-' DELIMITED SIZE
                              OFE-PER-FIM DELIMITED SIZE
                           INTO WS-C36-LINHA
                       END-STRING
                       PERFORM 0500-MOSTRAR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQENTREGA
           EXIT SECTION.
      *================================================================
       9999-FIM.
      *================================================================
