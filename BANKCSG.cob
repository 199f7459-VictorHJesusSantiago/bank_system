      * margem consignavel (soma das parcelas de consignados ativos
      * limitada a 30% da renda de REG-CLI-RENDA) e pratica a taxa
      * reduzida da modalidade.
      * Aposentado ou pensionista com beneficio do INSS ativo em
      * BANKBEN.DAT contrata na conta onde o beneficio e creditado,
      * mesmo que nao seja conta-salario: a margem e calculada sobre
      * o valor do beneficio e a parcela e retida pelo BANKBEN no
      * credito do beneficio.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCSG.
                   WITH DUPLICATES
               FILE STATUS IS FS-CONSIG.

           SELECT ARQBENEF ASSIGN TO 'BANKBEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-NB
               ALTERNATE RECORD KEY IS BEN-CONTA WITH DUPLICATES
               FILE STATUS IS FS-BENEF.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.
               88  CSG-ATIVO         VALUE 'A'.
               88  CSG-ENCERRADO     VALUE 'E'.

       FD  ARQBENEF.
           COPY BANKBEN.

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
               88  FS-CSG-OK        VALUE '00'.
               88  FS-CSG-EOF       VALUE '10'.
               88  FS-CSG-NFD       VALUE '23'.
           05  FS-BENEF             PIC XX.
               88  FS-BEN-EOF       VALUE '10'.
               88  FS-BEN-NFD       VALUE '23'.
           05  FS-DATAMOV           PIC XX.
           05  WS-OPCAO             PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
           05  WS-CSG-TAXA-DEC      PIC 9(1)V9(6) COMP-3.
           05  WS-CSG-FATOR         PIC 9(3)V9(10) COMP-3.
           05  WS-CSG-PARCELA       PIC S9(11)V99 COMP-3.
      *    Soma dos beneficios INSS ativos creditados na conta: base
      *    da margem no lugar da renda do cadastro.
           05  WS-CSG-BASE-BENEF    PIC S9(11)V99 COMP-3.
           05  WS-CSG-BASE-MARGEM   PIC S9(11)V99 COMP-3.
           05  WS-EMP-PROX-ID       PIC 9(10) VALUE ZEROS.
           05  WS-PROXIMO-ID        PIC 9(15) VALUE ZEROS.
           05  WS-CTR-CONFIRMA      PIC X(1).
           OPEN INPUT ARQCLIENTE
           PERFORM 0100-ABRIR-ARQEMPREST
           PERFORM 0110-ABRIR-ARQCONSIG
           PERFORM 0115-ABRIR-ARQBENEF
           PERFORM 0120-SEED-PROXIMO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0130-CARREGAR-DATA-MOVIMENTO
           PERFORM 1000-MENU UNTIL PARAR
           CLOSE ARQCONTAS ARQTRANS ARQCLIENTE ARQEMPREST ARQCONSIG
                 ARQBENEF
           MOVE 0 TO LS-CODIGO
           GOBACK.

               OPEN I-O ARQCONSIG
           END-IF.

       0115-ABRIR-ARQBENEF.
           OPEN INPUT ARQBENEF
           IF FS-BENEF = '35'
               OPEN OUTPUT ARQBENEF
               CLOSE ARQBENEF
               OPEN INPUT ARQBENEF
           END-IF.

       0120-SEED-PROXIMO-ID.
           MOVE 999999999999999 TO CSG-TRANS-ID
           START ARQTRANS KEY IS <= CSG-TRANS-ID
               MOVE 0002 TO LS-CODIGO
               EXIT SECTION
           END-IF
           PERFORM 2050-APURAR-BENEFICIOS
           IF CSG-CONTA-TIPO NOT = 'CS' AND WS-CSG-BASE-BENEF = ZEROS
               DISPLAY 'CONSIGNADO EXIGE CONTA-SALARIO (CS) OU '
                   'CONTA DE BENEFICIO INSS'
               MOVE 0003 TO LS-CODIGO
               EXIT SECTION
           END-IF
           MOVE 0 TO LS-CODIGO
           EXIT SECTION.

       2050-APURAR-BENEFICIOS.
           MOVE ZEROS TO WS-CSG-BASE-BENEF
           MOVE WS-CSG-CONTA-INF TO BEN-CONTA
           START ARQBENEF KEY IS = BEN-CONTA
               INVALID KEY MOVE '23' TO FS-BENEF
           END-START
           IF NOT FS-BEN-NFD
               PERFORM UNTIL FS-BEN-EOF
                   READ ARQBENEF NEXT
                       AT END MOVE '10' TO FS-BENEF
                   END-READ
                   IF NOT FS-BEN-EOF
                       IF BEN-CONTA NOT = WS-CSG-CONTA-INF
                           MOVE '10' TO FS-BENEF
                       ELSE
                           IF BEN-ATIVO
                               ADD BEN-VALOR TO WS-CSG-BASE-BENEF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE '00' TO FS-BENEF.

       2100-APURAR-MARGEM.
      *    Margem = 30% da renda do cliente (ou dos beneficios INSS
      *    creditados na conta) menos as parcelas dos consignados
      *    ja ativos da conta.
           MOVE ZEROS TO WS-CSG-MARGEM WS-CSG-COMPROMETIDO
           PERFORM 2050-APURAR-BENEFICIOS
           MOVE WS-CSG-BASE-BENEF TO WS-CSG-BASE-MARGEM
           IF WS-CSG-BASE-BENEF = ZEROS
               IF CSG-CONTA-CLI-ID = ZEROS
                   DISPLAY 'CONTA SEM CLIENTE NO CRM'
                   EXIT PARAGRAPH
               END-IF
               MOVE CSG-CONTA-CLI-ID TO CSGC-CLI-ID
               READ ARQCLIENTE KEY IS CSGC-CLI-ID
                   INVALID KEY CONTINUE
               END-READ
               IF NOT FS-CLI-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE CSGC-CLI-RENDA TO WS-CSG-BASE-MARGEM
           END-IF
           MOVE WS-CSG-CONTA-INF TO CSG-CONTA
           START ARQCONSIG KEY IS = CSG-CONTA
           END-IF
           MOVE '00' TO FS-CONSIG
           COMPUTE WS-CSG-MARGEM =
               WS-CSG-BASE-MARGEM * WS-CSG-MARGEM-PERC
               - WS-CSG-COMPROMETIDO.

       2200-GRAVAR-CONTRATO.
