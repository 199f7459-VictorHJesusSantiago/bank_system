      *================================================================
      * BANKCXS.COB - Servico de Caixinhas (Metas de Poupanca)
      * Sistema Bancario COBOL
      * Servico das caixinhas da conta corrente (BANKCXA.DAT, com os
      * movimentos em BANKCXAM.DAT e o menu no BANKCXA) chamado pelos
      * modulos que debitam conta corrente. O dinheiro guardado em
      * caixinha continua no saldo da conta, mas fica fora do
      * disponivel para debito ate o cliente resgata-lo.
      * Chamadas de servico pelo campo LS-CXS-MODO:
      *   'S' saldo guardado: devolve em LS-CXS-VALOR o total das
      *       caixinhas ativas da conta LS-CXS-CONTA e em LS-CXS-QTD
      *       a quantidade delas, a abater do disponivel para debito
      *       (BANKTRAN, BANKTRF, BANKPAY, BANKESC e BANKCOR)
      * Codigo 3 = modo invalido.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCXS.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAIXINHA ASSIGN TO 'BANKCXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-ID
               ALTERNATE RECORD KEY IS CXA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CAIXINHA.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCAIXINHA.
       01  REG-CAIXINHA.
           05  CXA-ID                PIC 9(10).
           05  CXA-CONTA             PIC 9(10).
           05  CXA-NOME              PIC X(30).
           05  CXA-VALOR-META        PIC S9(13)V99 COMP-3.
           05  CXA-DT-META           PIC 9(8).
           05  CXA-SALDO             PIC S9(13)V99 COMP-3.
           05  CXA-TOT-RENDIMENTO    PIC S9(13)V99 COMP-3.
           05  CXA-DT-CRIACAO        PIC 9(8).
           05  CXA-DT-ULT-REND       PIC 9(8).
           05  CXA-REGRA-SENTIDO     PIC X(1).
               88  CXA-SEM-REGRA     VALUE 'N'.
               88  CXA-REGRA-GUARDAR VALUE 'G'.
               88  CXA-REGRA-RESGATAR VALUE 'R'.
           05  CXA-REGRA-DIA         PIC 9(2).
           05  CXA-REGRA-VALOR       PIC S9(13)V99 COMP-3.
           05  CXA-REGRA-MES-ULT     PIC 9(6).
           05  CXA-META-AVISADA      PIC X(1).
               88  CXA-META-JA-AVISADA VALUE 'S'.
           05  CXA-QTD-MOV           PIC 9(5).
           05  CXA-SITUACAO          PIC X(1).
               88  CXA-ATIVA         VALUE 'A'.
               88  CXA-ENCERRADA     VALUE 'E'.
           05  CXA-DT-SITUACAO       PIC 9(8).
           05  CXA-OPERADOR          PIC X(20).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-CXS-CTRL.
           05  FS-CAIXINHA          PIC XX.
               88  FS-CXA-OK        VALUE '00'.
               88  FS-CXA-EOF       VALUE '10'.

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-CAIXINHA.
           05  LS-CXS-MODO          PIC X(1).
               88  LS-CXS-SALDO     VALUE 'S'.
           05  LS-CXS-CONTA         PIC 9(10).
           05  LS-CXS-VALOR         PIC S9(13)V99 COMP-3.
           05  LS-CXS-QTD           PIC 9(3).
           05  LS-CXS-CODIGO        PIC 9(4).
           05  LS-CXS-MENSAGEM      PIC X(60).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-CAIXINHA.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-CXS-CODIGO
           MOVE SPACES TO LS-CXS-MENSAGEM
           EVALUATE TRUE
               WHEN LS-CXS-SALDO
                   PERFORM 1000-SALDO-GUARDADO
               WHEN OTHER
                   MOVE 0003 TO LS-CXS-CODIGO
                   MOVE 'MODO DE CHAMADA INVALIDO' TO LS-CXS-MENSAGEM
           END-EVALUATE
           GOBACK.

      *================================================================
       1000-SALDO-GUARDADO SECTION.
      *================================================================
       1000-INICIO.
           MOVE ZEROS TO LS-CXS-VALOR LS-CXS-QTD
           OPEN INPUT ARQCAIXINHA
           IF NOT FS-CXA-OK
      *        Sem cadastro de caixinhas nao ha valor guardado.
               EXIT SECTION
           END-IF
           MOVE LS-CXS-CONTA TO CXA-CONTA
           START ARQCAIXINHA KEY IS = CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-CONTA NOT = LS-CXS-CONTA
                       MOVE '10' TO FS-CAIXINHA
                   ELSE
                       IF CXA-ATIVA
                           ADD CXA-SALDO TO LS-CXS-VALOR
                           ADD 1 TO LS-CXS-QTD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQCAIXINHA
           EXIT SECTION.

      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
