               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTMEN.

           SELECT ARQCAIXINHA ASSIGN TO 'BANKCXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-ID
               ALTERNATE RECORD KEY IS CXA-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CAIXINHA.

           SELECT ARQMOVCXA ASSIGN TO 'BANKCXAM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXM-CHAVE
               FILE STATUS IS FS-MOVCXA.

           SELECT ARQCOMPULS ASSIGN TO 'BANKCMPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-DT-INICIO
               FILE STATUS IS FS-COMPULS.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  REP-EMP-ATIVO     VALUE 'A'.
               88  REP-EMP-EM-ATRASO VALUE 'T'.
               88  REP-EMP-QUITADO   VALUE 'Q'.
               88  REP-EMP-PREJUIZO  VALUE 'P'.
      *    Financiamento imobiliario (BANKIMO) antes do registro da
      *    alienacao fiduciaria: sem liberacao, sem exposicao.
               88  REP-EMP-AGUARD-GARANTIA VALUE 'G'.

       FD  ARQPROVISAO.
       01  REG-PROVISAO.
       FD  ARQEXTMEN.
       01  REG-EXTMEN                PIC X(120).

      *    Caixinhas da conta corrente e seus movimentos (BANKCXA).
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
           05  CXA-REGRA-DIA         PIC 9(2).
           05  CXA-REGRA-VALOR       PIC S9(13)V99 COMP-3.
           05  CXA-REGRA-MES-ULT     PIC 9(6).
           05  CXA-META-AVISADA      PIC X(1).
           05  CXA-QTD-MOV           PIC 9(5).
           05  CXA-SITUACAO          PIC X(1).
               88  CXA-ATIVA         VALUE 'A'.
           05  CXA-DT-SITUACAO       PIC 9(8).
           05  CXA-OPERADOR          PIC X(20).

       FD  ARQMOVCXA.
       01  REG-MOVCXA.
           05  CXM-CHAVE.
               10  CXM-CXA-ID        PIC 9(10).
               10  CXM-SEQ           PIC 9(5).
           05  CXM-DATA              PIC 9(8).
           05  CXM-TIPO              PIC X(1).
               88  CXM-RENDIMENTO    VALUE 'J'.
           05  CXM-ORIGEM            PIC X(1).
           05  CXM-VALOR             PIC S9(13)V99 COMP-3.
           05  CXM-SALDO             PIC S9(13)V99 COMP-3.
           05  CXM-OPERADOR          PIC X(20).

      *    Periodos de recolhimento compulsorio apurados (BANKCMP).
       FD  ARQCOMPULS.
       01  REG-COMPULSORIO.
           05  CMP-DT-INICIO         PIC 9(8).
           05  CMP-DT-FIM            PIC 9(8).
           05  CMP-DT-REFERENCIA     PIC 9(8).
           05  CMP-QTD-DIAS          PIC 9(1).
           05  CMP-BASE-VISTA        PIC S9(15)V99 COMP-3.
           05  CMP-BASE-POUPANCA     PIC S9(15)V99 COMP-3.
           05  CMP-BASE-PRAZO        PIC S9(15)V99 COMP-3.
           05  CMP-EXIGIDO           PIC S9(15)V99 COMP-3.
           05  CMP-RECOLHIDO         PIC S9(15)V99 COMP-3.
           05  CMP-DEFICIT           PIC S9(15)V99 COMP-3.
           05  CMP-AJUSTE            PIC S9(15)V99 COMP-3.
           05  CMP-DT-CALCULO        PIC 9(8).
           05  CMP-HR-CALCULO        PIC 9(6).

       FD  ARQCOSIF.
       01  REG-COSIF.
           05  COS-CONTA             PIC X(8).
           05  CAIXA-QTD-DEPOSITOS      PIC 9(7).
           05  CAIXA-QTD-SAQUES         PIC 9(7).
           05  CAIXA-SALDO-ESPERADO     PIC S9(13)V99 COMP-3.
           05  CAIXA-TOTAL-RETIDO       PIC S9(13)V99 COMP-3.
           05  CAIXA-QTD-RETIDAS        PIC 9(7).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  FS-CAMBIO            PIC XX.
               88  FS-CAMBIO-OK     VALUE '00'.
           05  FS-EXTMEN            PIC XX.
           05  FS-CAIXINHA          PIC XX.
               88  FS-CXA-OK        VALUE '00'.
               88  FS-CXA-EOF       VALUE '10'.
           05  FS-MOVCXA            PIC XX.
               88  FS-CXM-OK        VALUE '00'.
               88  FS-CXM-EOF       VALUE '10'.
           05  FS-COMPULS           PIC XX.
               88  FS-CMP-OK        VALUE '00'.
           05  WS-OPCAO-REP         PIC X(2).
           05  WS-CONTINUAR         PIC X VALUE 'S'.
               88  REP-CONTINUAR    VALUE 'S'.
           05  WS-DIS-CAIXA-ENTRADAS    PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DIS-CAIXA-SAIDAS      PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DIS-CAIXA-ESPERADO    PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-DIS-CAIXA-RETIDO      PIC ZZZ.ZZZ.ZZ9,99-.

       01  WS-EXTMEN-CTRL.
           05  WS-EXM-ANO-MES       PIC 9(6).
           05  WS-EXM-TOT-TARIFAS   PIC S9(11)V99 COMP-3.
           05  WS-EXM-TOT-REND      PIC S9(11)V99 COMP-3.
           05  WS-EXM-QTD-CONTAS    PIC 9(8).
           05  WS-EXM-QTD-RETIDOS   PIC 9(8).
           05  WS-EXM-LINHA         PIC X(120).
           05  WS-EXM-VL-DISP       PIC Z(10)9,99-.
           05  WS-EXM-VL-DISP2      PIC Z(10)9,99-.
           05  WS-EXM-CONTA-PEDIDA  PIC 9(10).
           05  WS-EXM-ACHOU-SNAP    PIC X(1).
               88  EXM-ACHOU-SNAP   VALUE 'S'.
           05  WS-EXM-COM-CAIXINHAS PIC X(1).
               88  EXM-COM-CAIXINHAS VALUE 'S'.
           05  WS-EXM-CXA-QTD       PIC 9(4).
           05  WS-EXM-CXA-SALDO     PIC S9(13)V99 COMP-3.
           05  WS-EXM-CXA-REND      PIC S9(13)V99 COMP-3.
           05  WS-EXM-CXA-TOTAL     PIC S9(13)V99 COMP-3.

       01  WS-PROV-CTRL.
      *    Classificacao por dias de atraso no estilo da 2682:
           05  WS-TARF-VL-DISP      PIC Z(9)9,99-.
           05  WS-TARF-CONTA-ATUAL  PIC 9(10).
           05  WS-TARF-QTD-CONTAS   PIC 9(8).
           05  WS-TARF-QTD-RETIDOS  PIC 9(8).

       01  WS-PAINEL-CTRL.
           05  WS-PNL-LINHA         PIC X(100).
           05  WS-PNL-QTD-CAIXAS    PIC 9(6).
           05  WS-PNL-VL-DISP       PIC ZZZ.ZZZ.ZZ9,99-.
           05  WS-PNL-I             PIC 9(2).
           05  WS-PNL-CMP-ACHOU     PIC X(1).
               88  PNL-CMP-ACHOU    VALUE 'S'.

       01  WS-RAZAO-CTRL.
           05  WS-RAZ-QTD-CONTAS    PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-IFCSRV-CODIGO     PIC 9(4).
           05  WS-IFCSRV-MENSAGEM   PIC X(60).

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

       01  WS-CHAMADA-SPOOL.
      *    Area de chamada do spool de relatorios (BANKSPL)
           05  WS-SPLSRV-MODO       PIC X(1).
           DISPLAY ' 17. Rentabilidade por Cliente (ranking)'
           DISPLAY ' 18. Escada de Liquidez (tesouraria)'
           DISPLAY ' 19. Spool de Relatorios (catalogo/reimpressao)'
           DISPLAY ' 20. Documento 3040 do SCR (risco de credito)'
           DISPLAY ' 21. Remessa diaria ao CCS (relacionamentos)'
           DISPLAY ' 22. Recolhimento compulsorio sobre depositos'
           DISPLAY ' 23. Basileia - indice de capital (RWA)'
           DISPLAY ' 24. Baixa para prejuizo e recuperacoes'
           DISPLAY ' 25. Orcado x realizado por agencia'
           DISPLAY ' 26. Gap de repactuacao de taxas (ALM)'
           DISPLAY ' 00. Voltar'
           ACCEPT WS-OPCAO-REP

                   MOVE SPACE TO WS-SPLSRV-MODO
                   MOVE 'TERMINAL' TO WS-SPLSRV-USUARIO
                   CALL 'BANKSPL' USING WS-CHAMADA-SPOOL
               WHEN '20'
                   CALL 'BANKSCR' USING LS-RETORNO
               WHEN '21'
                   CALL 'BANKCCS' USING LS-RETORNO
               WHEN '22'
                   CALL 'BANKCMP' USING LS-RETORNO
               WHEN '23'
                   CALL 'BANKBAS' USING LS-RETORNO
               WHEN '24'
                   CALL 'BANKPRJ' USING LS-RETORNO
               WHEN '25'
                   CALL 'BANKORC' USING LS-RETORNO
               WHEN '26'
                   CALL 'BANKALM' USING LS-RETORNO
               WHEN '15'
                   DISPLAY 'Competencia (AAAAMM): '
                   ACCEPT WS-EXM-ANO-MES
                               ADD WS-TRANS-VALOR TO WS-TOT-TRANSF
                           WHEN 'PIX'
                               ADD WS-TRANS-VALOR TO WS-TOT-TRANSF
                           WHEN 'CHD'
                               IF WS-TRANS-CONTA-DEST NOT = ZEROS
                                   ADD WS-TRANS-VALOR
                                       TO WS-TOT-DEPOSITOS
                               END-IF
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-CKPT-CTR-GRAVACAO
      *================================================================
       9500-INICIO.
      *    Posicao esperada de caixa por agencia/turno, a conferir
      *    contra a contagem fisica da gaveta no fechamento. As
      *    cedulas retidas por suspeita de falsidade sao conferidas
      *    a parte, fora do saldo da gaveta.
           DISPLAY 'POSICAO DE CAIXA POR AGENCIA/TURNO'
           DISPLAY 'AGENCIA  DATA      TURNO  ENTRADAS         '
                   'SAIDAS           SALDO ESPERADO   '
                   'CEDULAS RETIDAS'
           MOVE LOW-VALUES TO CAIXA-CHAVE
           START ARQCAIXA KEY >= CAIXA-CHAVE
               INVALID KEY SET FS-EOF-CAIXA TO TRUE
           MOVE CAIXA-TOTAL-ENTRADAS TO WS-DIS-CAIXA-ENTRADAS
           MOVE CAIXA-TOTAL-SAIDAS   TO WS-DIS-CAIXA-SAIDAS
           MOVE CAIXA-SALDO-ESPERADO TO WS-DIS-CAIXA-ESPERADO
           MOVE CAIXA-TOTAL-RETIDO   TO WS-DIS-CAIXA-RETIDO
           DISPLAY CAIXA-AGENCIA SPACE
                   CAIXA-DATA SPACE
                   CAIXA-TURNO SPACE
                   WS-DIS-CAIXA-ENTRADAS SPACE
                   WS-DIS-CAIXA-SAIDAS SPACE
                   WS-DIS-CAIXA-ESPERADO SPACE
                   WS-DIS-CAIXA-RETIDO ' (' CAIXA-QTD-RETIDAS ')'.

      *================================================================
       9600-POSICAO-MOEDAS SECTION.
      *    organizados por agencia em BANKEXTM.TXT: saldo de
      *    abertura (snapshot do fim do mes anterior), movimentos em
      *    ordem com saldo corrente, totais de tarifas e rendimentos
      *    e saldo de fechamento. As caixinhas da conta (BANKCXA)
      *    saem em bloco separado, com o saldo livre no fechamento.
      *    A opcao de conta unica regera o extrato de uma
      *    conta/competencia.
           DISPLAY 'GERANDO EXTRATOS MENSAIS DE ' WS-EXM-ANO-MES
           MOVE ZEROS TO WS-EXM-QTD-CONTAS WS-EXM-QTD-RETIDOS
           PERFORM 9832-DEFINIR-PERIODO
           MOVE 'N' TO WS-EXM-COM-CAIXINHAS
           OPEN INPUT ARQCAIXINHA
           IF FS-CXA-OK
               OPEN INPUT ARQMOVCXA
               IF FS-CXM-OK
                   MOVE 'S' TO WS-EXM-COM-CAIXINHAS
               ELSE
                   CLOSE ARQCAIXINHA
               END-IF
           END-IF
           OPEN OUTPUT ARQEXTMEN
           MOVE SPACES TO WS-EXM-LINHA
           STRING 'EXTRATOS MENSAIS - COMPETENCIA '
           END-PERFORM
           MOVE '00' TO FS-AGENCIA
           CLOSE ARQEXTMEN
           IF EXM-COM-CAIXINHAS
               CLOSE ARQCAIXINHA ARQMOVCXA
           END-IF
           DISPLAY 'EXTRATOS GERADOS: ' WS-EXM-QTD-CONTAS
           IF WS-EXM-QTD-RETIDOS > ZEROS
               DISPLAY 'RETIDOS (ENDERECO INVALIDO): '
                   WS-EXM-QTD-RETIDOS ' - VER BANKDEV'
           END-IF
           DISPLAY 'ARQUIVO: BANKEXTM.TXT'
           EXIT SECTION.

                      AND (NOT EXM-SO-UMA-CONTA
                           OR WS-CONTA-NUM = WS-EXM-CONTA-PEDIDA)
                       MOVE WS-CONTA-NUM TO WS-EXM-CONTA-ATUAL
      *                Endereco invalidado por devolucao: extrato
      *                retido para reimpressao, nao vai ao papel.
                       MOVE 'EXM' TO WS-PSTSRV-DOCUMENTO
                       MOVE SPACES TO WS-PSTSRV-REFERENCIA
                       STRING WS-CONTA-NUM DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              WS-EXM-ANO-MES DELIMITED SIZE
                           INTO WS-PSTSRV-REFERENCIA
                       END-STRING
                       PERFORM 9835-VERIFICAR-POSTAGEM
                       IF PST-SUPRIMIDO
                           ADD 1 TO WS-EXM-QTD-RETIDOS
                       ELSE
                           PERFORM 9836-EXTRATO-DE-UMA-CONTA
                           ADD 1 TO WS-EXM-QTD-CONTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CONTAS.

       9835-VERIFICAR-POSTAGEM.
           MOVE 'V' TO WS-PSTSRV-MODO
           MOVE WS-CONTA-CLI-ID TO WS-PSTSRV-CLI-ID
           MOVE 'BANKREP' TO WS-PSTSRV-OPERADOR
           CALL 'BANKPST' USING WS-CHAMADA-POSTAGEM.

       9836-EXTRATO-DE-UMA-CONTA.
           MOVE SPACES TO WS-EXM-LINHA
           STRING 'CONTA ' DELIMITED SIZE
               INTO WS-EXM-LINHA
           END-STRING
           MOVE WS-EXM-LINHA TO REG-EXTMEN
           WRITE REG-EXTMEN
           IF EXM-COM-CAIXINHAS
               PERFORM 9840-CAIXINHAS-DA-CONTA
           END-IF.

       9840-CAIXINHAS-DA-CONTA.
      *    Caixinhas existentes no mes: saldo no fim do mes pelo
      *    ultimo movimento ate o corte e rendimento creditado no mes.
           MOVE ZEROS TO WS-EXM-CXA-QTD WS-EXM-CXA-TOTAL
           MOVE WS-EXM-CONTA-ATUAL TO CXA-CONTA
           START ARQCAIXINHA KEY IS = CXA-CONTA
               INVALID KEY MOVE '10' TO FS-CAIXINHA
           END-START
           PERFORM UNTIL FS-CXA-EOF
               READ ARQCAIXINHA NEXT
                   AT END MOVE '10' TO FS-CAIXINHA
               END-READ
               IF NOT FS-CXA-EOF
                   IF CXA-CONTA NOT = WS-EXM-CONTA-ATUAL
                       MOVE '10' TO FS-CAIXINHA
                   ELSE
                       IF CXA-DT-CRIACAO <= WS-EXM-DT-FINAL
                          AND (CXA-ATIVA
                               OR CXA-DT-SITUACAO >= WS-EXM-DT-INICIAL)
                           PERFORM 9842-LINHA-CAIXINHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-CAIXINHA
           IF WS-EXM-CXA-QTD > ZEROS
               MOVE WS-EXM-CXA-TOTAL TO WS-EXM-VL-DISP
               COMPUTE WS-EXM-CXA-SALDO =
                   WS-EXM-SALDO - WS-EXM-CXA-TOTAL
               MOVE WS-EXM-CXA-SALDO TO WS-EXM-VL-DISP2
               MOVE SPACES TO WS-EXM-LINHA
               STRING '  GUARDADO EM CAIXINHAS: R$ ' DELIMITED SIZE
                      WS-EXM-VL-DISP                  DELIMITED SIZE
                      '  SALDO LIVRE: R$ '            DELIMITED SIZE
                      WS-EXM-VL-DISP2                 DELIMITED SIZE
                   INTO WS-EXM-LINHA
               END-STRING
               MOVE WS-EXM-LINHA TO REG-EXTMEN
               WRITE REG-EXTMEN
           END-IF.

       9842-LINHA-CAIXINHA.
           MOVE ZEROS TO WS-EXM-CXA-SALDO WS-EXM-CXA-REND
           MOVE CXA-ID TO CXM-CXA-ID
           MOVE ZEROS TO CXM-SEQ
           START ARQMOVCXA KEY IS >= CXM-CHAVE
               INVALID KEY MOVE '10' TO FS-MOVCXA
           END-START
           PERFORM UNTIL FS-CXM-EOF
               READ ARQMOVCXA NEXT
                   AT END MOVE '10' TO FS-MOVCXA
               END-READ
               IF NOT FS-CXM-EOF
                   IF CXM-CXA-ID NOT = CXA-ID
                      OR CXM-DATA > WS-EXM-DT-FINAL
                       MOVE '10' TO FS-MOVCXA
                   ELSE
                       MOVE CXM-SALDO TO WS-EXM-CXA-SALDO
                       IF CXM-RENDIMENTO
                          AND CXM-DATA >= WS-EXM-DT-INICIAL
                           ADD CXM-VALOR TO WS-EXM-CXA-REND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-MOVCXA
           IF WS-EXM-CXA-QTD = ZEROS
               MOVE '  CAIXINHAS:' TO WS-EXM-LINHA
               MOVE WS-EXM-LINHA TO REG-EXTMEN
               WRITE REG-EXTMEN
           END-IF
           ADD 1 TO WS-EXM-CXA-QTD
           ADD WS-EXM-CXA-SALDO TO WS-EXM-CXA-TOTAL
           MOVE WS-EXM-CXA-SALDO TO WS-EXM-VL-DISP
           MOVE WS-EXM-CXA-REND TO WS-EXM-VL-DISP2
           MOVE SPACES TO WS-EXM-LINHA
           STRING '    '           DELIMITED SIZE
                  CXA-NOME         DELIMITED SIZE
                  ' SALDO R$ '     DELIMITED SIZE
                  WS-EXM-VL-DISP   DELIMITED SIZE
                  '  RENDIMENTO NO MES R$ ' DELIMITED SIZE
                  WS-EXM-VL-DISP2  DELIMITED SIZE
               INTO WS-EXM-LINHA
           END-STRING
           MOVE WS-EXM-LINHA TO REG-EXTMEN
           WRITE REG-EXTMEN.

       9837-SALDO-DE-ABERTURA.

       9874-CLASSIFICAR-EMPRESTIMOS.
      *    Contrato em atraso: dias estimados pelas parcelas nao
      *    honradas (30 dias por parcela em aberto). Contrato baixado
      *    para prejuizo saiu do ativo e nao e mais provisionado.
           MOVE ZEROS TO REP-EMP-ID
           START ARQEMPREST KEY >= REP-EMP-ID
               INVALID KEY MOVE '10' TO FS-EMPREST
                   AT END MOVE '10' TO FS-EMPREST
               END-READ
               IF NOT FS-EMP-EOF
                   IF NOT REP-EMP-QUITADO AND NOT REP-EMP-PREJUIZO
                      AND NOT REP-EMP-AGUARD-GARANTIA
                       COMPUTE WS-PRV-SALDO-RESTANTE =
                           REP-EMP-VALOR-PARCELA *
                           (REP-EMP-PRAZO-MESES -
      *    gravado em BANKTARF.TXT como os demais relatorios.
           DISPLAY 'GERANDO EXTRATO ANUAL DE TARIFAS DE '
               WS-TARF-ANO '...'
           MOVE ZEROS TO WS-TARF-QTD-CONTAS WS-TARF-QTD-RETIDOS
           OPEN OUTPUT ARQTARIFAS
           MOVE SPACES TO WS-TARF-LINHA
           STRING 'EXTRATO ANUAL DE TARIFAS - EXERCICIO '
                       MOVE WS-CONTA-NUM TO WS-TARF-CONTA-ATUAL
                       PERFORM 9892-APURAR-TARIFAS-CONTA
                       IF WS-TARF-QTD-CONTA > ZEROS
                           MOVE 'TAR' TO WS-PSTSRV-DOCUMENTO
                           MOVE SPACES TO WS-PSTSRV-REFERENCIA
                           STRING WS-CONTA-NUM DELIMITED SIZE
                                  ' ' DELIMITED SIZE
                                  WS-TARF-ANO DELIMITED SIZE
                               INTO WS-PSTSRV-REFERENCIA
                           END-STRING
                           PERFORM 9835-VERIFICAR-POSTAGEM
                           IF PST-SUPRIMIDO
                               ADD 1 TO WS-TARF-QTD-RETIDOS
                           ELSE
                               PERFORM 9894-GRAVAR-EXTRATO-CONTA
                               ADD 1 TO WS-TARF-QTD-CONTAS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           CLOSE ARQTARIFAS
           DISPLAY 'CONTAS COM TARIFAS NO EXERCICIO: '
               WS-TARF-QTD-CONTAS
           IF WS-TARF-QTD-RETIDOS > ZEROS
               DISPLAY 'RETIDOS (ENDERECO INVALIDO): '
                   WS-TARF-QTD-RETIDOS ' - VER BANKDEV'
           END-IF
           DISPLAY 'EXTRATO GRAVADO EM BANKTARF.TXT'
           EXIT SECTION.

           PERFORM 9865-CONTAR-PIX-RETIDOS
           PERFORM 9870-CONTAR-DORMENTES-CAIXAS
           PERFORM 9875-APURAR-LOTE
           PERFORM 9878-LER-COMPULSORIO
           PERFORM 9880-GRAVAR-PAINEL
           DISPLAY 'PAINEL GRAVADO EM BANKPANL.TXT'
           EXIT SECTION.
               ADD 1 TO WS-PNL-ETAPAS-OK
           END-IF.

       9878-LER-COMPULSORIO.
      *    Ultimo periodo de compulsorio apurado pelo BANKCMP.
           MOVE 'N' TO WS-PNL-CMP-ACHOU
           OPEN INPUT ARQCOMPULS
           IF NOT FS-CMP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 99999999 TO CMP-DT-INICIO
           START ARQCOMPULS KEY IS <= CMP-DT-INICIO
               INVALID KEY MOVE '23' TO FS-COMPULS
           END-START
           IF FS-CMP-OK
               READ ARQCOMPULS NEXT
                   AT END MOVE '10' TO FS-COMPULS
               END-READ
               IF FS-CMP-OK
                   MOVE 'S' TO WS-PNL-CMP-ACHOU
               END-IF
           END-IF
           CLOSE ARQCOMPULS.

       9880-GRAVAR-PAINEL.
           OPEN OUTPUT ARQPAINEL
           MOVE SPACES TO WS-PNL-LINHA
           END-STRING
           MOVE WS-PNL-LINHA TO REG-PAINEL
           WRITE REG-PAINEL
           IF PNL-CMP-ACHOU
               PERFORM 9885-GRAVAR-COMPULSORIO
           END-IF
           CLOSE ARQPAINEL.

       9885-GRAVAR-COMPULSORIO.
           MOVE CMP-EXIGIDO TO WS-PNL-VL-DISP
           MOVE SPACES TO WS-PNL-LINHA
           STRING 'COMPULSORIO ' DELIMITED SIZE
                  CMP-DT-INICIO DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  CMP-DT-REFERENCIA DELIMITED SIZE
                  ': EXIGIDO R$ ' DELIMITED SIZE
                  WS-PNL-VL-DISP DELIMITED SIZE
               INTO WS-PNL-LINHA
           END-STRING
           MOVE WS-PNL-LINHA TO REG-PAINEL
           WRITE REG-PAINEL
           MOVE CMP-RECOLHIDO TO WS-PNL-VL-DISP
           MOVE SPACES TO WS-PNL-LINHA
           STRING '  RECOLHIDO NA APURACAO R$ ' DELIMITED SIZE
                  WS-PNL-VL-DISP DELIMITED SIZE
               INTO WS-PNL-LINHA
           END-STRING
           MOVE WS-PNL-LINHA TO REG-PAINEL
           WRITE REG-PAINEL
           IF CMP-DEFICIT > ZEROS
               MOVE CMP-DEFICIT TO WS-PNL-VL-DISP
               MOVE SPACES TO WS-PNL-LINHA
               STRING 'ALERTA: DEFICIT DE COMPULSORIO R$ '
                          DELIMITED SIZE
                      WS-PNL-VL-DISP DELIMITED SIZE
                      ' (AJUSTE LANCADO NA 14200)' DELIMITED SIZE
                   INTO WS-PNL-LINHA
               END-STRING
               MOVE WS-PNL-LINHA TO REG-PAINEL
               WRITE REG-PAINEL
           END-IF.

      *================================================================
       9999-FIM.
      *================================================================
