      * etapa concluida nao roda de novo no rerun e o lote
      * integralmente concluido no dia e recusado. Na primeira
      * subida a tabela e semeada com a esteira completa da casa.
      * Enquanto a esteira roda, a etapa 00 do dia em BANKRUNC.DAT
      * fica marcada E (lote em curso); o caixa le o marcador e
      * atende em contingencia (BANKCTG) ate a marca virar O
      * (concluido) ou F (interrompido).
      * O passo 28 (BANKMOV) gera o extrato do movimento do dia em
      * BANKMOVD.DAT; os jobs que leem o extrato no lugar de
      * BANKTRAN.DAT chamam o BANKMOV antes de comecar, de modo que
      * a posicao do passo na esteira nao os prende.
      * Tabela ja existente recebe, na abertura, os jobs da esteira
      * padrao que ainda nao tem (programa nao cadastrado).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKBAT.
           05  RUN-STATUS            PIC X(1).
               88  RUN-ETAPA-OK      VALUE 'O'.
               88  RUN-ETAPA-FALHA   VALUE 'F'.
               88  RUN-LOTE-EM-CURSO VALUE 'E'.
           05  RUN-HORA              PIC 9(6).

       FD  ARQJOBS.
           05  FS-DATAMOV            PIC XX.
           05  WS-RUN-DATA-HOJE      PIC 9(8).
           05  WS-RUN-ETAPA-NUM      PIC 9(2).
           05  WS-RUN-MARCA          PIC X(1).
           05  WS-RUN-TODAS-OK       PIC X(1).
               88  RUN-TODAS-OK      VALUE 'S'.
           05  WS-RUN-PULAR          PIC X(1).
                   '26BANKATM MOVIMENTO DO SWITCH ATM       02SDC'.
               10  FILLER PIC X(45) VALUE
                   '27BANKOUV OUVIDORIA VENCIDOS AO PAINEL  08SDC'.
               10  FILLER PIC X(45) VALUE
                   '28BANKMOV MOVIMENTO DO DIA (EXTRATO)    01SDC'.
               10  FILLER PIC X(45) VALUE
                   '29BANKSCR DOCUMENTO 3040 DO SCR         08SMC'.
               10  FILLER PIC X(45) VALUE
                   '30BANKCCS RELACIONAMENTOS AO CCS        02SDC'.
               10  FILLER PIC X(45) VALUE
                   '31BANKCMP RECOLHIMENTO COMPULSORIO      02SUC'.
               10  FILLER PIC X(45) VALUE
                   '32BANKBAS BASILEIA - INDICE DE CAPITAL  29SMC'.
               10  FILLER PIC X(45) VALUE
                   '33BANKPRJ BAIXA PARA PREJUIZO           07SMC'.
               10  FILLER PIC X(45) VALUE
                   '34BANKPCR PORTABILIDADE DE CREDITO      07SDC'.
               10  FILLER PIC X(45) VALUE
                   '35BANKCNS CONSORCIO - PARCELAS E GRUPOS 02SDC'.
               10  FILLER PIC X(45) VALUE
                   '36BANKSEG SEGUROS - PREMIOS E REPASSE   02SDC'.
               10  FILLER PIC X(45) VALUE
                   '37BANKPRV PREVIDENCIA - CONTRIBUICOES   02SDC'.
               10  FILLER PIC X(45) VALUE
                   '38BANKANT ANTECIPACAO - AGENDA CARTOES  02SDC'.
               10  FILLER PIC X(45) VALUE
                   '39BANKESC VINCULADAS - VENCTO/EXTRATO   02SDC'.
               10  FILLER PIC X(45) VALUE
                   '40BANKCXA CAIXINHAS - REGRAS/RENDIMENTOS02SUC'.
               10  FILLER PIC X(45) VALUE
                   '41BANKCOR CORRESPONDENTES - MOVTO/LIQUID02SDC'.
               10  FILLER PIC X(45) VALUE
                   '42BANKOFN OPEN FINANCE - EXPORTACAO     02SDC'.
               10  FILLER PIC X(45) VALUE
                   '43BANKCPO CADASTRO POSITIVO - REMESSA   07SMC'.
               10  FILLER PIC X(45) VALUE
                   '44BANKRFB SITUACAO CADASTRAL - RECEITA  00SDC'.
               10  FILLER PIC X(45) VALUE
                   '45BANKPDR TRANSITORIA - ENVELHECIMENTO  08SDC'.
               10  FILLER PIC X(45) VALUE
                   '46BANKLCM LANCAMENTOS MANUAIS - RAZAO   02SDC'.
               10  FILLER PIC X(45) VALUE
                   '47BANKCAD CONSISTENCIA CONTA X CLIENTE  00SDC'.
               10  FILLER PIC X(45) VALUE
                   '48BANKGER CARTEIRAS - WORKLIST GERENTE  00SDC'.
               10  FILLER PIC X(45) VALUE
                   '49BANKCOM PRODUCAO COMERCIAL - COMISSAO 00SMC'.
               10  FILLER PIC X(45) VALUE
                   '50BANKMKT CAMPANHAS DE MARKETING        00SDC'.
               10  FILLER PIC X(45) VALUE
                   '51BANKEVA EVASAO - MOTIVOS ENCERRAMENTO 00SMC'.
               10  FILLER PIC X(45) VALUE
                   '52BANKPEN PENETRACAO DE PRODUTOS        00SMC'.
               10  FILLER PIC X(45) VALUE
                   '53BANKRPV REPRESENTACOES PF - VENCIDAS  00SDC'.
               10  FILLER PIC X(45) VALUE
                   '54BANKCOF COFRES - ALUGUEL ANUAL        02SDC'.
               10  FILLER PIC X(45) VALUE
                   '55BANKBEN INSS - CREDITO E PROVA DE VIDA02SDC'.
               10  FILLER PIC X(45) VALUE
                   '56BANKGRP CONCENTRACAO GRUPOS ECONOMICOS32SMC'.
               10  FILLER PIC X(45) VALUE
                   '57BANKINT CONTAS FUNCIONARIOS/VINCULADOS00SDC'.
               10  FILLER PIC X(45) VALUE
                   '58BANKTXJ TAXAS MEDIAS DE JUROS DIARIAS 14SDC'.
               10  FILLER PIC X(45) VALUE
                   '59BANKCDC FEED ALTERACOES DATA WAREHOUSE02SDC'.
           05  WS-SEM-ENTRADA REDEFINES WS-SEM-TABELA
                   OCCURS 59 TIMES.
               10  WS-SEM-SEQ        PIC 9(2).
               10  WS-SEM-PROGRAMA   PIC X(8).
               10  WS-SEM-DESCRICAO  PIC X(30).
               10  WS-SEM-CALEND     PIC X(1).
               10  WS-SEM-POLITICA   PIC X(1).
           05  WS-SEM-IDX            PIC 9(2) COMP-3.
           05  WS-SEM-QTD-INCLUIDOS  PIC 9(2).
           05  WS-SEM-ACHOU          PIC X(1).
               88  SEM-JA-CADASTRADO VALUE 'S'.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF RUN-TODAS-OK
               DISPLAY 'LOTE JA EXECUTADO INTEGRALMENTE EM '
                   WS-RUN-DATA-HOJE ' - REEXECUCAO RECUSADA'
      *        Queda depois do ultimo job e antes da marca final
      *        deixaria o caixa em contingencia: fecha a marca aqui.
               MOVE 'O' TO WS-RUN-MARCA
               PERFORM 0400-MARCAR-LOTE
               CLOSE ARQRUNCTL ARQJOBS
               STOP RUN
           END-IF
           MOVE 'E' TO WS-RUN-MARCA
           PERFORM 0400-MARCAR-LOTE
           PERFORM 2000-EXECUTAR-ESTEIRA
           IF LOTE-ABORTAR
               DISPLAY 'LOTE NOTURNO INTERROMPIDO NA ETAPA: '
                   WS-LOTE-ETAPA
               DISPLAY 'A REEXECUCAO RETOMARA DESTA ETAPA.'
               MOVE 'F' TO WS-RUN-MARCA
           ELSE
               DISPLAY 'LOTE NOTURNO CONCLUIDO COM SUCESSO.'
               MOVE 'O' TO WS-RUN-MARCA
           END-IF
           PERFORM 0400-MARCAR-LOTE
           CLOSE ARQRUNCTL ARQJOBS
           STOP RUN.

               CLOSE ARQRUNCTL
               OPEN I-O ARQRUNCTL
           END-IF
           PERFORM 0410-EXPIRAR-MARCAS-ANTIGAS
           PERFORM 0200-ABRIR-TABELA-JOBS
      *    Lote ja concluido hoje? Confere cada job habilitado.
           MOVE 'S' TO WS-RUN-TODAS-OK
               CLOSE ARQJOBS
               OPEN I-O ARQJOBS
               PERFORM 0300-SEMEAR-ESTEIRA-PADRAO
           ELSE
               PERFORM 0350-COMPLETAR-ESTEIRA
           END-IF.

       0300-SEMEAR-ESTEIRA-PADRAO.
           DISPLAY 'TABELA DE JOBS VAZIA - SEMEANDO A ESTEIRA '
               'PADRAO'
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 59
               PERFORM 0310-MONTAR-JOB-SEMENTE
               WRITE REG-JOB
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.

       0310-MONTAR-JOB-SEMENTE.
           MOVE WS-SEM-SEQ(WS-SEM-IDX) TO JOB-SEQUENCIA
           MOVE WS-SEM-PROGRAMA(WS-SEM-IDX) TO JOB-PROGRAMA
           MOVE WS-SEM-DESCRICAO(WS-SEM-IDX) TO JOB-DESCRICAO
           MOVE WS-SEM-PREDEC(WS-SEM-IDX) TO JOB-PREDECESSOR
           MOVE WS-SEM-HABILIT(WS-SEM-IDX) TO JOB-HABILITADO
           MOVE WS-SEM-CALEND(WS-SEM-IDX) TO JOB-CALENDARIO
           MOVE WS-SEM-POLITICA(WS-SEM-IDX) TO JOB-POLITICA.

       0350-COMPLETAR-ESTEIRA.
      *    Tabela semeada por versao anterior da esteira: inclui os
      *    jobs padrao cujo programa nao esta cadastrado em nenhuma
      *    sequencia, sem mexer nos que o operador ja mantem.
      *    Sequencia padrao ocupada por outro job fica para o
      *    operador resolver.
           MOVE ZEROS TO WS-SEM-QTD-INCLUIDOS
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 59
               PERFORM 0360-PROCURAR-PROGRAMA
               IF NOT SEM-JA-CADASTRADO
                   PERFORM 0310-MONTAR-JOB-SEMENTE
                   WRITE REG-JOB
                       INVALID KEY
                           DISPLAY 'SEQUENCIA ' JOB-SEQUENCIA
                               ' OCUPADA - JOB ' JOB-PROGRAMA
                               ' NAO INCLUIDO'
                       NOT INVALID KEY
                           ADD 1 TO WS-SEM-QTD-INCLUIDOS
                           DISPLAY 'JOB INCLUIDO NA ESTEIRA: '
                               JOB-SEQUENCIA ' ' JOB-DESCRICAO
                   END-WRITE
               END-IF
           END-PERFORM
           IF WS-SEM-QTD-INCLUIDOS > ZEROS
               DISPLAY 'JOBS INCLUIDOS NA TABELA: '
                   WS-SEM-QTD-INCLUIDOS
           END-IF
           MOVE '00' TO FS-JOBS.

       0360-PROCURAR-PROGRAMA.
           MOVE 'N' TO WS-SEM-ACHOU
           MOVE ZEROS TO JOB-SEQUENCIA
           START ARQJOBS KEY >= JOB-SEQUENCIA
               INVALID KEY MOVE '10' TO FS-JOBS
           END-START
           PERFORM UNTIL FS-JOB-EOF OR SEM-JA-CADASTRADO
               READ ARQJOBS NEXT
                   AT END MOVE '10' TO FS-JOBS
               END-READ
               IF NOT FS-JOB-EOF
                  AND JOB-PROGRAMA = WS-SEM-PROGRAMA(WS-SEM-IDX)
                   MOVE 'S' TO WS-SEM-ACHOU
               END-IF
           END-PERFORM
           MOVE '00' TO FS-JOBS.

       0400-MARCAR-LOTE.
      *    Etapa 00 do dia de movimento: marcador do lote em curso
      *    (nenhum job usa a sequencia 00).
           MOVE WS-RUN-DATA-HOJE TO RUN-DATA
           MOVE ZEROS TO RUN-ETAPA
           MOVE WS-RUN-MARCA TO RUN-STATUS
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       0410-EXPIRAR-MARCAS-ANTIGAS.
      *    Marca E de data de movimento anterior e sobra de lote
      *    que caiu sem fechar a marca: vira F (interrompido).
           MOVE ZEROS TO RUN-DATA RUN-ETAPA
           START ARQRUNCTL KEY >= RUN-CHAVE
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT FS-RUN-OK
               READ ARQRUNCTL NEXT
                   AT END CONTINUE
               END-READ
               IF FS-RUN-OK
                   IF RUN-DATA NOT < WS-RUN-DATA-HOJE
                       MOVE '10' TO FS-RUNCTL
                   ELSE
                       IF RUN-ETAPA = ZEROS AND RUN-LOTE-EM-CURSO
                           MOVE 'F' TO RUN-STATUS
                           REWRITE REG-RUNCTL
                           DISPLAY 'MARCA DE LOTE EM CURSO DE '
                               RUN-DATA ' EXPIRADA'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO FS-RUNCTL.

      *================================================================
       2000-EXECUTAR-ESTEIRA SECTION.
      *================================================================
