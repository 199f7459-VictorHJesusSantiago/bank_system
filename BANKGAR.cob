      *   'V' investimento esta penhorado?  (codigo 1 = penhorado)
      *   'E' contrato tem garantia ativa?  (codigo 1 = garantido)
      *   'Q' libera as garantias do contrato liquidado
      *   'C' constitui a garantia descrita em LS-GAR-TIPO,
      *       LS-GAR-DESCRICAO e LS-GAR-VALOR (alienacao
      *       fiduciaria do financiamento imobiliario, BANKIMO)
      *   'F' contrato tem imovel em alienacao fiduciaria ativa?
      *       (codigo 1 = registrado)
      *   outro valor abre o menu interativo.
      *================================================================
       IDENTIFICATION DIVISION.
           05  EMP-SITUACAO          PIC X(1).
               88  EMP-ATIVO         VALUE 'A'.
               88  EMP-EM-ATRASO     VALUE 'T'.
               88  EMP-AGUARD-GARANTIA VALUE 'G'.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               88  LS-GAR-VERIF-INV VALUE 'V'.
               88  LS-GAR-VERIF-CTR VALUE 'E'.
               88  LS-GAR-LIBERAR   VALUE 'Q'.
               88  LS-GAR-CONSTITUIR VALUE 'C'.
               88  LS-GAR-VERIF-FIDUC VALUE 'F'.
           05  LS-GAR-CONTRATO      PIC 9(10).
           05  LS-GAR-INV-ID        PIC 9(10).
           05  LS-GAR-CODIGO        PIC 9(4).
           05  LS-GAR-MENSAGEM      PIC X(60).
      *    Somente no modo 'C': dados da garantia a constituir.
           05  LS-GAR-TIPO          PIC X(1).
           05  LS-GAR-DESCRICAO     PIC X(60).
           05  LS-GAR-VALOR         PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-GARANTIA.
                   PERFORM 2500-VERIFICAR-CONTRATO
               WHEN LS-GAR-LIBERAR
                   PERFORM 3000-LIBERAR-DO-CONTRATO
               WHEN LS-GAR-CONSTITUIR
                   PERFORM 3500-CONSTITUIR-SERVICO
               WHEN LS-GAR-VERIF-FIDUC
                   PERFORM 2600-VERIFICAR-FIDUCIARIA
               WHEN OTHER
                   PERFORM 1000-MENU UNTIL PARAR
           END-EVALUATE
           END-PERFORM
           EXIT SECTION.

      *================================================================
       2600-VERIFICAR-FIDUCIARIA SECTION.
      *================================================================
       2600-INICIO.
      *    Financiamento imobiliario so libera recursos com o imovel
      *    alienado fiduciariamente ao contrato (garantia tipo M).
           MOVE ZEROS TO LS-GAR-CODIGO
           MOVE LS-GAR-CONTRATO TO GAR-CONTRATO
           START ARQGARANTIA KEY IS = GAR-CONTRATO
               INVALID KEY MOVE '23' TO FS-GARANTIA
           END-START
           IF FS-GAR-NFD
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-GAR-EOF OR LS-GAR-CODIGO = 1
               READ ARQGARANTIA NEXT
                   AT END MOVE '10' TO FS-GARANTIA
               END-READ
               IF NOT FS-GAR-EOF
                   IF GAR-CONTRATO NOT = LS-GAR-CONTRATO
                       MOVE '10' TO FS-GARANTIA
                   ELSE
                       IF GAR-ATIVA AND GAR-IMOVEL
                           MOVE 1 TO LS-GAR-CODIGO
                           MOVE 'IMOVEL EM ALIENACAO FIDUCIARIA'
                               TO LS-GAR-MENSAGEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

      *================================================================
       3000-LIBERAR-DO-CONTRATO SECTION.
      *================================================================
           END-IF
           EXIT SECTION.

      *================================================================
       3500-CONSTITUIR-SERVICO SECTION.
      *================================================================
       3500-INICIO.
      *    Constituicao sem dialogo, pelo modulo que origina o
      *    contrato; codigo 2 = contrato inexistente ou encerrado,
      *    3 = tipo ou valor invalido.
           OPEN INPUT ARQEMPREST
           MOVE LS-GAR-CONTRATO TO EMP-ID
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK OR NOT (EMP-ATIVO OR EMP-EM-ATRASO
                                    OR EMP-AGUARD-GARANTIA)
               MOVE 2 TO LS-GAR-CODIGO
               MOVE 'CONTRATO NAO ENCONTRADO OU ENCERRADO'
                   TO LS-GAR-MENSAGEM
               CLOSE ARQEMPREST
               EXIT SECTION
           END-IF
           CLOSE ARQEMPREST
           IF (LS-GAR-TIPO NOT = 'V' AND NOT = 'M')
              OR LS-GAR-VALOR <= ZEROS
               MOVE 3 TO LS-GAR-CODIGO
               MOVE 'TIPO OU VALOR DE GARANTIA INVALIDO'
                   TO LS-GAR-MENSAGEM
               EXIT SECTION
           END-IF
           ADD 1 TO WS-GAR-PROX-ID
           MOVE WS-GAR-PROX-ID TO GAR-ID
           MOVE LS-GAR-CONTRATO TO GAR-CONTRATO
           MOVE LS-GAR-TIPO TO GAR-TIPO
           MOVE ZEROS TO GAR-INV-ID
           MOVE LS-GAR-DESCRICAO TO GAR-DESCRICAO
           MOVE LS-GAR-VALOR TO GAR-VALOR-AVALIADO
           MOVE 'A' TO GAR-SITUACAO
           MOVE WS-DATA-HOJE TO GAR-DT-CONSTITUICAO
           MOVE ZEROS TO GAR-DT-LIBERACAO
           WRITE REG-GARANTIA
           MOVE GAR-ID TO LS-GAR-INV-ID
           STRING 'GARANTIA ' DELIMITED SIZE
                  GAR-ID DELIMITED SIZE
                  ' CONSTITUIDA' DELIMITED SIZE
               INTO LS-GAR-MENSAGEM
           END-STRING
           EXIT SECTION.

      *================================================================
       4000-CONSTITUIR-GARANTIA SECTION.
      *================================================================
           READ ARQEMPREST
               INVALID KEY CONTINUE
           END-READ
           IF NOT FS-EMP-OK OR NOT (EMP-ATIVO OR EMP-EM-ATRASO
                                    OR EMP-AGUARD-GARANTIA)
               DISPLAY 'CONTRATO NAO ENCONTRADO OU ENCERRADO'
               CLOSE ARQEMPREST
               EXIT SECTION
