      *================================================================
      * BANKVNC.COB - Registro de Vinculos de Relacionamento (CCS)
      * Sistema Bancario COBOL
      * Gravador central do diario de vinculos BANKVINC.DAT: cada
      * inicio ou fim de relacionamento de um CPF com uma conta -
      * titular na abertura e no encerramento, co-titular incluido
      * ou excluido da conta conjunta, representante (signatario PJ)
      * cadastrado ou revogado - vira um registro datado com o dia
      * de movimento. A remessa diaria ao Cadastro de Clientes do
      * SFN (BANKCCS) le este diario e marca cada registro com a
      * sequencia da remessa que o informou. O CPF e gravado como
      * esta na conta (tokenizado quando ha cifragem ativa).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKVNC.

      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONTAS ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CONTA-NUM
               FILE STATUS IS FS-CONTAS.

           SELECT ARQVINCULO ASSIGN TO 'BANKVINC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNC-CHAVE
               FILE STATUS IS FS-VINCULO.

           SELECT ARQDATAMOV ASSIGN TO 'BANKDMOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DATAMOV.

      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCONTAS.
       01  REG-CONTA.
           05  VNC-CONTA-NUM         PIC 9(10).
           05  VNC-CONTA-AGENCIA     PIC 9(4).
           05  VNC-CONTA-DIGITO      PIC 9(1).
           05  VNC-CONTA-TIPO        PIC X(2).
           05  VNC-CONTA-STATUS      PIC X(1).
           05  VNC-CONTA-SALDO       PIC S9(13)V99 COMP-3.
           05  VNC-CONTA-LIMITE      PIC S9(11)V99 COMP-3.
           05  VNC-CONTA-TITULAR     PIC X(60).
           05  VNC-CONTA-CPF         PIC X(11).
           05  VNC-CONTA-EMAIL      PIC X(80).
           05  VNC-CONTA-TELEFONE    PIC X(15).
           05  VNC-CONTA-DT-ABERTURA PIC 9(8).
           05  VNC-CONTA-DT-ATUALIZACAO PIC 9(8).
           05  VNC-CONTA-SENHA-HASH  PIC X(64).
           05  VNC-CONTA-COTIT-NOME  PIC X(60).
           05  VNC-CONTA-COTIT-CPF   PIC X(11).
           05  VNC-CONTA-CLI-ID   PIC 9(10).
           05  VNC-CONTA-MOEDA      PIC X(3).

       FD  ARQVINCULO.
       01  REG-VINCULO.
           05  VNC-CHAVE.
               10  VNC-DATA          PIC 9(8).
               10  VNC-CONTA         PIC 9(10).
               10  VNC-CPF           PIC X(11).
               10  VNC-TIPO          PIC X(1).
                   88  VNC-TITULAR   VALUE 'T'.
                   88  VNC-COTITULAR VALUE 'C'.
                   88  VNC-REPRESENTANTE VALUE 'R'.
               10  VNC-EVENTO        PIC X(1).
                   88  VNC-INICIO    VALUE 'I'.
                   88  VNC-FIM       VALUE 'F'.
           05  VNC-AGENCIA           PIC 9(4).
           05  VNC-HORA              PIC 9(6).
      *    Sequencia da remessa CCS que informou o vinculo; zeros
      *    enquanto pendente de envio.
           05  VNC-REMESSA           PIC 9(6).

       FD  ARQDATAMOV.
       01  REG-DATAMOV.
           05  DMV-DATA-MOVIMENTO    PIC 9(8).
           05  DMV-STATUS            PIC X(1).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-VNC-CTRL.
           05  FS-CONTAS            PIC XX.
               88  FS-CONTA-OK      VALUE '00'.
           05  FS-VINCULO           PIC XX.
               88  FS-VNC-OK        VALUE '00'.
           05  FS-DATAMOV           PIC XX.
           05  WS-DATA-MOVIMENTO    PIC 9(8).

      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-VINCULO.
           05  LS-VNC-EVENTO        PIC X(1).
           05  LS-VNC-TIPO          PIC X(1).
           05  LS-VNC-CONTA         PIC 9(10).
           05  LS-VNC-CPF           PIC X(11).
           05  LS-VNC-CODIGO        PIC 9(4).

      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LS-VINCULO.

      *================================================================
       0000-PRINCIPAL SECTION.
      *================================================================
       0000-INICIO.
           MOVE ZEROS TO LS-VNC-CODIGO
           IF LS-VNC-CPF = SPACES
               MOVE 0003 TO LS-VNC-CODIGO
               GOBACK
           END-IF
           PERFORM 0100-CARREGAR-DATA-MOVIMENTO
           OPEN I-O ARQVINCULO
           IF FS-VINCULO = '35'
               OPEN OUTPUT ARQVINCULO
               CLOSE ARQVINCULO
               OPEN I-O ARQVINCULO
           END-IF
           PERFORM 1000-REGISTRAR
           CLOSE ARQVINCULO
           GOBACK.

       0100-CARREGAR-DATA-MOVIMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
           OPEN INPUT ARQDATAMOV
           IF FS-DATAMOV = '00'
               READ ARQDATAMOV
                   AT END CONTINUE
               END-READ
               IF FS-DATAMOV = '00'
                   MOVE DMV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
               END-IF
               CLOSE ARQDATAMOV
           END-IF.

       1000-REGISTRAR.
      *    O mesmo vinculo repetido no mesmo dia e um registro so:
      *    a chave duplicada e ignorada.
           MOVE ZEROS TO VNC-AGENCIA
           OPEN INPUT ARQCONTAS
           IF FS-CONTA-OK
               MOVE LS-VNC-CONTA TO VNC-CONTA-NUM
               READ ARQCONTAS KEY IS VNC-CONTA-NUM
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CONTA-OK
                   MOVE VNC-CONTA-AGENCIA TO VNC-AGENCIA
               END-IF
               CLOSE ARQCONTAS
           END-IF
           MOVE WS-DATA-MOVIMENTO TO VNC-DATA
           MOVE LS-VNC-CONTA TO VNC-CONTA
           MOVE LS-VNC-CPF TO VNC-CPF
           MOVE LS-VNC-TIPO TO VNC-TIPO
           MOVE LS-VNC-EVENTO TO VNC-EVENTO
           MOVE FUNCTION CURRENT-DATE(9:6) TO VNC-HORA
           MOVE ZEROS TO VNC-REMESSA
           WRITE REG-VINCULO
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT FS-VNC-OK AND FS-VINCULO NOT = '22'
               MOVE 9999 TO LS-VNC-CODIGO
           END-IF.
      *================================================================
       9999-FIM.
      *================================================================
           EXIT PROGRAM.
