      *================================================================
      * BANKCDCI.CPY - Ultima Imagem Enviada ao Data Warehouse
      * Sistema Bancario COBOL - Layout do arquivo BANKCDCI.DAT
      *================================================================
      * Para cada registro de BANKACCT, BANKCUST e BANKEMPR, a
      * imagem de exibicao que o ultimo feed do BANKCDC levou ao
      * data warehouse. A comparacao com o arquivo vivo da a
      * inclusao, a alteracao (com a imagem anterior) e a exclusao
      * (imagem guardada cujo registro nao existe mais). A marca
      * de execucao identifica as imagens vistas na geracao
      * corrente.
       01  REG-IMAGEM-CDC.
           05  CDI-CHAVE.
               10  CDI-ARQUIVO       PIC X(4).
               10  CDI-REGISTRO      PIC X(15).
           05  CDI-IMAGEM            PIC X(360).
           05  CDI-DT-ENVIO          PIC 9(8).
           05  CDI-MARCA-EXECUCAO    PIC 9(14).
