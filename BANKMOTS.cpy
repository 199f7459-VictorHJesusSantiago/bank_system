      *================================================================
      * BANKMOTS.CPY - Motivos de Encerramento de Fabrica
      * Sistema Bancario COBOL - Semente de BANKMOTE.DAT
      *================================================================
      * Gravados quando a tabela de motivos esta vazia: codigo 2,
      * descricao 30.
       01  WS-MOT-SEMENTE.
           05  FILLER PIC X(32) VALUE
               'OBMUDANCA PARA OUTRO BANCO      '.
           05  FILLER PIC X(32) VALUE
               'PSPORTABILIDADE DE SALARIO      '.
           05  FILLER PIC X(32) VALUE
               'TFTARIFAS                       '.
           05  FILLER PIC X(32) VALUE
               'ATINSATISFACAO COM ATENDIMENTO  '.
           05  FILLER PIC X(32) VALUE
               'FAFALECIMENTO DO TITULAR        '.
           05  FILLER PIC X(32) VALUE
               'IBINICIATIVA DO BANCO           '.
           05  FILLER PIC X(32) VALUE
               'AGFECHAMENTO DA AGENCIA         '.
           05  FILLER PIC X(32) VALUE
               'OUOUTROS MOTIVOS                '.
       01  WS-MOT-SEM-ENTRADAS REDEFINES WS-MOT-SEMENTE.
           05  WS-MOT-SEM-ENTRADA OCCURS 8 TIMES.
               10  WS-MOT-SEM-CODIGO PIC X(2).
               10  WS-MOT-SEM-DESCRICAO PIC X(30).
       01  WS-MOT-SEM-IDX            PIC 9(2).
