      *================================================================
      * BANKGRPM.CPY - Membros dos Grupos Economicos
      * Sistema Bancario COBOL - Layout do arquivo BANKGRPM.DAT
      *================================================================
      * Um registro por cliente (CPF ou CNPJ) vinculado a um grupo
      * de BANKGRPE.DAT, com a natureza do vinculo. O cliente
      * pertence a um unico grupo: para mudar de grupo o vinculo
      * anterior e desfeito no BANKGRP. Chave alternativa pelo
      * grupo para listar os membros.
       01  REG-MEMBRO-GRUPO.
           05  GRM-CLI-ID            PIC 9(10).
           05  GRM-GRUPO             PIC 9(6).
           05  GRM-DOCUMENTO         PIC X(14).
           05  GRM-NOME              PIC X(60).
           05  GRM-NATUREZA          PIC X(1).
               88  GRM-CONTROLADOR   VALUE 'C'.
               88  GRM-SOCIO         VALUE 'S'.
               88  GRM-CONTROLADA    VALUE 'D'.
               88  GRM-CONJUGE       VALUE 'J'.
               88  GRM-OUTRO         VALUE 'O'.
               88  GRM-NATUREZA-OK   VALUE 'C' 'S' 'D' 'J' 'O'.
           05  GRM-DT-VINCULO        PIC 9(8).
           05  GRM-OPERADOR          PIC X(20).
