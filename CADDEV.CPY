      *================================================================*
      *   COPY        : CADDEV                                         *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CADASTRO DE CONTATOS     *
      *                 DEVOLVIDOS (ARQUIVO CADDEV.DAT - INDEXADO POR  *
      *                 DEV-CHAVE, CPF + CANAL + TIPO DE ENDERECO). A  *
      *                 CASA DE MALA DIRETA DEVOLVE AS CARTAS E OS     *
      *                 E-MAILS QUE NAO FORAM ENTREGUES; O CADDEVOL    *
      *                 CASA O RETORNO COM O EXTRATO ENVIADO E MARCA   *
      *                 AQUI O CONTATO COMO NAO ENTREGAVEL, COM A DATA *
      *                 E O MOTIVO. O CADEXTR NAO LEVA CONTATO MARCADO *
      *                 PARA O CANAL DA CAMPANHA E A AREA DO CLIENTE   *
      *                 PEDE A ATUALIZACAO; A GRAVACAO DO CONTATO OU   *
      *                 DO ENDERECO PELO CLIENTE APAGA A MARCA         *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  DEV-REGISTRO.
           05  DEV-CHAVE.
               10  DEV-CPF           PIC 9(11).
               10  DEV-CANAL         PIC X(01).
                   88  DEV-CANAL-EMAIL     VALUE 'E'.
                   88  DEV-CANAL-CORREIO   VALUE 'C'.
      ** ENDERECO DA CARTA DEVOLVIDA: RESIDENCIAL (R), COBRANCA (C)
      ** OU ENTREGA (E). EM BRANCO NA DEVOLUCAO DE E-MAIL
               10  DEV-TIPO-ENDERECO PIC X(01).
                   88  DEV-TIPO-RESIDENCIAL VALUE 'R'.
                   88  DEV-TIPO-COBRANCA    VALUE 'C'.
                   88  DEV-TIPO-ENTREGA     VALUE 'E'.
      ** DATA DA DEVOLUCAO INFORMADA PELA CASA DE MALA DIRETA, COM O
      ** CODIGO E A DESCRICAO DO MOTIVO QUE ELA DEVOLVEU
           05  DEV-DATA-DEVOLUCAO  PIC 9(08).
           05  DEV-MOTIVO-COD      PIC X(02).
           05  DEV-MOTIVO          PIC X(30).
      ** DATA EM QUE O CADDEVOL MARCOU O CONTATO
           05  DEV-DATA-MARCACAO   PIC 9(08).
      ** CONTATO QUE VOLTOU, COMO SAIU NO EXTRATO: O E-MAIL, OU O CEP
      ** E O NUMERO DO ENDERECO DA CARTA
           05  DEV-EMAIL           PIC X(30).
           05  DEV-CEP             PIC 9(08).
           05  DEV-NUMERO          PIC X(05).
