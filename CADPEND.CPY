      *================================================================*
      *   COPY        : CADPEND                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DE PENDENCIAS DE APROVACAO  *
      *                 DO SUPERVISOR (ARQUIVO CADPEND.DAT - INDEXADO  *
      *                 POR PND-CHAVE, A DATA/HORA DO PEDIDO). A       *
      *                 INATIVACAO DE CLIENTE E A ALTERACAO DE NOME OU *
      *                 DATA DE NASCIMENTO FEITAS NA MANUTENCAO NAO    *
      *                 VAO DIRETO PARA O MESTRE: FICAM AQUI COM AS    *
      *                 IMAGENS ANTERIOR E POSTERIOR DO REGISTRO E O   *
      *                 OPERADOR QUE PEDIU, ATE UM SUPERVISOR (PERFIL  *
      *                 3) APROVAR OU REJEITAR COM O MOTIVO. SO A      *
      *                 APROVACAO GRAVA O MESTRE E O JORNAL. O PEDIDO  *
      *                 DECIDIDO FICA NO ARQUIVO COMO TRILHA, COM O    *
      *                 SUPERVISOR, A DATA/HORA E O MOTIVO DA DECISAO  *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  PND-REGISTRO.
           05  PND-CHAVE.
               10  PND-DATA-PEDIDO     PIC 9(08).
               10  PND-HORA-PEDIDO     PIC 9(08).
           05  PND-CPF             PIC 9(11).
           05  PND-TIPO            PIC X(01).
               88  PND-TIPO-ALTERACAO VALUE 'A'.
               88  PND-TIPO-EXCLUSAO  VALUE 'E'.
           05  PND-SITUACAO        PIC X(01).
               88  PND-PENDENTE       VALUE 'P'.
               88  PND-APROVADO       VALUE 'A'.
               88  PND-REJEITADO      VALUE 'R'.
           05  PND-OPER-PEDIDO     PIC X(08).
           05  PND-OPER-DECISAO    PIC X(08).
           05  PND-DATA-DECISAO    PIC 9(08).
           05  PND-HORA-DECISAO    PIC 9(08).
           05  PND-MOTIVO          PIC X(40).
           05  PND-IMAGEM-ANTES    PIC X(193).
           05  PND-IMAGEM-DEPOIS   PIC X(193).
