      *================================================================*
      *   COPY        : CADANON                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CONTROLE DE EXPURGOS A   *
      *                 ANONIMIZAR NO JORNAL (ARQUIVO CADANON.DAT -    *
      *                 INDEXADO POR ANP-CHAVE, CPF + DATA/HORA DO     *
      *                 EXPURGO). O CADLOGA GRAVA AQUI CADA MOVIMENTO  *
      *                 DE EXPURGO ('P' DO CADPURGE) QUE ARQUIVA NUMA  *
      *                 GERACAO, PENDENTE, E A CADA EXECUCAO PERCORRE  *
      *                 TODAS AS GERACOES DO CATALOGO ANONIMIZANDO OS  *
      *                 MOVIMENTOS DOS CPFS ATE A DATA/HORA DO         *
      *                 EXPURGO. O EXPURGO SO E CONCLUIDO DEPOIS DE UMA*
      *                 PASSADA SEM GERACAO AUSENTE; ATE LA FICA       *
      *                 PENDENTE E E TENTADO DE NOVO NA PROXIMA        *
      *                 EXECUCAO                                       *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  ANP-REGISTRO.
           05  ANP-CHAVE.
               10  ANP-CPF             PIC 9(11).
               10  ANP-DATA-EXPURGO    PIC 9(08).
               10  ANP-HORA-EXPURGO    PIC 9(08).
      ** DATA DA ROTACAO QUE ARQUIVOU O MOVIMENTO DE EXPURGO
           05  ANP-DATA-ROTACAO    PIC 9(08).
           05  ANP-SITUACAO        PIC X(01).
               88  ANP-PENDENTE       VALUE 'P'.
               88  ANP-CONCLUIDO      VALUE 'C'.
           05  ANP-DATA-CONCLUSAO  PIC 9(08).
