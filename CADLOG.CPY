      *                 MESTRE DE CLIENTES (ARQUIVO CADLOG.DAT -       *
      *                 SEQUENCIAL, GRAVADO EM EXTEND A CADA WRITE,    *
      *                 REWRITE OU DELETE NO ARQUIVO CADMAST.DAT)      *
      *                 NO MOVIMENTO DE ENDERECO ADICIONAL (OPERACAO   *
      *                 'N') AS IMAGENS TRAZEM O REGISTRO DO CADEND,   *
      *                 CUJO TIPO DIZ QUAL ENDERECO MUDOU; IMAGEM EM   *
      *                 BRANCO INDICA ENDERECO INCLUIDO OU REMOVIDO    *
      *                 MOVIMENTO SUJEITO A APROVACAO DO SUPERVISOR    *
      *                 LEVA O OPERADOR QUE PEDIU EM LOG-OPERADOR E O  *
      *                 SUPERVISOR QUE APROVOU EM LOG-APROVADOR; NOS   *
      *                 DEMAIS MOVIMENTOS LOG-APROVADOR VAI EM BRANCO  *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  22/08/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  22/08/2026  |   STATUS CLIENTE   *
      *  003 |  ISMAEL J. BRANDAO  |  01/09/2026  |   OPERADOR         *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *================================================================*
       01  LOG-REGISTRO.
           05  LOG-OPERACAO        PIC X(01).
               88  LOG-OP-ALTERACAO   VALUE 'A'.
               88  LOG-OP-EXCLUSAO    VALUE 'E'.
               88  LOG-OP-EXPURGO     VALUE 'P'.
               88  LOG-OP-ENDERECO    VALUE 'N'.
           05  LOG-DATA            PIC 9(08).
           05  LOG-HORA            PIC 9(08).
           05  LOG-PROGRAMA        PIC X(08).
           05  LOG-CPF             PIC 9(11).
           05  LOG-IMAGEM-ANTES    PIC X(193).
           05  LOG-IMAGEM-DEPOIS   PIC X(193).
           05  LOG-APROVADOR       PIC X(08).
