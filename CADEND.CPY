      *================================================================*
      *   COPY        : CADEND                                         *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CADASTRO DE ENDERECOS    *
      *                 ADICIONAIS DO CLIENTE (ARQUIVO CADEND.DAT -    *
      *                 INDEXADO POR EDC-CHAVE, CPF + TIPO). O ENDERECO*
      *                 RESIDENCIAL CONTINUA NO REGISTRO MESTRE        *
      *                 (CADMAST); AQUI FICAM OS ENDERECOS DE COBRANCA *
      *                 E DE ENTREGA, UM REGISTRO POR TIPO INFORMADO.  *
      *                 ENDERECO E UF SAEM DA TABELA DE CEP (CEPTAB),  *
      *                 COMO NO MESTRE, E SAO MANTIDOS PELO CEPSYNC    *
      *                 APOS CADA CARGA DA BASE POSTAL. CADA INCLUSAO, *
      *                 ALTERACAO OU REMOCAO VAI PARA O JORNAL CADLOG  *
      *                 COMO OPERACAO 'N', COM ESTE REGISTRO NAS       *
      *                 IMAGENS ANTERIOR E POSTERIOR                   *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  EDC-REGISTRO.
           05  EDC-CHAVE.
               10  EDC-CPF           PIC 9(11).
               10  EDC-TIPO          PIC X(01).
                   88  EDC-TIPO-RESIDENCIAL VALUE 'R'.
                   88  EDC-TIPO-COBRANCA    VALUE 'C'.
                   88  EDC-TIPO-ENTREGA     VALUE 'E'.
           05  EDC-CEP             PIC 9(08).
           05  EDC-NUMERO          PIC X(05).
           05  EDC-UF              PIC X(02).
           05  EDC-ENDERECO        PIC X(30).
           05  EDC-COMPLEMENTO     PIC X(30).
      ** DATA DA ULTIMA MANUTENCAO E OPERADOR QUE A FEZ; OPERADOR EM
      ** BRANCO QUANDO O PROPRIO CLIENTE ALTEROU OU FOI O CEPSYNC
           05  EDC-DT-ATUALIZACAO  PIC 9(08).
           05  EDC-OPERADOR        PIC X(08).
