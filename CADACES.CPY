      *================================================================*
      *   COPY        : CADACES                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO LOG DE ACESSOS AO        *
      *                 CADASTRO (ARQUIVO CADACES.DAT - SEQUENCIAL,    *
      *                 GRAVADO EM EXTEND PELO PROGVAR2). O JORNAL     *
      *                 CADLOG SO REGISTRA ALTERACOES; ESTE LOG GUARDA *
      *                 QUEM CONSULTOU QUAL CLIENTE (CONSULTA POR CPF, *
      *                 BUSCA POR NOME E HISTORICO) E AS FALHAS DE     *
      *                 ASSINATURA DE OPERADOR E DE LOGIN DO CLIENTE,  *
      *                 PARA A AUDITORIA DA LGPD E O RELATORIO DIARIO  *
      *                 DE SEGURANCA (CADACESD)                        *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  ACE-REGISTRO.
           05  ACE-DATA            PIC 9(08).
           05  ACE-HORA            PIC 9(08).
           05  ACE-PROGRAMA        PIC X(08).
      ** NA FALHA DE ASSINATURA VAI O ID DIGITADO NA TELA; NO LOGIN
      ** DO CLIENTE O CAMPO VAI EM BRANCO
           05  ACE-OPERADOR        PIC X(08).
      ** ZERADO QUANDO O EVENTO NAO CHEGOU A UM CLIENTE (BUSCA POR
      ** NOME, ASSINATURA DE OPERADOR, E-MAIL NAO CADASTRADO)
           05  ACE-CPF             PIC 9(11).
           05  ACE-FUNCAO          PIC X(03).
               88  ACE-FUN-CONSULTA-CPF   VALUE 'CPF'.
               88  ACE-FUN-BUSCA-NOME     VALUE 'NOM'.
               88  ACE-FUN-SELECAO-NOME   VALUE 'SEL'.
               88  ACE-FUN-HISTORICO      VALUE 'HIS'.
               88  ACE-FUN-SIGNON-OPER    VALUE 'OPR'.
               88  ACE-FUN-LOGIN-CLIENTE  VALUE 'CLI'.
           05  ACE-RESULTADO       PIC X(01).
               88  ACE-RES-SUCESSO        VALUE 'S'.
               88  ACE-RES-NAO-ACHADO     VALUE 'N'.
               88  ACE-RES-FALHA          VALUE 'F'.
      ** TEXTO LIVRE: PARTE DO NOME BUSCADA, E-MAIL DIGITADO OU
      ** MOTIVO DA FALHA
           05  ACE-DETALHE         PIC X(30).
