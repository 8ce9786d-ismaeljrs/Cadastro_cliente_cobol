      *================================================================*
      *   COPY        : CADDISP                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CONTROLE DE              *
      *                 DISPONIBILIDADE DO CADASTRO (ARQUIVO           *
      *                 CADDISP.DAT - INDEXADO POR DSP-CHAVE). GUARDA  *
      *                 DOIS TIPOS DE REGISTRO:                        *
      *                 - 'S' SESSAO ONLINE ABERTA: O PROGVAR2 GRAVA   *
      *                   UM REGISTRO AO ENTRAR E APAGA AO SAIR. A     *
      *                   CHAVE E A DATA/HORA DE ABERTURA DA SESSAO    *
      *                 - 'J' JANELA DE ATUALIZACAO: O BATCH QUE       *
      *                   ATUALIZA O CADASTRO GRAVA A JANELA (CHAVE    *
      *                   FIXA DSP-ID-JANELA) ANTES DE ABRIR OS        *
      *                   ARQUIVOS E APAGA NO FIM. COM A JANELA        *
      *                   GRAVADA O PROGVAR2 BLOQUEIA AS TELAS QUE     *
      *                   ALTERAM O CADASTRO E MANTEM AS CONSULTAS;    *
      *                   SESSAO QUE ENTRA COM A JANELA GRAVADA ABRE O *
      *                   MESTRE SO PARA LEITURA E FICA SO COM AS      *
      *                   CONSULTAS ATE SAIR. COM A JANELA DO CADREORG *
      *                   OU DO CADRECOV, QUE RECONSTROEM O MESTRE, A  *
      *                   ENTRADA NO PROGVAR2 E RECUSADA.              *
      *                 O BATCH GRAVA A JANELA PRIMEIRO E SO DEPOIS    *
      *                 CONTA AS SESSOES; COM SESSAO ABERTA A JANELA E *
      *                 DESFEITA E A EXECUCAO RECUSADA. SESSAO OU      *
      *                 JANELA PRESA (TERMINAL DERRUBADO, BATCH        *
      *                 ABORTADO) E LIBERADA PELO CADSESS              *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  DSP-REGISTRO.
           05  DSP-CHAVE.
               10  DSP-TIPO            PIC X(01).
                   88  DSP-TIPO-JANELA    VALUE 'J'.
                   88  DSP-TIPO-SESSAO    VALUE 'S'.
      ** SESSAO: AAAAMMDDHHMMSSCC DA ABERTURA; JANELA: DSP-ID-JANELA
               10  DSP-ID              PIC X(16).
                   88  DSP-ID-JANELA      VALUE 'CADASTRO'.
      ** PROGRAMA DONO DO REGISTRO (PROGVAR2 OU O BATCH DA JANELA)
           05  DSP-PROGRAMA        PIC X(08).
      ** ULTIMO OPERADOR ASSINADO NA SESSAO (BRANCO NO BATCH)
           05  DSP-OPERADOR        PIC X(08).
           05  DSP-DATA-INICIO     PIC 9(08).
           05  DSP-HORA-INICIO     PIC 9(08).
