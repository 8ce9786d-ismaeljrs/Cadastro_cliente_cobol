      *================================================================*
      *   COPY        : CADFECH                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO HISTORICO DE FECHAMENTOS *
      *                 MENSAIS DO CADASTRO (ARQUIVO CADFECH.DAT -     *
      *                 INDEXADO POR FCH-ANO-MES, PERMANENTE). O       *
      *                 CADFECH GRAVA UM REGISTRO POR MES FECHADO COM  *
      *                 OS SALDOS DE ABERTURA, O MOVIMENTO DO MES      *
      *                 APURADO NO JORNAL CADLOG (INCLUSOES,           *
      *                 INATIVACOES, EXPURGOS E REATIVACOES, NO TOTAL E*
      *                 POR UF), O SALDO DE FECHAMENTO APURADO E O     *
      *                 SALDO CONTADO NO CADMAST, COM O RESULTADO DA   *
      *                 CONFERENCIA. O SALDO CONTADO E A ABERTURA DO   *
      *                 MES SEGUINTE. O CADTEND LE ESTE ARQUIVO PARA O *
      *                 RELATORIO DE TENDENCIA DOS ULTIMOS 12 MESES    *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  FCH-REGISTRO.
           05  FCH-ANO-MES         PIC 9(06).
           05  FCH-DATA-FECHAMENTO PIC 9(08).
           05  FCH-HORA-FECHAMENTO PIC 9(08).
      ** SALDOS DE ABERTURA: O SALDO CONTADO DO MES ANTERIOR (F) OU,
      ** NO PRIMEIRO FECHAMENTO, O CADASTRO MENOS O MOVIMENTO DO MES
      ** (C)
           05  FCH-ORIGEM-ABERTURA PIC X(01).
               88  FCH-ABERTURA-FECHAMENTO VALUE 'F'.
               88  FCH-ABERTURA-CADASTRO   VALUE 'C'.
           05  FCH-ABE-ATIVOS      PIC 9(09).
           05  FCH-ABE-INATIVOS    PIC 9(09).
      ** MOVIMENTO DO MES NO JORNAL
           05  FCH-QTD-INCLUSOES   PIC 9(09).
           05  FCH-QTD-INATIVACOES PIC 9(09).
           05  FCH-QTD-EXPURGOS    PIC 9(09).
           05  FCH-QTD-REATIVACOES PIC 9(09).
      ** SALDO DE FECHAMENTO APURADO (ABERTURA MAIS O MOVIMENTO) E
      ** SALDO CONTADO NO CADMAST NA DATA DE FIM DO MES
           05  FCH-FEC-ATIVOS      PIC 9(09).
           05  FCH-FEC-INATIVOS    PIC 9(09).
           05  FCH-CAD-ATIVOS      PIC 9(09).
           05  FCH-CAD-INATIVOS    PIC 9(09).
           05  FCH-CONFERENCIA     PIC X(01).
               88  FCH-CONFERIDO      VALUE 'S'.
               88  FCH-DIVERGENTE     VALUE 'N'.
      ** MOVIMENTO DO MES POR UF, NA ORDEM EM QUE AS UFS APARECERAM
      ** NO JORNAL. UF EM BRANCO E MOVIMENTO COM IMAGEM ANONIMIZADA
           05  FCH-QTD-UF          PIC 9(02).
           05  FCH-TAB-UF-AREA.
               10  FCH-TAB-UF OCCURS 30 TIMES.
                   15  FCH-UF             PIC X(02).
                   15  FCH-UF-INCLUSOES   PIC 9(07).
                   15  FCH-UF-INATIVACOES PIC 9(07).
                   15  FCH-UF-EXPURGOS    PIC 9(07).
                   15  FCH-UF-REATIVACOES PIC 9(07).
