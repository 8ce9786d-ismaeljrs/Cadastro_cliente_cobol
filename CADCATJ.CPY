      *================================================================*
      *   COPY        : CADCATJ                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CATALOGO DE GERACOES DO  *
      *                 JORNAL CADLOG (ARQUIVO CADLOG.CAT - SEQUENCIAL,*
      *                 GRAVADO EM EXTEND PELO CADLOGA). CADA ROTACAO  *
      *                 DO JORNAL MOVE OS MOVIMENTOS ANTIGOS PARA UMA  *
      *                 GERACAO DATADA (CADLOG.A + AAAAMMDD) E CORTA UM*
      *                 REGISTRO AQUI COM O NOME DA GERACAO, A FAIXA   *
      *                 DE DATAS DOS MOVIMENTOS E OS TOTAIS DE         *
      *                 CONTROLE (QUANTIDADE E HASH-TOTAL DE CPF). OS  *
      *                 LEITORES DO JORNAL (HISTORICO DO PROGVAR2,     *
      *                 CADRECOV, CADLGPD) PERCORREM AS GERACOES NA    *
      *                 ORDEM DO CATALOGO, DA MAIS ANTIGA PARA A MAIS  *
      *                 RECENTE, E POR ULTIMO O CADLOG.DAT CORRENTE    *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  JCA-REGISTRO.
           05  JCA-NOME-GERACAO    PIC X(20).
           05  JCA-DATA-ROTACAO    PIC 9(08).
      ** MOVIMENTOS COM DATA ANTERIOR AO CORTE FORAM PARA A GERACAO
           05  JCA-DATA-CORTE      PIC 9(08).
           05  JCA-DATA-PRIMEIRO   PIC 9(08).
           05  JCA-DATA-ULTIMO     PIC 9(08).
           05  JCA-QTD-MOVIMENTOS  PIC 9(09).
           05  JCA-HASH-CPF        PIC 9(15).
