      *================================================================*
      *   COPY        : CADESTR                                        *
      *   OBJETIVO    : LAYOUT DA LINHA DA DEFINICAO DA ESTEIRA        *
      *                 NOTURNA (ARQUIVO CADESTR.DEF - SEQUENCIAL DE   *
      *                 LINHAS, LIDO PELO CADESTR). CADA LINHA E UM    *
      *                 PASSO, NA ORDEM EM QUE DEVE RODAR:             *
      *                 COL 01-08 PASSO = PROGRAMA QUE CORTA O         *
      *                           CONTROLE (CTLPROC) DO PASSO          *
      *                 COL 10-11 MAIOR CODIGO DE RETORNO TOLERADO     *
      *                 COL 13-38 ATE TRES PASSOS ANTERIORES DOS QUAIS *
      *                           ESTE DEPENDE, SEPARADOS POR BRANCO   *
      *                 COL 40-99 COMANDO DE EXECUCAO; EM BRANCO RODA  *
      *                           O PROPRIO PROGRAMA. PASSO QUE PEDE   *
      *                           RESPOSTA NO CONSOLE RECEBE PELO      *
      *                           COMANDO, EX.: printf 'D\nR\n'|CADCRM *
      *                 LINHA COM '*' NA COLUNA 1 OU EM BRANCO E       *
      *                 COMENTARIO                                     *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  EST-REGISTRO.
           05  EST-PASSO           PIC X(08).
               88  EST-COMENTARIO     VALUE SPACES.
           05  FILLER              PIC X(01).
           05  EST-RC-MAXIMO       PIC X(02).
           05  FILLER              PIC X(01).
           05  EST-DEPENDENCIAS.
               10  EST-DEPENDE-ITEM OCCURS 3 TIMES.
                   15  EST-DEPENDE PIC X(08).
                   15  FILLER      PIC X(01).
           05  EST-COMANDO         PIC X(60).
           05  FILLER              PIC X(01).
