      *   OBJETIVO   : EMITIR O RELATORIO DIARIO DE MOVIMENTOS DO      *
      *                MESTRE DE CLIENTES A PARTIR DO JORNAL CADLOG    *
      *                GRAVADO PELO PROGVAR2, COM AS IMAGENS ANTERIOR  *
      *                E POSTERIOR DE CADA REGISTRO MOVIMENTADO. O     *
      *                MOVIMENTO DE ENDERECO ADICIONAL MOSTRA QUAL     *
      *                ENDERECO (COBRANCA OU ENTREGA) MUDOU            *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  002 |  ISMAEL J. BRANDAO  |  22/08/2026  |   STATUS CLIENTE   *
      *  003 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  004 |  ISMAEL J. BRANDAO  |  01/09/2026  |   OPERADOR         *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOGD.
       77 WRK-QTD-ALTERACOES    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCLUSOES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPURGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENDERECOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
      ** REGISTRO MESTRE DE CLIENTES
           COPY "CADMAST.CPY".

      ** AREA DE DECODIFICACAO DAS IMAGENS DO MOVIMENTO DE ENDERECO
      ** ADICIONAL, NO LAYOUT DO CADASTRO DE ENDERECOS
           COPY "CADEND.CPY".

       01  REL-LINHA-MOVIMENTO.
           05 REL-HORA              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'OPER '.
           05 REL-OPERADOR          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-APROV-TITULO      PIC X(06).
           05 REL-APROVADOR         PIC X(08).

       01  REL-LINHA-IMAGEM.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-IMG-EMAIL         PIC X(30).

       01  REL-LINHA-IMAGEM-END.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 REL-END-TITULO        PIC X(07).
           05 REL-END-TIPO          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-END-CEP           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-END-NUMERO        PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-END-UF            PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-END-ENDERECO      PIC X(30).

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
               PERFORM 2000-PROCESSAR-JORNAL
               PERFORM 3000-IMPRIMIR-TOTAIS
               CLOSE RELATORIO
               DISPLAY "CADLOGD: MOVIMENTOS DO DIA   "
                       WRK-QTD-MOVIMENTOS
               DISPLAY "CADLOGD: RELATORIO GRAVADO EM CADLOGD.LST"
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.
                 WHEN LOG-OP-EXPURGO
                     MOVE 'EXPURGO  ' TO REL-OPERACAO
                     ADD 1 TO WRK-QTD-EXPURGOS
                 WHEN LOG-OP-ENDERECO
                     MOVE 'ENDERECO ' TO REL-OPERACAO
                     ADD 1 TO WRK-QTD-ENDERECOS
                 WHEN OTHER
                     MOVE LOG-OPERACAO TO REL-OPERACAO
             END-EVALUATE
      *** MOVIMENTO DE BATCH OU DA AREA DO CLIENTE NAO TEM OPERADOR
      *** ASSINADO E SAI COM A COLUNA EM BRANCO
             MOVE LOG-OPERADOR TO REL-OPERADOR
      *** MOVIMENTO APROVADO PELO SUPERVISOR SAI COM OS DOIS
      *** OPERADORES: QUEM PEDIU E QUEM APROVOU
             IF LOG-APROVADOR = SPACES
                 MOVE SPACES   TO REL-APROV-TITULO
             ELSE
                 MOVE 'APROV ' TO REL-APROV-TITULO
             END-IF
             MOVE LOG-APROVADOR TO REL-APROVADOR
             MOVE REL-LINHA-MOVIMENTO TO REL-LINHA
             WRITE REL-LINHA
             IF LOG-OP-ENDERECO
                 PERFORM 2030-IMPRIMIR-ENDERECO
             ELSE
                 IF NOT LOG-OP-INCLUSAO
                     MOVE LOG-IMAGEM-ANTES TO CAD-MASTER-REC
                     MOVE 'ANTES  '        TO REL-IMG-TITULO
                     PERFORM 2020-IMPRIMIR-IMAGEM
                 END-IF
                 IF NOT LOG-OP-EXCLUSAO AND NOT LOG-OP-EXPURGO
                     MOVE LOG-IMAGEM-DEPOIS TO CAD-MASTER-REC
                     MOVE 'DEPOIS '         TO REL-IMG-TITULO
                     PERFORM 2020-IMPRIMIR-IMAGEM
                 END-IF
             END-IF
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA.
             MOVE REL-LINHA-IMAGEM TO REL-LINHA
             WRITE REL-LINHA.

      *** IMPRIME AS IMAGENS DO MOVIMENTO DE ENDERECO ADICIONAL.
      *** IMAGEM EM BRANCO (ENDERECO INCLUIDO OU REMOVIDO) NAO SAI
           2030-IMPRIMIR-ENDERECO.
             IF LOG-IMAGEM-ANTES NOT = SPACES
                 MOVE LOG-IMAGEM-ANTES TO EDC-REGISTRO
                 MOVE 'ANTES  '        TO REL-END-TITULO
                 PERFORM 2040-IMPRIMIR-IMAGEM-END
             END-IF
             IF LOG-IMAGEM-DEPOIS NOT = SPACES
                 MOVE LOG-IMAGEM-DEPOIS TO EDC-REGISTRO
                 MOVE 'DEPOIS '         TO REL-END-TITULO
                 PERFORM 2040-IMPRIMIR-IMAGEM-END
             END-IF.

      *** IMPRIME UMA IMAGEM DO ENDERECO ADICIONAL JA DECODIFICADA NA
      *** AREA EDC-REGISTRO, COM O TIPO DO ENDERECO
           2040-IMPRIMIR-IMAGEM-END.
             EVALUATE TRUE
                 WHEN EDC-TIPO-COBRANCA
                     MOVE 'COBRANCA' TO REL-END-TIPO
                 WHEN EDC-TIPO-ENTREGA
                     MOVE 'ENTREGA ' TO REL-END-TIPO
                 WHEN OTHER
                     MOVE EDC-TIPO   TO REL-END-TIPO
             END-EVALUATE
             MOVE EDC-CEP      TO REL-END-CEP
             MOVE EDC-NUMERO   TO REL-END-NUMERO
             MOVE EDC-UF       TO REL-END-UF
             MOVE EDC-ENDERECO TO REL-END-ENDERECO
             MOVE REL-LINHA-IMAGEM-END TO REL-LINHA
             WRITE REL-LINHA.

      *** ESCREVE OS TOTAIS DO DIA NO FINAL DO RELATORIO
           3000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE ENDERECOS .: " WRK-QTD-ENDERECOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE MOVIMENTOS : " WRK-QTD-MOVIMENTOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.
