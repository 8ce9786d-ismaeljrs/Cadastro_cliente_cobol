      *                DUPLICADOS (QUE FAZEM O LOGIN ENTRAR NO         *
      *                CLIENTE ERRADO). EMITE RELATORIO DE EXCECOES    *
      *                E RETORNA CODIGO 8 QUANDO HA EXCECAO, PARA A    *
      *                OPERACAO ALARMAR. OS ENDERECOS ADICIONAIS DE    *
      *                COBRANCA E ENTREGA (CADEND.DAT) PASSAM PELA     *
      *                MESMA CONFERENCIA DE CEP E UF                   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  22/08/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHECK.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-CEP-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT WRK-ARQ-ORDENACAO ASSIGN TO "CADCHECK.SRT".
           SELECT RELATORIO ASSIGN TO "CADCHECK.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CADMAST.CPY".
       FD  CEPTAB.
           COPY "CEPTAB.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       SD  WRK-ARQ-ORDENACAO.
       01  WRK-REG-ORDENACAO.
           05 SRT-EMAIL            PIC X(30).
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-FIM-CADEND        PIC X(01) VALUE 'N'.
           88 FIM-CADEND           VALUE 'S'.
       77 WRK-QTD-END-LIDOS     PIC 9(09) VALUE ZEROS.

      ** CONTROLE DE E-MAIL DUPLICADO NA SAIDA ORDENADA
       77 WRK-EMAIL-ANTERIOR    PIC X(30) VALUE SPACES.
                   ON ASCENDING KEY SRT-EMAIL SRT-CPF
                   INPUT PROCEDURE IS 2000-VERIFICAR-CADMAST
                   OUTPUT PROCEDURE IS 3000-VERIFICAR-EMAIL-DUPLICADO
               PERFORM 3500-VERIFICAR-CADEND
               PERFORM 4000-IMPRIMIR-TOTAIS
               PERFORM 9900-FECHAR-ARQUIVOS
               IF WRK-QTD-EXCECOES > 0
             MOVE REL-LINHA-EXCECAO TO REL-LINHA
             WRITE REL-LINHA.

      *** LE O CADASTRO DE ENDERECOS ADICIONAIS DO INICIO AO FIM E
      *** CONFERE O CEP E A UF DE CADA ENDERECO. SEM O ARQUIVO NENHUM
      *** CLIENTE TEM ENDERECO ADICIONAL
           3500-VERIFICAR-CADEND.
             OPEN INPUT CADEND
             IF EDC-STATUS-OK
                 PERFORM UNTIL FIM-CADEND
                     READ CADEND NEXT RECORD
                         AT END
                             SET FIM-CADEND TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-END-LIDOS
                             PERFORM 3510-VERIFICAR-ENDERECO
                     END-READ
                 END-PERFORM
                 CLOSE CADEND
             END-IF.

      *** CONFERE SE O CEP DO ENDERECO ADICIONAL EXISTE NA TABELA E
      *** SE A UF DO ENDERECO CONFERE COM A UF DO CEP
           3510-VERIFICAR-ENDERECO.
             IF NOT CEPTAB-ABERTA
                 MOVE '07' TO REL-EXC-CODIGO
                 MOVE 'CEP NAO CADASTRADO NA TABELA DE CEP'
                     TO REL-EXC-DESCRICAO
                 PERFORM 3520-GRAVAR-EXCECAO-ENDERECO
             ELSE
                 MOVE EDC-CEP TO CEP-CODIGO
                 READ CEPTAB KEY IS CEP-CODIGO
                     INVALID KEY
                         MOVE '07' TO REL-EXC-CODIGO
                         MOVE 'CEP NAO CADASTRADO NA TABELA DE CEP'
                             TO REL-EXC-DESCRICAO
                         PERFORM 3520-GRAVAR-EXCECAO-ENDERECO
                     NOT INVALID KEY
                         IF EDC-UF NOT = CEP-UF
                             MOVE '08' TO REL-EXC-CODIGO
                             MOVE SPACES TO REL-EXC-DESCRICAO
                             STRING 'UF DIVERGE DA UF DO CEP ('
                                 CEP-UF ')'
                                 DELIMITED BY SIZE
                                 INTO REL-EXC-DESCRICAO
                             PERFORM 3520-GRAVAR-EXCECAO-ENDERECO
                         END-IF
                 END-READ
             END-IF.

      *** GRAVA A LINHA DE EXCECAO DO ENDERECO ADICIONAL, MOSTRANDO
      *** NA COLUNA DE NOME QUAL ENDERECO DO CLIENTE FOI APONTADO
           3520-GRAVAR-EXCECAO-ENDERECO.
             ADD 1 TO WRK-QTD-EXCECOES
             MOVE EDC-CPF TO REL-EXC-CPF
             IF EDC-TIPO-COBRANCA
                 MOVE 'ENDERECO DE COBRANCA' TO REL-EXC-NOME
             ELSE
                 MOVE 'ENDERECO DE ENTREGA'  TO REL-EXC-NOME
             END-IF
             MOVE REL-LINHA-EXCECAO TO REL-LINHA
             WRITE REL-LINHA.

      *** IMPRIME E EXIBE OS TOTAIS DA VERIFICACAO
           4000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ENDERECOS ADICIONAIS : " WRK-QTD-END-LIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "EXCECOES APONTADAS ..: " WRK-QTD-EXCECOES
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             DISPLAY "CADCHECK: VERIFICADOS " WRK-QTD-LIDOS
             DISPLAY "CADCHECK: END. ADIC.  " WRK-QTD-END-LIDOS
             DISPLAY "CADCHECK: EXCECOES    " WRK-QTD-EXCECOES.

      *** FECHA OS ARQUIVOS DA VERIFICACAO. A TABELA DE CEP SO E
                 MOVE 0 TO WRK-CPF-SOMA
                 MOVE 10 TO WRK-CPF-PESO
                 PERFORM 8320-SOMAR-DIGITO-DV1
                     VARYING WRK-CPF-POS FROM 1 BY 1
                     UNTIL WRK-CPF-POS > 9
                 DIVIDE WRK-CPF-SOMA BY 11
                     GIVING WRK-CPF-QUOCIENTE
                     REMAINDER WRK-CPF-RESTO
                     MOVE 0 TO WRK-CPF-SOMA
                     MOVE 11 TO WRK-CPF-PESO
                     PERFORM 8330-SOMAR-DIGITO-DV2
                         VARYING WRK-CPF-POS FROM 1 BY 1
                         UNTIL WRK-CPF-POS > 10
                     DIVIDE WRK-CPF-SOMA BY 11
                         GIVING WRK-CPF-QUOCIENTE
                         REMAINDER WRK-CPF-RESTO
                 COMPUTE WRK-CPF-SOMA =
                     WRK-CPF-SOMA + (WRK-CPF-DV1 * WRK-CPF-PESO)
             ELSE
                 COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
                     + (WRK-CPF-D(WRK-CPF-POS) * WRK-CPF-PESO)
             END-IF
             SUBTRACT 1 FROM WRK-CPF-PESO.

