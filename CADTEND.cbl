      *================================================================*
      *   PROGRAMA   : CADTEND                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : EMITIR O RELATORIO DE TENDENCIA DA BASE DE      *
      *                CLIENTES COM OS ULTIMOS 12 MESES FECHADOS PELO  *
      *                CADFECH (HISTORICO CADFECH.DAT), LADO A LADO:   *
      *                ATIVOS NA ABERTURA, INCLUSOES, REATIVACOES,     *
      *                INATIVACOES, EXPURGOS, CRESCIMENTO LIQUIDO,     *
      *                SALDOS NO FECHAMENTO, TAXA DE CHURN E O         *
      *                RESULTADO DA CONFERENCIA DE CADA MES. SO LE O   *
      *                HISTORICO E PODE RODAR A QUALQUER MOMENTO       *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFECH ASSIGN TO "CADFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCH-ANO-MES
               FILE STATUS IS WRK-FCH-STATUS.
           SELECT RELATORIO ASSIGN TO "CADTEND.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADFECH.
           COPY "CADFECH.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(132).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FCH-STATUS        PIC X(02) VALUE SPACES.
           88 FCH-STATUS-OK       VALUE "00".
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADFECH       PIC X(01) VALUE 'N'.
           88 FIM-CADFECH          VALUE 'S'.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES   PIC 9(02) VALUE ZEROS.

      ** ULTIMOS 12 MESES FECHADOS, DO MAIS ANTIGO PARA O MAIS
      ** RECENTE. O HISTORICO E LIDO NA ORDEM DA CHAVE (AAAAMM) E,
      ** COM A TABELA CHEIA, O MES MAIS ANTIGO SAI PELO INICIO
       77 WRK-QTD-MESES         PIC 9(02) VALUE ZEROS.
       77 WRK-MES-IDX           PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 12 TIMES.
               10 WRK-MES-ANO-MES      PIC 9(06).
               10 WRK-MES-ANO-MES-R REDEFINES WRK-MES-ANO-MES.
                   15 WRK-MES-ANO       PIC 9(04).
                   15 WRK-MES-MES       PIC 9(02).
               10 WRK-MES-ABE-ATIVOS   PIC 9(09).
               10 WRK-MES-INCLUSOES    PIC 9(09).
               10 WRK-MES-REATIVACOES  PIC 9(09).
               10 WRK-MES-INATIVACOES  PIC 9(09).
               10 WRK-MES-EXPURGOS     PIC 9(09).
               10 WRK-MES-CAD-ATIVOS   PIC 9(09).
               10 WRK-MES-CAD-INATIVOS PIC 9(09).
               10 WRK-MES-CONFERENCIA  PIC X(01).
                   88 WRK-MES-CONFERIDO   VALUE 'S'.

      ** LINHAS DO QUADRO, NA ORDEM DE IMPRESSAO
       77 WRK-LINHA-IDX         PIC 9(02) VALUE ZEROS.
       01 WRK-TITULOS-VALORES.
           05 FILLER PIC X(20) VALUE 'ATIVOS NA ABERTURA  '.
           05 FILLER PIC X(20) VALUE '(+) INCLUSOES       '.
           05 FILLER PIC X(20) VALUE '(+) REATIVACOES     '.
           05 FILLER PIC X(20) VALUE '(-) INATIVACOES     '.
           05 FILLER PIC X(20) VALUE 'CRESCIMENTO LIQUIDO '.
           05 FILLER PIC X(20) VALUE 'ATIVOS NO FECHAMENTO'.
           05 FILLER PIC X(20) VALUE 'INATIVOS NO FECHAM. '.
           05 FILLER PIC X(20) VALUE 'EXPURGOS            '.
           05 FILLER PIC X(20) VALUE 'TAXA DE CHURN (%)   '.
           05 FILLER PIC X(20) VALUE 'CONFERENCIA         '.
       01 WRK-TITULOS REDEFINES WRK-TITULOS-VALORES.
           05 WRK-TITULO           PIC X(20) OCCURS 10 TIMES.

      ** CALCULOS DA COLUNA E DOS TOTAIS DO PERIODO
       77 WRK-CRESCIMENTO       PIC S9(09) VALUE ZEROS.
       77 WRK-TAXA-CHURN        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOT-INCLUSOES     PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-REATIVACOES   PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-INATIVACOES   PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-EXPURGOS      PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-CRESCIMENTO   PIC S9(09) VALUE ZEROS.
       77 WRK-EDT-QTD           PIC Z(08)9.
       77 WRK-EDT-SALDO         PIC -(08)9.
       77 WRK-EDT-TAXA          PIC Z(05)9.99.

      ** LINHA DO QUADRO: TITULO E UMA COLUNA POR MES
       01  REL-LINHA-QUADRO.
           05 REL-QDR-TITULO        PIC X(20).
           05 REL-QDR-COLUNA OCCURS 12 TIMES.
               10 REL-QDR-VALOR      PIC X(09).
           05 FILLER                PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               PERFORM 1000-LER-HISTORICO
               PERFORM 2000-IMPRIMIR-RELATORIO
               DISPLAY "CADTEND: MESES NO RELATORIO " WRK-QTD-MESES
               IF WRK-QTD-DIVERGENTES > 0
                   DISPLAY "CADTEND: MESES COM FECHAMENTO DIVERGENTE "
                       WRK-QTD-DIVERGENTES
               END-IF
               DISPLAY "CADTEND: RELATORIO GRAVADO EM CADTEND.LST"
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** LE O HISTORICO DE FECHAMENTOS DO INICIO AO FIM GUARDANDO OS
      *** ULTIMOS 12 MESES. SEM HISTORICO O RELATORIO SAI SEM MESES
           1000-LER-HISTORICO.
             OPEN INPUT CADFECH
             IF FCH-STATUS-OK
                 PERFORM UNTIL FIM-CADFECH
                     READ CADFECH NEXT RECORD
                         AT END
                             SET FIM-CADFECH TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-LIDOS
                             PERFORM 1100-GUARDAR-MES
                     END-READ
                 END-PERFORM
                 CLOSE CADFECH
             ELSE
                 DISPLAY "CADTEND: CADFECH.DAT NAO ENCONTRADO, STATUS "
                     WRK-FCH-STATUS ", NENHUM MES FECHADO"
             END-IF.

      *** GUARDA O MES LIDO NO FIM DA TABELA. COM A TABELA CHEIA, OS
      *** MESES SOBEM UMA POSICAO E O MAIS ANTIGO E DESCARTADO
           1100-GUARDAR-MES.
             IF WRK-QTD-MESES < 12
                 ADD 1 TO WRK-QTD-MESES
             ELSE
                 PERFORM 1110-DESLOCAR-MES
                     VARYING WRK-MES-IDX FROM 1 BY 1
                     UNTIL WRK-MES-IDX > 11
             END-IF
             MOVE FCH-ANO-MES         TO WRK-MES-ANO-MES(WRK-QTD-MESES)
             MOVE FCH-ABE-ATIVOS      TO
                 WRK-MES-ABE-ATIVOS(WRK-QTD-MESES)
             MOVE FCH-QTD-INCLUSOES   TO
                 WRK-MES-INCLUSOES(WRK-QTD-MESES)
             MOVE FCH-QTD-REATIVACOES TO
                 WRK-MES-REATIVACOES(WRK-QTD-MESES)
             MOVE FCH-QTD-INATIVACOES TO
                 WRK-MES-INATIVACOES(WRK-QTD-MESES)
             MOVE FCH-QTD-EXPURGOS    TO
                 WRK-MES-EXPURGOS(WRK-QTD-MESES)
             MOVE FCH-CAD-ATIVOS      TO
                 WRK-MES-CAD-ATIVOS(WRK-QTD-MESES)
             MOVE FCH-CAD-INATIVOS    TO
                 WRK-MES-CAD-INATIVOS(WRK-QTD-MESES)
             MOVE FCH-CONFERENCIA     TO
                 WRK-MES-CONFERENCIA(WRK-QTD-MESES).

      *** SOBE O MES DA POSICAO SEGUINTE PARA A POSICAO WRK-MES-IDX
           1110-DESLOCAR-MES.
             MOVE WRK-MES-ITEM(WRK-MES-IDX + 1)
                 TO WRK-MES-ITEM(WRK-MES-IDX).

      *** IMPRIME O QUADRO DOS MESES LADO A LADO E OS TOTAIS DO
      *** PERIODO
           2000-IMPRIMIR-RELATORIO.
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "TENDENCIA DA BASE DE CLIENTES - ULTIMOS 12 MESES "
                 "FECHADOS - DATA " WRK-DATA-PROCESSO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             IF WRK-QTD-MESES = 0
                 MOVE "NENHUM MES FECHADO NO HISTORICO" TO REL-LINHA
                 WRITE REL-LINHA
             ELSE
                 MOVE SPACES TO REL-LINHA-QUADRO
                 MOVE 'MES' TO REL-QDR-TITULO
                 PERFORM 2100-MONTAR-CABECALHO
                     VARYING WRK-MES-IDX FROM 1 BY 1
                     UNTIL WRK-MES-IDX > WRK-QTD-MESES
                 MOVE REL-LINHA-QUADRO TO REL-LINHA
                 WRITE REL-LINHA
                 MOVE ALL '-' TO REL-LINHA(1:128)
                 WRITE REL-LINHA
                 PERFORM 2200-IMPRIMIR-LINHA
                     VARYING WRK-LINHA-IDX FROM 1 BY 1
                     UNTIL WRK-LINHA-IDX > 10
                 MOVE ALL '-' TO REL-LINHA(1:128)
                 WRITE REL-LINHA
                 PERFORM 2400-IMPRIMIR-TOTAIS
             END-IF
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CRESCIMENTO LIQUIDO = INCLUSOES + REATIVACOES - "
                 "INATIVACOES"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TAXA DE CHURN = INATIVACOES / ATIVOS NA ABERTURA "
                 "X 100"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             CLOSE RELATORIO.

      *** MONTA O MES/ANO DA COLUNA WRK-MES-IDX
           2100-MONTAR-CABECALHO.
             STRING "  " WRK-MES-MES(WRK-MES-IDX) "/"
                 WRK-MES-ANO(WRK-MES-IDX)
                 DELIMITED BY SIZE INTO REL-QDR-VALOR(WRK-MES-IDX).

      *** IMPRIME UMA LINHA DO QUADRO COM O VALOR DE CADA MES
           2200-IMPRIMIR-LINHA.
             MOVE SPACES TO REL-LINHA-QUADRO
             MOVE WRK-TITULO(WRK-LINHA-IDX) TO REL-QDR-TITULO
             PERFORM 2300-MONTAR-COLUNA
                 VARYING WRK-MES-IDX FROM 1 BY 1
                 UNTIL WRK-MES-IDX > WRK-QTD-MESES
             MOVE REL-LINHA-QUADRO TO REL-LINHA
             WRITE REL-LINHA.

      *** MONTA O VALOR DA LINHA WRK-LINHA-IDX PARA O MES DA COLUNA
      *** WRK-MES-IDX. SEM ATIVOS NA ABERTURA A TAXA DE CHURN SAI
      *** ZERADA
           2300-MONTAR-COLUNA.
             COMPUTE WRK-CRESCIMENTO =
                 WRK-MES-INCLUSOES(WRK-MES-IDX)
               + WRK-MES-REATIVACOES(WRK-MES-IDX)
               - WRK-MES-INATIVACOES(WRK-MES-IDX)
             EVALUATE WRK-LINHA-IDX
                 WHEN 1
                     MOVE WRK-MES-ABE-ATIVOS(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 2
                     MOVE WRK-MES-INCLUSOES(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 3
                     MOVE WRK-MES-REATIVACOES(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 4
                     MOVE WRK-MES-INATIVACOES(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 5
                     MOVE WRK-CRESCIMENTO TO WRK-EDT-SALDO
                 WHEN 6
                     MOVE WRK-MES-CAD-ATIVOS(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 7
                     MOVE WRK-MES-CAD-INATIVOS(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 8
                     MOVE WRK-MES-EXPURGOS(WRK-MES-IDX)
                         TO WRK-EDT-QTD
                 WHEN 9
                     IF WRK-MES-ABE-ATIVOS(WRK-MES-IDX) = 0
                         MOVE 0 TO WRK-TAXA-CHURN
                     ELSE
                         COMPUTE WRK-TAXA-CHURN ROUNDED =
                             WRK-MES-INATIVACOES(WRK-MES-IDX) * 100
                             / WRK-MES-ABE-ATIVOS(WRK-MES-IDX)
                     END-IF
                     MOVE WRK-TAXA-CHURN TO WRK-EDT-TAXA
             END-EVALUATE
             EVALUATE WRK-LINHA-IDX
                 WHEN 5
                     MOVE WRK-EDT-SALDO TO REL-QDR-VALOR(WRK-MES-IDX)
                 WHEN 9
                     MOVE WRK-EDT-TAXA  TO REL-QDR-VALOR(WRK-MES-IDX)
                 WHEN 10
                     IF WRK-MES-CONFERIDO(WRK-MES-IDX)
                         MOVE '       OK' TO REL-QDR-VALOR(WRK-MES-IDX)
                     ELSE
                         MOVE '  DIVERG.' TO REL-QDR-VALOR(WRK-MES-IDX)
                     END-IF
                 WHEN OTHER
                     MOVE WRK-EDT-QTD   TO REL-QDR-VALOR(WRK-MES-IDX)
             END-EVALUATE.

      *** ACUMULA E IMPRIME OS TOTAIS DOS MESES DO QUADRO
           2400-IMPRIMIR-TOTAIS.
             PERFORM 2410-ACUMULAR-MES
                 VARYING WRK-MES-IDX FROM 1 BY 1
                 UNTIL WRK-MES-IDX > WRK-QTD-MESES
             COMPUTE WRK-TOT-CRESCIMENTO = WRK-TOT-INCLUSOES
                 + WRK-TOT-REATIVACOES - WRK-TOT-INATIVACOES
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAIS DO PERIODO (" WRK-QTD-MESES " MESES)"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE WRK-TOT-INCLUSOES TO WRK-EDT-QTD
             MOVE SPACES TO REL-LINHA
             STRING "  INCLUSOES ...........: " WRK-EDT-QTD
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE WRK-TOT-REATIVACOES TO WRK-EDT-QTD
             MOVE SPACES TO REL-LINHA
             STRING "  REATIVACOES .........: " WRK-EDT-QTD
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE WRK-TOT-INATIVACOES TO WRK-EDT-QTD
             MOVE SPACES TO REL-LINHA
             STRING "  INATIVACOES .........: " WRK-EDT-QTD
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE WRK-TOT-EXPURGOS TO WRK-EDT-QTD
             MOVE SPACES TO REL-LINHA
             STRING "  EXPURGOS ............: " WRK-EDT-QTD
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE WRK-TOT-CRESCIMENTO TO WRK-EDT-SALDO
             MOVE SPACES TO REL-LINHA
             STRING "  CRESCIMENTO LIQUIDO .: " WRK-EDT-SALDO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "  MESES DIVERGENTES ...: " WRK-QTD-DIVERGENTES
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** SOMA UM MES NOS TOTAIS DO PERIODO
           2410-ACUMULAR-MES.
             ADD WRK-MES-INCLUSOES(WRK-MES-IDX)   TO WRK-TOT-INCLUSOES
             ADD WRK-MES-REATIVACOES(WRK-MES-IDX)
                 TO WRK-TOT-REATIVACOES
             ADD WRK-MES-INATIVACOES(WRK-MES-IDX)
                 TO WRK-TOT-INATIVACOES
             ADD WRK-MES-EXPURGOS(WRK-MES-IDX)    TO WRK-TOT-EXPURGOS
             IF NOT WRK-MES-CONFERIDO(WRK-MES-IDX)
                 ADD 1 TO WRK-QTD-DIVERGENTES
             END-IF.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
      *** ARQUIVO COMPARTILHADO DA ESTEIRA, PARA O QUADRO DO CADCTRL
           9800-GRAVAR-CONTROLE.
             OPEN EXTEND CTLPROC
             IF CTL-STATUS-NAO-EXISTE
                 OPEN OUTPUT CTLPROC
                 CLOSE CTLPROC
                 OPEN EXTEND CTLPROC
             END-IF
             MOVE 'CADTEND'         TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO   TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-MESES     TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE       TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
