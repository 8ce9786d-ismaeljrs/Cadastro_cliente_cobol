      *================================================================*
      *   PROGRAMA   : CADFECH                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : FECHAMENTO MENSAL DO CADASTRO DE CLIENTES.      *
      *                APURA NO JORNAL CADLOG (GERACOES DO CATALOGO    *
      *                CADLOG.CAT E CADLOG.DAT) O MOVIMENTO DO MES     *
      *                INFORMADO - INCLUSOES ('I'), INATIVACOES ('E'), *
      *                EXPURGOS ('P') E REATIVACOES (ALTERACAO DE      *
      *                INATIVO PARA ATIVO) - NO TOTAL E POR UF, E      *
      *                GRAVA NO HISTORICO PERMANENTE CADFECH.DAT OS    *
      *                SALDOS DE ABERTURA E DE FECHAMENTO DO MES. O    *
      *                SALDO DE FECHAMENTO APURADO E CONFERIDO COM A   *
      *                CONTAGEM DO CADMAST NA DATA DE FIM DO MES (A    *
      *                CONTAGEM ATUAL MENOS O MOVIMENTO POSTERIOR AO   *
      *                MES); A DIVERGENCIA FICA SINALIZADA NO          *
      *                HISTORICO E SOBE COM CODIGO 8. MES JA FECHADO,  *
      *                MES AINDA NAO ENCERRADO OU FORA DA SEQUENCIA DO *
      *                HISTORICO E RECUSADO COM CODIGO 8, SEM GRAVAR.  *
      *                JORNAL INCOMPLETO (GERACAO DO CATALOGO AUSENTE  *
      *                OU JORNAL ILEGIVEL) CANCELA O FECHAMENTO COM    *
      *                CODIGO 12, SEM GRAVAR.                          *
      *                RESERVA A JANELA EXCLUSIVA DO CADASTRO          *
      *                (CADDISP) PARA CONTAR O MESTRE E LER O JORNAL   *
      *                SEM MOVIMENTO ONLINE NO MEIO, E E RECUSADO COM  *
      *                CODIGO 12 SE HOUVER SESSAO ABERTA OU OUTRO      *
      *                BATCH NA JANELA. A TENDENCIA DOS ULTIMOS 12     *
      *                MESES FECHADOS SAI PELO CADTEND                 *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JORNAL INCOMPL.  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFECH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFECH ASSIGN TO "CADFECH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-ANO-MES
               FILE STATUS IS WRK-FCH-STATUS.
           SELECT CADMAST ASSIGN TO "CADMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CPF
               FILE STATUS IS WRK-CAD-STATUS.
           SELECT CADLOG ASSIGN TO "CADLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT CATJORN ASSIGN TO "CADLOG.CAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT GERJORN ASSIGN TO WRK-NOME-GERACAO-JRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-GJR-STATUS.
           SELECT RELATORIO ASSIGN TO "CADFECH.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT CADDISP ASSIGN TO "CADDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-DSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADFECH.
           COPY "CADFECH.CPY".
       FD  CADMAST.
           COPY "CADMAST.CPY".
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  CATJORN.
           COPY "CADCATJ.CPY".
       FD  GERJORN.
       01  GJR-REGISTRO             PIC X(438).
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       FD  CADDISP.
           COPY "CADDISP.CPY".
       WORKING-STORAGE SECTION.
      ** CONTROLE DE DISPONIBILIDADE: JANELA EXCLUSIVA DO BATCH
       77 WRK-DSP-STATUS        PIC X(02) VALUE SPACES.
           88 DSP-STATUS-OK       VALUE "00".
           88 DSP-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADDISP       PIC X(01) VALUE 'N'.
           88 FIM-CADDISP          VALUE 'S'.
       77 WRK-JANELA-OCUPADA    PIC X(01) VALUE 'N'.
           88 JANELA-OCUPADA       VALUE 'S'.
       77 WRK-QTD-SESSOES       PIC 9(05) VALUE ZEROS.
       77 WRK-FCH-STATUS        PIC X(02) VALUE SPACES.
           88 FCH-STATUS-OK       VALUE "00".
           88 FCH-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
           88 CAD-STATUS-OK       VALUE "00".
       77 WRK-LOG-STATUS        PIC X(02) VALUE SPACES.
           88 LOG-STATUS-OK       VALUE "00".
           88 LOG-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CAT-STATUS        PIC X(02) VALUE SPACES.
           88 CAT-STATUS-OK       VALUE "00".
           88 CAT-STATUS-NAO-EXISTE VALUE "35".
      ** GERACAO DO CATALOGO OU JORNAL QUE NAO PODE SER LIDO: O
      ** MOVIMENTO DO MES FICARIA INCOMPLETO E O MES NAO E FECHADO
       77 WRK-JORNAL-INCOMPLETO PIC X(01) VALUE 'N'.
           88 JORNAL-INCOMPLETO    VALUE 'S'.
       77 WRK-GJR-STATUS        PIC X(02) VALUE SPACES.
           88 GJR-STATUS-OK       VALUE "00".
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADFECH       PIC X(01) VALUE 'N'.
           88 FIM-CADFECH          VALUE 'S'.
       77 WRK-FIM-CADMAST       PIC X(01) VALUE 'N'.
           88 FIM-CADMAST          VALUE 'S'.
       77 WRK-FIM-CADLOG        PIC X(01) VALUE 'N'.
           88 FIM-CADLOG           VALUE 'S'.
       77 WRK-FIM-CAT-JRL       PIC X(01) VALUE 'N'.
           88 FIM-CAT-JRL          VALUE 'S'.
       77 WRK-FIM-GER-JRL       PIC X(01) VALUE 'N'.
           88 FIM-GER-JRL          VALUE 'S'.
       01 WRK-NOME-GERACAO-JRL  PIC X(20) VALUE SPACES.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-ERRO-GRAVACAO     PIC X(01) VALUE 'N'.
           88 ERRO-GRAVACAO        VALUE 'S'.

      ** MES A FECHAR (AAAAMM), INFORMADO PELA OPERACAO. EM BRANCO
      ** OU ZEROS ASSUME O MES ANTERIOR AO DA DATA DE PROCESSO. SO
      ** MES JA ENCERRADO PODE SER FECHADO
       01 WRK-MES-INFORMADO     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO-R REDEFINES WRK-MES-INFORMADO.
           05 WRK-MES-INFORMADO-N PIC 9(06).
       01 WRK-ANO-MES-FECH      PIC 9(06) VALUE ZEROS.
       01 WRK-ANO-MES-FECH-R REDEFINES WRK-ANO-MES-FECH.
           05 WRK-ANO-FECH        PIC 9(04).
           05 WRK-MES-FECH        PIC 9(02).
       01 WRK-ANO-MES-ANTERIOR  PIC 9(06) VALUE ZEROS.
       01 WRK-ANO-MES-ANTERIOR-R REDEFINES WRK-ANO-MES-ANTERIOR.
           05 WRK-ANO-ANTERIOR    PIC 9(04).
           05 WRK-MES-ANTERIOR    PIC 9(02).
       77 WRK-ANO-MES-ATUAL     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MESES-CALC    PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-MES-MOVIMENTO PIC 9(06) VALUE ZEROS.

      ** SITUACAO DO HISTORICO: ULTIMO MES FECHADO, MES PEDIDO JA
      ** FECHADO E SALDO CONTADO DO MES ANTERIOR, QUE E A ABERTURA
       77 WRK-ULTIMO-FECHADO    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-JA-FECHADO   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-JA-FECHADO    PIC X(01) VALUE 'N'.
           88 MES-JA-FECHADO       VALUE 'S'.
       77 WRK-ANTERIOR-FECHADO  PIC X(01) VALUE 'N'.
           88 ANTERIOR-FECHADO     VALUE 'S'.

      ** SALDOS DO MES (ATIVOS E INATIVOS). A VARIACAO VEM DAS
      ** IMAGENS DO JORNAL: A SITUACAO DA IMAGEM ANTERIOR SAI DO
      ** SALDO E A DA POSTERIOR ENTRA, O QUE VALE PARA QUALQUER
      ** MOVIMENTO DO MESTRE
       77 WRK-ABE-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-ABE-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-VAR-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-VAR-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-FEC-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-FEC-INATIVOS      PIC S9(09) VALUE ZEROS.
      ** CONTAGEM ATUAL DO CADMAST, VARIACAO DOS MOVIMENTOS COM DATA
      ** POSTERIOR AO MES E O CADASTRO NA DATA DE FIM DO MES
       77 WRK-CNT-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-CNT-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-POS-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-POS-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-CAD-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-CAD-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-DLT-ATIVOS        PIC S9(01) VALUE ZEROS.
       77 WRK-DLT-INATIVOS      PIC S9(01) VALUE ZEROS.
       77 WRK-SLD-ATIVOS        PIC S9(09) VALUE ZEROS.
       77 WRK-SLD-INATIVOS      PIC S9(09) VALUE ZEROS.
       77 WRK-SALDO-CONFERIDO   PIC X(01) VALUE 'N'.
           88 SALDO-CONFERIDO      VALUE 'S'.

      ** MOVIMENTO DO MES NO JORNAL
       77 WRK-QTD-MOV-LIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MOV-MES       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MOV-POSTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-INCLUSOES     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-INATIVACOES   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXPURGOS      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-REATIVACOES   PIC 9(09) VALUE ZEROS.
       77 WRK-TIPO-MOVIMENTO    PIC X(01) VALUE SPACES.
           88 MOV-INCLUSAO         VALUE 'I'.
           88 MOV-INATIVACAO       VALUE 'E'.
           88 MOV-EXPURGO          VALUE 'P'.
           88 MOV-REATIVACAO       VALUE 'R'.
       77 WRK-UF-MOVIMENTO      PIC X(02) VALUE SPACES.

      ** MOVIMENTO DO MES POR UF, NA ORDEM EM QUE AS UFS APARECEM NO
      ** JORNAL, NO MESMO LAYOUT DA TABELA DO HISTORICO
       77 WRK-QTD-UF            PIC 9(02) VALUE ZEROS.
       77 WRK-UF-IDX            PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-UF          PIC X(01) VALUE 'N'.
           88 ACHOU-UF             VALUE 'S'.
       01 WRK-TAB-UF.
           05 WRK-UF-ITEM OCCURS 30 TIMES.
               10 WRK-UF-SIGLA       PIC X(02).
               10 WRK-UF-INCLUSOES   PIC 9(07).
               10 WRK-UF-INATIVACOES PIC 9(07).
               10 WRK-UF-EXPURGOS    PIC 9(07).
               10 WRK-UF-REATIVACOES PIC 9(07).

      ** IMAGENS DO JORNAL DECODIFICADAS NO LAYOUT DO REGISTRO
      ** MESTRE, PARA A SITUACAO E A UF DO CLIENTE
       01 WRK-IMAGEM-ANTES.
           05 IMA-CPF              PIC 9(11).
           05 IMA-NOME             PIC X(30).
           05 IMA-DATA-NASC        PIC 9(08).
           05 IMA-GENE             PIC X(01).
           05 IMA-TELEFONE         PIC X(11).
           05 IMA-CEP              PIC 9(08).
           05 IMA-NUMERO           PIC X(05).
           05 IMA-UF               PIC X(02).
           05 IMA-ENDERECO         PIC X(30).
           05 IMA-COMPLEMENTO      PIC X(30).
           05 IMA-EMAIL            PIC X(30).
           05 IMA-SENHA-HASH       PIC 9(10).
           05 IMA-DT-CADASTRO      PIC 9(08).
           05 IMA-STATUS           PIC X(01).
               88 IMA-INATIVO         VALUE 'I'.
           05 IMA-DT-INATIVACAO    PIC 9(08).
       01 WRK-IMAGEM-DEPOIS.
           05 IMD-CPF              PIC 9(11).
           05 IMD-NOME             PIC X(30).
           05 IMD-DATA-NASC        PIC 9(08).
           05 IMD-GENE             PIC X(01).
           05 IMD-TELEFONE         PIC X(11).
           05 IMD-CEP              PIC 9(08).
           05 IMD-NUMERO           PIC X(05).
           05 IMD-UF               PIC X(02).
           05 IMD-ENDERECO         PIC X(30).
           05 IMD-COMPLEMENTO      PIC X(30).
           05 IMD-EMAIL            PIC X(30).
           05 IMD-SENHA-HASH       PIC 9(10).
           05 IMD-DT-CADASTRO      PIC 9(08).
           05 IMD-STATUS           PIC X(01).
               88 IMD-INATIVO         VALUE 'I'.
           05 IMD-DT-INATIVACAO    PIC 9(08).

      ** LINHA DO MOVIMENTO POR UF
       01  REL-LINHA-UF.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-UF-SIGLA          PIC X(08).
           05 REL-UF-INCLUSOES      PIC Z(13)9.
           05 REL-UF-REATIVACOES    PIC Z(13)9.
           05 REL-UF-INATIVACOES    PIC Z(13)9.
           05 REL-UF-EXPURGOS       PIC Z(13)9.

      ** LINHA DOS SALDOS DO CADASTRO
       01  REL-LINHA-SALDO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-SLD-TITULO        PIC X(34).
           05 REL-SLD-ATIVOS        PIC -(13)9.
           05 REL-SLD-INATIVOS      PIC -(13)9.
           05 REL-SLD-TOTAL         PIC -(13)9.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               DISPLAY "CADFECH: INFORME O MES A FECHAR (AAAAMM)"
               DISPLAY "CADFECH: (EM BRANCO = MES ANTERIOR)"
               ACCEPT WRK-MES-INFORMADO
               PERFORM 1000-DEFINIR-MES
               PERFORM 1100-VERIFICAR-HISTORICO
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1200-ABRIR-RELATORIO
               PERFORM 2000-CONTAR-CADMAST
               PERFORM 3000-LER-JORNAL
               IF JORNAL-INCOMPLETO
                   PERFORM 3900-CANCELAR-FECHAMENTO
               END-IF
               PERFORM 4000-APURAR-SALDOS
               PERFORM 5000-GRAVAR-HISTORICO
               PERFORM 6000-IMPRIMIR-FECHAMENTO
               CLOSE RELATORIO
      *** SALDO DIVERGENTE DO CADASTRO FICA SINALIZADO NO HISTORICO E
      *** SOBE COM CODIGO 8. SEM O HISTORICO GRAVADO O MES NAO ESTA
      *** FECHADO E SOBE COM CODIGO 12
               IF ERRO-GRAVACAO
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF NOT SALDO-CONFERIDO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 9850-LIBERAR-JANELA
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** RESERVA A JANELA EXCLUSIVA DO CADASTRO NO CONTROLE DE
      *** DISPONIBILIDADE, PARA A CONTAGEM DO MESTRE E A LEITURA DO
      *** JORNAL NAO SEREM SEPARADAS POR MOVIMENTO ONLINE. A JANELA
      *** E GRAVADA ANTES DE CONTAR AS SESSOES ONLINE: SESSAO QUE
      *** ABRIR DEPOIS JA A ENCONTRA E FICA SO COM AS CONSULTAS.
      *** JANELA DE OUTRO BATCH OU SESSAO ABERTA RECUSA A EXECUCAO
      *** COM CODIGO 12, ANTES DE QUALQUER ARQUIVO DO CADASTRO SER
      *** ABERTO
           0500-RESERVAR-JANELA.
             OPEN I-O CADDISP
             IF DSP-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADDISP
                 CLOSE CADDISP
                 OPEN I-O CADDISP
             END-IF
             IF NOT DSP-STATUS-OK
                 DISPLAY "CADFECH: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADFECH'       TO DSP-PROGRAMA
             MOVE SPACES          TO DSP-OPERADOR
             MOVE WRK-DATA-PROCESSO TO DSP-DATA-INICIO
             MOVE WRK-HORA-INICIO TO DSP-HORA-INICIO
             WRITE DSP-REGISTRO
                 INVALID KEY
                     SET JANELA-OCUPADA TO TRUE
             END-WRITE
             IF JANELA-OCUPADA
                 READ CADDISP
                     INVALID KEY
                         CONTINUE
                 END-READ
                 DISPLAY "CADFECH: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADFECH: SE A EXECUCAO FOI INTERROMPIDA, "
                     "LIBERE A JANELA PELO CADSESS"
             ELSE
                 PERFORM 0510-CONTAR-SESSOES
                 IF WRK-QTD-SESSOES > 0
                     SET DSP-TIPO-JANELA TO TRUE
                     SET DSP-ID-JANELA   TO TRUE
                     DELETE CADDISP RECORD
                         INVALID KEY
                             CONTINUE
                     END-DELETE
                     DISPLAY "CADFECH: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADFECH: EXECUCAO RECUSADA, SISTEMA EM USO"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *** CONTA AS SESSOES ONLINE REGISTRADAS, EXIBINDO CADA UMA
      *** PARA A OPERACAO SABER QUEM AINDA ESTA NO CADASTRO
           0510-CONTAR-SESSOES.
             MOVE ZEROS TO WRK-QTD-SESSOES
             MOVE 'N' TO WRK-FIM-CADDISP
             SET DSP-TIPO-SESSAO TO TRUE
             MOVE LOW-VALUES TO DSP-ID
             START CADDISP KEY IS >= DSP-CHAVE
                 INVALID KEY
                     SET FIM-CADDISP TO TRUE
             END-START
             PERFORM UNTIL FIM-CADDISP
                 READ CADDISP NEXT RECORD
                     AT END
                         SET FIM-CADDISP TO TRUE
                     NOT AT END
                         IF DSP-TIPO-SESSAO
                             ADD 1 TO WRK-QTD-SESSOES
                             DISPLAY "CADFECH: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** APURA O MES A FECHAR A PARTIR DO MES INFORMADO PELA
      *** OPERACAO (AAAAMM); SEM MES INFORMADO FECHA O MES ANTERIOR AO
      *** DA DATA DE PROCESSO. CALCULA TAMBEM O MES ANTERIOR AO
      *** FECHADO, USADO NA ABERTURA. MES INVALIDO OU QUE AINDA NAO
      *** TERMINOU E RECUSADO COM CODIGO 8
           1000-DEFINIR-MES.
             COMPUTE WRK-ANO-MES-ATUAL = WRK-DATA-PROCESSO / 100
             IF WRK-MES-INFORMADO = SPACES OR
                WRK-MES-INFORMADO = ZEROS
                 MOVE WRK-ANO-MES-ATUAL TO WRK-ANO-MES-FECH
                 PERFORM 1010-CALCULAR-MES-ANTERIOR
                 MOVE WRK-ANO-MES-ANTERIOR TO WRK-ANO-MES-FECH
             ELSE
                 IF WRK-MES-INFORMADO NOT NUMERIC
                     DISPLAY "CADFECH: MES INVALIDO " WRK-MES-INFORMADO
                         ", EXECUCAO CANCELADA"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 MOVE WRK-MES-INFORMADO-N TO WRK-ANO-MES-FECH
             END-IF
             IF WRK-MES-FECH < 1 OR WRK-MES-FECH > 12
                 DISPLAY "CADFECH: MES INVALIDO " WRK-ANO-MES-FECH
                     ", EXECUCAO CANCELADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             IF WRK-ANO-MES-FECH NOT < WRK-ANO-MES-ATUAL
                 DISPLAY "CADFECH: O MES " WRK-ANO-MES-FECH
                     " AINDA NAO TERMINOU, EXECUCAO CANCELADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             PERFORM 1010-CALCULAR-MES-ANTERIOR.

      *** CALCULA EM WRK-ANO-MES-ANTERIOR O MES ANTERIOR AO DE
      *** WRK-ANO-MES-FECH
           1010-CALCULAR-MES-ANTERIOR.
             COMPUTE WRK-QTD-MESES-CALC =
                 WRK-ANO-FECH * 12 + WRK-MES-FECH - 2
             DIVIDE WRK-QTD-MESES-CALC BY 12
                 GIVING WRK-ANO-ANTERIOR
                 REMAINDER WRK-MES-ANTERIOR
             ADD 1 TO WRK-MES-ANTERIOR.

      *** LE O HISTORICO DE FECHAMENTOS. O MES PEDIDO NAO PODE TER
      *** SIDO FECHADO E, SE JA HOUVER MES FECHADO, TEM QUE SER O
      *** SEGUINTE AO ULTIMO: A ABERTURA E O SALDO CONTADO DO MES
      *** ANTERIOR. SEM HISTORICO E O PRIMEIRO FECHAMENTO
           1100-VERIFICAR-HISTORICO.
             OPEN INPUT CADFECH
             IF FCH-STATUS-OK
                 PERFORM UNTIL FIM-CADFECH
                     READ CADFECH NEXT RECORD
                         AT END
                             SET FIM-CADFECH TO TRUE
                         NOT AT END
                             PERFORM 1110-CONFERIR-MES-FECHADO
                     END-READ
                 END-PERFORM
                 CLOSE CADFECH
             ELSE
                 IF NOT FCH-STATUS-NAO-EXISTE
                     DISPLAY "CADFECH: CADFECH.DAT NAO ABERTO, STATUS "
                         WRK-FCH-STATUS
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF
             IF MES-JA-FECHADO
                 DISPLAY "CADFECH: O MES " WRK-ANO-MES-FECH
                     " JA FOI FECHADO EM " WRK-DATA-JA-FECHADO
                     ", EXECUCAO CANCELADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             IF WRK-ULTIMO-FECHADO > 0 AND NOT ANTERIOR-FECHADO
                 DISPLAY "CADFECH: O ULTIMO MES FECHADO E "
                     WRK-ULTIMO-FECHADO ", OS MESES SAO FECHADOS "
                     "EM SEQUENCIA. EXECUCAO CANCELADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *** CONFERE UM MES DO HISTORICO CONTRA O MES PEDIDO
           1110-CONFERIR-MES-FECHADO.
             IF FCH-ANO-MES > WRK-ULTIMO-FECHADO
                 MOVE FCH-ANO-MES TO WRK-ULTIMO-FECHADO
             END-IF
             IF FCH-ANO-MES = WRK-ANO-MES-FECH
                 SET MES-JA-FECHADO TO TRUE
                 MOVE FCH-DATA-FECHAMENTO TO WRK-DATA-JA-FECHADO
             END-IF
             IF FCH-ANO-MES = WRK-ANO-MES-ANTERIOR
                 SET ANTERIOR-FECHADO TO TRUE
                 MOVE FCH-CAD-ATIVOS   TO WRK-ABE-ATIVOS
                 MOVE FCH-CAD-INATIVOS TO WRK-ABE-INATIVOS
             END-IF.

      *** ABRE O RELATORIO E IMPRIME O CABECALHO
           1200-ABRIR-RELATORIO.
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "FECHAMENTO MENSAL DO CADASTRO - MES "
                 WRK-MES-FECH "/" WRK-ANO-FECH
                 " - DATA " WRK-DATA-PROCESSO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA.

      *** CONTA OS CLIENTES ATIVOS E INATIVOS DO MESTRE. SEM O
      *** MESTRE NAO HA COMO CONFERIR O SALDO E O MES NAO E FECHADO:
      *** A EXECUCAO TERMINA COM CODIGO 12
           2000-CONTAR-CADMAST.
             OPEN INPUT CADMAST
             IF NOT CAD-STATUS-OK
                 DISPLAY "CADFECH: CADMAST.DAT NAO ENCONTRADO, STATUS "
                     WRK-CAD-STATUS
                 CLOSE RELATORIO
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF
             PERFORM UNTIL FIM-CADMAST
                 READ CADMAST NEXT RECORD
                     AT END
                         SET FIM-CADMAST TO TRUE
                     NOT AT END
                         IF MST-INATIVO
                             ADD 1 TO WRK-CNT-INATIVOS
                         ELSE
                             ADD 1 TO WRK-CNT-ATIVOS
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE CADMAST.

      *** LE O JORNAL COMPLETO: AS GERACOES ARQUIVADAS NA ORDEM DO
      *** CATALOGO E POR ULTIMO O CADLOG.DAT CORRENTE
           3000-LER-JORNAL.
             OPEN INPUT CADLOG
             IF NOT LOG-STATUS-OK AND NOT LOG-STATUS-NAO-EXISTE
                 DISPLAY "CADFECH: CADLOG.DAT NAO ABERTO, STATUS "
                     WRK-LOG-STATUS
                 SET JORNAL-INCOMPLETO TO TRUE
             END-IF
             OPEN INPUT CATJORN
             IF NOT CAT-STATUS-OK AND NOT CAT-STATUS-NAO-EXISTE
                 DISPLAY "CADFECH: CADLOG.CAT NAO ABERTO, STATUS "
                     WRK-CAT-STATUS
                 SET JORNAL-INCOMPLETO TO TRUE
             END-IF
             IF CAT-STATUS-OK
                 PERFORM UNTIL FIM-CAT-JRL
                     READ CATJORN
                         AT END
                             SET FIM-CAT-JRL TO TRUE
                         NOT AT END
                             PERFORM 3010-LER-GERACAO
                     END-READ
                 END-PERFORM
                 CLOSE CATJORN
             END-IF
             IF LOG-STATUS-OK
                 PERFORM UNTIL FIM-CADLOG
                     READ CADLOG
                         AT END
                             SET FIM-CADLOG TO TRUE
                         NOT AT END
                             PERFORM 3100-TRATAR-MOVIMENTO
                     END-READ
                 END-PERFORM
                 CLOSE CADLOG
             END-IF.

      *** LE UMA GERACAO ARQUIVADA DO JORNAL. GERACAO AUSENTE DO
      *** DISCO E APONTADA NO CONSOLE E DEIXA O JORNAL INCOMPLETO
           3010-LER-GERACAO.
             MOVE JCA-NOME-GERACAO TO WRK-NOME-GERACAO-JRL
             MOVE 'N' TO WRK-FIM-GER-JRL
             OPEN INPUT GERJORN
             IF GJR-STATUS-OK
                 PERFORM UNTIL FIM-GER-JRL
                     READ GERJORN INTO LOG-REGISTRO
                         AT END
                             SET FIM-GER-JRL TO TRUE
                         NOT AT END
                             PERFORM 3100-TRATAR-MOVIMENTO
                     END-READ
                 END-PERFORM
                 CLOSE GERJORN
             ELSE
                 DISPLAY "CADFECH: GERACAO " WRK-NOME-GERACAO-JRL
                     " NAO ENCONTRADA, STATUS " WRK-GJR-STATUS
                 SET JORNAL-INCOMPLETO TO TRUE
             END-IF.

      *** TRATA UM MOVIMENTO DO JORNAL. MOVIMENTO ANTERIOR AO MES E
      *** O DE ENDERECO ADICIONAL NAO MEXEM NOS SALDOS. O DO MES E
      *** CLASSIFICADO E ACUMULADO; O POSTERIOR SO ENTRA NA VARIACAO
      *** QUE LEVA A CONTAGEM ATUAL DO MESTRE DE VOLTA AO FIM DO MES
           3100-TRATAR-MOVIMENTO.
             ADD 1 TO WRK-QTD-MOV-LIDOS
             COMPUTE WRK-ANO-MES-MOVIMENTO = LOG-DATA / 100
             IF WRK-ANO-MES-MOVIMENTO NOT < WRK-ANO-MES-FECH AND
                NOT LOG-OP-ENDERECO
                 MOVE LOG-IMAGEM-ANTES  TO WRK-IMAGEM-ANTES
                 MOVE LOG-IMAGEM-DEPOIS TO WRK-IMAGEM-DEPOIS
                 PERFORM 3110-APURAR-VARIACAO
                 IF WRK-ANO-MES-MOVIMENTO = WRK-ANO-MES-FECH
                     ADD 1 TO WRK-QTD-MOV-MES
                     ADD WRK-DLT-ATIVOS   TO WRK-VAR-ATIVOS
                     ADD WRK-DLT-INATIVOS TO WRK-VAR-INATIVOS
                     PERFORM 3200-CLASSIFICAR-MOVIMENTO
                 ELSE
                     ADD 1 TO WRK-QTD-MOV-POSTERIOR
                     ADD WRK-DLT-ATIVOS   TO WRK-POS-ATIVOS
                     ADD WRK-DLT-INATIVOS TO WRK-POS-INATIVOS
                 END-IF
             END-IF.

      *** APURA O EFEITO DO MOVIMENTO NOS SALDOS: O CLIENTE SAI DA
      *** SITUACAO DA IMAGEM ANTERIOR E ENTRA NA DA POSTERIOR. IMAGEM
      *** EM BRANCO (ANTERIOR DA INCLUSAO, POSTERIOR DO EXPURGO) NAO
      *** CONTA
           3110-APURAR-VARIACAO.
             MOVE ZEROS TO WRK-DLT-ATIVOS
             MOVE ZEROS TO WRK-DLT-INATIVOS
             IF WRK-IMAGEM-ANTES NOT = SPACES
                 IF IMA-INATIVO
                     SUBTRACT 1 FROM WRK-DLT-INATIVOS
                 ELSE
                     SUBTRACT 1 FROM WRK-DLT-ATIVOS
                 END-IF
             END-IF
             IF WRK-IMAGEM-DEPOIS NOT = SPACES
                 IF IMD-INATIVO
                     ADD 1 TO WRK-DLT-INATIVOS
                 ELSE
                     ADD 1 TO WRK-DLT-ATIVOS
                 END-IF
             END-IF.

      *** CLASSIFICA O MOVIMENTO DO MES E ACUMULA NO TOTAL E NA UF DO
      *** CLIENTE. A REATIVACAO E A ALTERACAO QUE LEVA O CLIENTE DE
      *** INATIVO PARA ATIVO; A ALTERACAO NO SENTIDO CONTRARIO CONTA
      *** COMO INATIVACAO. AS DEMAIS ALTERACOES NAO SAO CLASSIFICADAS,
      *** NEM A EXCLUSAO DE CLIENTE QUE JA ESTAVA INATIVO
           3200-CLASSIFICAR-MOVIMENTO.
             MOVE SPACES TO WRK-TIPO-MOVIMENTO
             EVALUATE TRUE
                 WHEN LOG-OP-INCLUSAO
                     SET MOV-INCLUSAO TO TRUE
                     MOVE IMD-UF TO WRK-UF-MOVIMENTO
                 WHEN LOG-OP-EXCLUSAO AND NOT IMA-INATIVO
                     SET MOV-INATIVACAO TO TRUE
                     MOVE IMA-UF TO WRK-UF-MOVIMENTO
                 WHEN LOG-OP-EXPURGO
                     SET MOV-EXPURGO TO TRUE
                     MOVE IMA-UF TO WRK-UF-MOVIMENTO
                 WHEN LOG-OP-ALTERACAO AND IMA-INATIVO AND
                      NOT IMD-INATIVO
                     SET MOV-REATIVACAO TO TRUE
                     MOVE IMD-UF TO WRK-UF-MOVIMENTO
                 WHEN LOG-OP-ALTERACAO AND IMD-INATIVO AND
                      NOT IMA-INATIVO
                     SET MOV-INATIVACAO TO TRUE
                     MOVE IMA-UF TO WRK-UF-MOVIMENTO
             END-EVALUATE
             EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                     ADD 1 TO WRK-QTD-INCLUSOES
                 WHEN MOV-INATIVACAO
                     ADD 1 TO WRK-QTD-INATIVACOES
                 WHEN MOV-EXPURGO
                     ADD 1 TO WRK-QTD-EXPURGOS
                 WHEN MOV-REATIVACAO
                     ADD 1 TO WRK-QTD-REATIVACOES
             END-EVALUATE
             IF WRK-TIPO-MOVIMENTO NOT = SPACES
                 PERFORM 3300-ACUMULAR-UF
             END-IF.

      *** ACUMULA O MOVIMENTO NA ENTRADA DA UF, CRIANDO A ENTRADA NA
      *** PRIMEIRA OCORRENCIA
           3300-ACUMULAR-UF.
             MOVE 'N' TO WRK-ACHOU-UF
             PERFORM 3310-PROCURAR-UF
                 VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF OR ACHOU-UF
             IF NOT ACHOU-UF
                 IF WRK-QTD-UF < 30
                     ADD 1 TO WRK-QTD-UF
                     MOVE WRK-QTD-UF TO WRK-UF-IDX
                     MOVE WRK-UF-MOVIMENTO TO WRK-UF-SIGLA(WRK-UF-IDX)
                     MOVE ZEROS TO WRK-UF-INCLUSOES(WRK-UF-IDX)
                     MOVE ZEROS TO WRK-UF-INATIVACOES(WRK-UF-IDX)
                     MOVE ZEROS TO WRK-UF-EXPURGOS(WRK-UF-IDX)
                     MOVE ZEROS TO WRK-UF-REATIVACOES(WRK-UF-IDX)
                     PERFORM 3320-SOMAR-UF
                 END-IF
             END-IF.

      *** PROCURA A UF DO MOVIMENTO NA TABELA E ACUMULA SE ENCONTRAR
           3310-PROCURAR-UF.
             IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-UF-MOVIMENTO
                 PERFORM 3320-SOMAR-UF
                 SET ACHOU-UF TO TRUE
             END-IF.

      *** SOMA O MOVIMENTO NA ENTRADA WRK-UF-IDX DA TABELA DE UF
           3320-SOMAR-UF.
             EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                     ADD 1 TO WRK-UF-INCLUSOES(WRK-UF-IDX)
                 WHEN MOV-INATIVACAO
                     ADD 1 TO WRK-UF-INATIVACOES(WRK-UF-IDX)
                 WHEN MOV-EXPURGO
                     ADD 1 TO WRK-UF-EXPURGOS(WRK-UF-IDX)
                 WHEN MOV-REATIVACAO
                     ADD 1 TO WRK-UF-REATIVACOES(WRK-UF-IDX)
             END-EVALUATE.

      *** JORNAL INCOMPLETO: O MOVIMENTO DO MES NAO PODE SER APURADO
      *** E O MES NAO E FECHADO. O HISTORICO NAO E GRAVADO, A JANELA
      *** E LIBERADA E A EXECUCAO TERMINA COM CODIGO 12
           3900-CANCELAR-FECHAMENTO.
             MOVE SPACES TO REL-LINHA
             STRING "JORNAL INCOMPLETO, FECHAMENTO DE "
                 WRK-ANO-MES-FECH " CANCELADO"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             CLOSE RELATORIO
             DISPLAY "CADFECH: JORNAL INCOMPLETO, MES "
                 WRK-ANO-MES-FECH " NAO FECHADO"
             MOVE 12 TO RETURN-CODE
             PERFORM 9850-LIBERAR-JANELA
             PERFORM 9800-GRAVAR-CONTROLE
             STOP RUN.

      *** APURA OS SALDOS DO MES. O CADASTRO NO FIM DO MES E A
      *** CONTAGEM ATUAL DO MESTRE MENOS A VARIACAO POSTERIOR AO MES.
      *** NO PRIMEIRO FECHAMENTO NAO HA SALDO ANTERIOR: A ABERTURA E
      *** O CADASTRO NO FIM DO MES MENOS A VARIACAO DO MES, E A
      *** CONFERENCIA SO VALE A PARTIR DO MES SEGUINTE
           4000-APURAR-SALDOS.
             COMPUTE WRK-CAD-ATIVOS = WRK-CNT-ATIVOS - WRK-POS-ATIVOS
             COMPUTE WRK-CAD-INATIVOS =
                 WRK-CNT-INATIVOS - WRK-POS-INATIVOS
             IF NOT ANTERIOR-FECHADO
                 COMPUTE WRK-ABE-ATIVOS =
                     WRK-CAD-ATIVOS - WRK-VAR-ATIVOS
                 COMPUTE WRK-ABE-INATIVOS =
                     WRK-CAD-INATIVOS - WRK-VAR-INATIVOS
             END-IF
             COMPUTE WRK-FEC-ATIVOS = WRK-ABE-ATIVOS + WRK-VAR-ATIVOS
             COMPUTE WRK-FEC-INATIVOS =
                 WRK-ABE-INATIVOS + WRK-VAR-INATIVOS
             IF WRK-FEC-ATIVOS   = WRK-CAD-ATIVOS AND
                WRK-FEC-INATIVOS = WRK-CAD-INATIVOS
                 SET SALDO-CONFERIDO TO TRUE
             END-IF.

      *** GRAVA O MES NO HISTORICO PERMANENTE DE FECHAMENTOS, COM O
      *** RESULTADO DA CONFERENCIA. O HISTORICO E CRIADO NO PRIMEIRO
      *** FECHAMENTO
           5000-GRAVAR-HISTORICO.
             OPEN I-O CADFECH
             IF FCH-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADFECH
                 CLOSE CADFECH
                 OPEN I-O CADFECH
             END-IF
             IF NOT FCH-STATUS-OK
                 DISPLAY "CADFECH: CADFECH.DAT NAO ABERTO, STATUS "
                     WRK-FCH-STATUS
                 SET ERRO-GRAVACAO TO TRUE
             ELSE
                 MOVE WRK-ANO-MES-FECH   TO FCH-ANO-MES
                 MOVE WRK-DATA-PROCESSO  TO FCH-DATA-FECHAMENTO
                 MOVE WRK-HORA-INICIO    TO FCH-HORA-FECHAMENTO
                 IF ANTERIOR-FECHADO
                     SET FCH-ABERTURA-FECHAMENTO TO TRUE
                 ELSE
                     SET FCH-ABERTURA-CADASTRO TO TRUE
                 END-IF
                 MOVE WRK-ABE-ATIVOS      TO FCH-ABE-ATIVOS
                 MOVE WRK-ABE-INATIVOS    TO FCH-ABE-INATIVOS
                 MOVE WRK-QTD-INCLUSOES   TO FCH-QTD-INCLUSOES
                 MOVE WRK-QTD-INATIVACOES TO FCH-QTD-INATIVACOES
                 MOVE WRK-QTD-EXPURGOS    TO FCH-QTD-EXPURGOS
                 MOVE WRK-QTD-REATIVACOES TO FCH-QTD-REATIVACOES
                 MOVE WRK-FEC-ATIVOS      TO FCH-FEC-ATIVOS
                 MOVE WRK-FEC-INATIVOS    TO FCH-FEC-INATIVOS
                 MOVE WRK-CAD-ATIVOS      TO FCH-CAD-ATIVOS
                 MOVE WRK-CAD-INATIVOS    TO FCH-CAD-INATIVOS
                 IF SALDO-CONFERIDO
                     SET FCH-CONFERIDO TO TRUE
                 ELSE
                     SET FCH-DIVERGENTE TO TRUE
                 END-IF
                 MOVE WRK-QTD-UF          TO FCH-QTD-UF
                 MOVE WRK-TAB-UF          TO FCH-TAB-UF-AREA
                 WRITE FCH-REGISTRO
                     INVALID KEY
                         DISPLAY "CADFECH: ERRO NA GRAVACAO DO MES "
                             WRK-ANO-MES-FECH ", STATUS "
                             WRK-FCH-STATUS
                         SET ERRO-GRAVACAO TO TRUE
                 END-WRITE
                 CLOSE CADFECH
             END-IF.

      *** IMPRIME O MOVIMENTO POR UF, OS SALDOS E A CONFERENCIA
           6000-IMPRIMIR-FECHAMENTO.
             MOVE "MOVIMENTO DO MES POR UF" TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "  UF           INCLUSOES   REATIVACOES"
                 "   INATIVACOES      EXPURGOS"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE ALL '-' TO REL-LINHA(1:66)
             WRITE REL-LINHA
             PERFORM 6100-IMPRIMIR-UF
                 VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF
             MOVE ALL '-' TO REL-LINHA(1:66)
             WRITE REL-LINHA
             MOVE 'TOTAL'             TO REL-UF-SIGLA
             MOVE WRK-QTD-INCLUSOES   TO REL-UF-INCLUSOES
             MOVE WRK-QTD-REATIVACOES TO REL-UF-REATIVACOES
             MOVE WRK-QTD-INATIVACOES TO REL-UF-INATIVACOES
             MOVE WRK-QTD-EXPURGOS    TO REL-UF-EXPURGOS
             MOVE REL-LINHA-UF TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "SALDOS DO CADASTRO                  "
                 "        ATIVOS      INATIVOS         TOTAL"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE ALL '-' TO REL-LINHA(1:78)
             WRITE REL-LINHA
             IF ANTERIOR-FECHADO
                 MOVE 'ABERTURA (FECHAMENTO ANTERIOR)' TO REL-SLD-TITULO
             ELSE
                 MOVE 'ABERTURA (APURADA DO CADASTRO)' TO REL-SLD-TITULO
             END-IF
             MOVE WRK-ABE-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-ABE-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE 'VARIACAO DO MES NO JORNAL'   TO REL-SLD-TITULO
             MOVE WRK-VAR-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-VAR-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE 'FECHAMENTO APURADO'          TO REL-SLD-TITULO
             MOVE WRK-FEC-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-FEC-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE 'CONTAGEM ATUAL DO CADMAST'   TO REL-SLD-TITULO
             MOVE WRK-CNT-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-CNT-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE 'VARIACAO POSTERIOR AO MES'   TO REL-SLD-TITULO
             MOVE WRK-POS-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-POS-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE 'CADASTRO NO FIM DO MES'      TO REL-SLD-TITULO
             MOVE WRK-CAD-ATIVOS   TO WRK-SLD-ATIVOS
             MOVE WRK-CAD-INATIVOS TO WRK-SLD-INATIVOS
             PERFORM 6200-IMPRIMIR-SALDO
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             IF SALDO-CONFERIDO
                 MOVE "FECHAMENTO CONFERIDO COM O CADASTRO"
                     TO REL-LINHA
             ELSE
                 STRING "*** FECHAMENTO DIVERGENTE DO CADASTRO - "
                     "MES SINALIZADO NO HISTORICO ***"
                     DELIMITED BY SIZE INTO REL-LINHA
             END-IF
             WRITE REL-LINHA
             IF ERRO-GRAVACAO
                 MOVE "*** HISTORICO NAO GRAVADO - MES NAO FECHADO ***"
                     TO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS LIDOS NO JORNAL ....: "
                 WRK-QTD-MOV-LIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS DO MES .............: "
                 WRK-QTD-MOV-MES
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS POSTERIORES AO MES .: "
                 WRK-QTD-MOV-POSTERIOR
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             DISPLAY "CADFECH: MES FECHADO        " WRK-ANO-MES-FECH
             DISPLAY "CADFECH: MOVIMENTOS DO MES  " WRK-QTD-MOV-MES
             IF SALDO-CONFERIDO
                 DISPLAY "CADFECH: SALDO CONFERIDO COM O CADASTRO"
             ELSE
                 DISPLAY "CADFECH: SALDO DIVERGENTE DO CADASTRO"
             END-IF
             DISPLAY "CADFECH: RELATORIO GRAVADO EM CADFECH.LST".

      *** IMPRIME O MOVIMENTO DE UMA UF. UF EM BRANCO VEM DE IMAGEM
      *** ANONIMIZADA DO JORNAL
           6100-IMPRIMIR-UF.
             IF WRK-UF-SIGLA(WRK-UF-IDX) = SPACES
                 MOVE 'SEM UF'                TO REL-UF-SIGLA
             ELSE
                 MOVE WRK-UF-SIGLA(WRK-UF-IDX) TO REL-UF-SIGLA
             END-IF
             MOVE WRK-UF-INCLUSOES(WRK-UF-IDX)   TO REL-UF-INCLUSOES
             MOVE WRK-UF-REATIVACOES(WRK-UF-IDX) TO REL-UF-REATIVACOES
             MOVE WRK-UF-INATIVACOES(WRK-UF-IDX) TO REL-UF-INATIVACOES
             MOVE WRK-UF-EXPURGOS(WRK-UF-IDX)    TO REL-UF-EXPURGOS
             MOVE REL-LINHA-UF TO REL-LINHA
             WRITE REL-LINHA.

      *** IMPRIME UMA LINHA DE SALDO COM OS ATIVOS E INATIVOS
      *** INFORMADOS E O TOTAL
           6200-IMPRIMIR-SALDO.
             MOVE WRK-SLD-ATIVOS   TO REL-SLD-ATIVOS
             MOVE WRK-SLD-INATIVOS TO REL-SLD-INATIVOS
             COMPUTE REL-SLD-TOTAL = WRK-SLD-ATIVOS + WRK-SLD-INATIVOS
             MOVE REL-LINHA-SALDO TO REL-LINHA
             WRITE REL-LINHA.

      *** DESFAZ A JANELA DE ATUALIZACAO NO FIM DA EXECUCAO OU NA
      *** SAIDA POR ERRO DEPOIS DA RESERVA, LIBERANDO AS TELAS DE
      *** ALTERACAO DO ONLINE. JANELA QUE JA NAO E DESTE PROGRAMA
      *** (LIBERADA PELO CADSESS) NAO E TOCADA
           9850-LIBERAR-JANELA.
             OPEN I-O CADDISP
             IF DSP-STATUS-OK
                 SET DSP-TIPO-JANELA TO TRUE
                 SET DSP-ID-JANELA   TO TRUE
                 READ CADDISP
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF DSP-PROGRAMA = 'CADFECH'
                             DELETE CADDISP RECORD
                                 INVALID KEY
                                     CONTINUE
                             END-DELETE
                         END-IF
                 END-READ
                 CLOSE CADDISP
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
             MOVE 'CADFECH'         TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO   TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-MOV-MES   TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE       TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
