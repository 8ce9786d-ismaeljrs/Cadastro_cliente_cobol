      *================================================================*
      *   PROGRAMA   : CADSESS                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : UTILITARIO DA OPERACAO PARA O CONTROLE DE       *
      *                DISPONIBILIDADE DO CADASTRO (CADDISP.DAT).      *
      *                LISTA A JANELA DE ATUALIZACAO DOS BATCHES E AS  *
      *                SESSOES ONLINE REGISTRADAS E REMOVE O REGISTRO  *
      *                PRESO INFORMADO (SESSAO DE TERMINAL DERRUBADO   *
      *                OU JANELA DE BATCH ABORTADO), COM CONFIRMACAO.  *
      *                SEM IDENTIFICACAO INFORMADA SO LISTA            *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDISP ASSIGN TO "CADDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-DSP-STATUS.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADDISP.
           COPY "CADDISP.CPY".
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-DSP-STATUS        PIC X(02) VALUE SPACES.
           88 DSP-STATUS-OK       VALUE "00".
           88 DSP-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADDISP       PIC X(01) VALUE 'N'.
           88 FIM-CADDISP          VALUE 'S'.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-REGISTROS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REMOVIDOS     PIC 9(05) VALUE ZEROS.

      ** IDENTIFICACAO A REMOVER: A PALAVRA JANELA PARA A JANELA DOS
      ** BATCHES OU A IDENTIFICACAO DA SESSAO COMO LISTADA
       77 WRK-ID-REMOVER        PIC X(16) VALUE SPACES.
           88 REMOVER-JANELA       VALUE 'JANELA'.
       77 WRK-CONFIRMA          PIC X(01) VALUE SPACES.
           88 CONFIRMA-REMOCAO     VALUE 'S' 's'.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               OPEN I-O CADDISP
               IF DSP-STATUS-NAO-EXISTE
                   DISPLAY "CADSESS: CADDISP.DAT INEXISTENTE, NENHUMA "
                       "SESSAO OU JANELA REGISTRADA"
                   PERFORM 9800-GRAVAR-CONTROLE
                   STOP RUN
               END-IF
               IF NOT DSP-STATUS-OK
                   DISPLAY "CADSESS: CADDISP.DAT NAO ABERTO, STATUS "
                       WRK-DSP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1000-LISTAR-REGISTROS
               IF WRK-QTD-REGISTROS > 0
                   PERFORM 2000-REMOVER-REGISTRO
               END-IF
               CLOSE CADDISP
               DISPLAY "CADSESS: REGISTROS LISTADOS " WRK-QTD-REGISTROS
               DISPLAY "CADSESS: REGISTROS REMOVIDOS " WRK-QTD-REMOVIDOS
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** LISTA A JANELA DE ATUALIZACAO (SE HOUVER) E AS SESSOES
      *** ONLINE NA ORDEM DA CHAVE, COM PROGRAMA, OPERADOR E INICIO
           1000-LISTAR-REGISTROS.
             MOVE LOW-VALUES TO DSP-CHAVE
             START CADDISP KEY IS >= DSP-CHAVE
                 INVALID KEY
                     SET FIM-CADDISP TO TRUE
             END-START
             PERFORM UNTIL FIM-CADDISP
                 READ CADDISP NEXT RECORD
                     AT END
                         SET FIM-CADDISP TO TRUE
                     NOT AT END
                         ADD 1 TO WRK-QTD-REGISTROS
                         IF DSP-TIPO-JANELA
                             DISPLAY "CADSESS: JANELA DE BATCH  "
                                 "PROGRAMA " DSP-PROGRAMA
                                 " DESDE " DSP-DATA-INICIO " "
                                 DSP-HORA-INICIO
                         ELSE
                             DISPLAY "CADSESS: SESSAO " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                                 " DESDE " DSP-DATA-INICIO " "
                                 DSP-HORA-INICIO
                         END-IF
                 END-READ
             END-PERFORM
             IF WRK-QTD-REGISTROS = 0
                 DISPLAY "CADSESS: NENHUMA SESSAO OU JANELA REGISTRADA"
             END-IF.

      *** PEDE A IDENTIFICACAO DO REGISTRO PRESO E REMOVE APOS A
      *** CONFIRMACAO. A OPERACAO SO DEVE REMOVER SESSAO CUJO
      *** TERMINAL JA CAIU OU JANELA DE BATCH QUE NAO ESTA RODANDO
           2000-REMOVER-REGISTRO.
             DISPLAY "CADSESS: INFORME A SESSAO A REMOVER, JANELA "
                 "PARA A JANELA DE BATCH OU BRANCO PARA SAIR"
             ACCEPT WRK-ID-REMOVER
             IF WRK-ID-REMOVER NOT = SPACES
                 IF REMOVER-JANELA
                     SET DSP-TIPO-JANELA TO TRUE
                     SET DSP-ID-JANELA   TO TRUE
                 ELSE
                     SET DSP-TIPO-SESSAO TO TRUE
                     MOVE WRK-ID-REMOVER TO DSP-ID
                 END-IF
                 READ CADDISP
                     INVALID KEY
                         DISPLAY "CADSESS: REGISTRO " WRK-ID-REMOVER
                             " NAO ENCONTRADO"
                         MOVE 4 TO RETURN-CODE
                     NOT INVALID KEY
                         DISPLAY "CADSESS: CONFIRMA A REMOCAO DO "
                             "REGISTRO DO " DSP-PROGRAMA "? (S/N)"
                         ACCEPT WRK-CONFIRMA
                         IF CONFIRMA-REMOCAO
                             PERFORM 2100-APAGAR-REGISTRO
                         ELSE
                             DISPLAY "CADSESS: REMOCAO CANCELADA"
                         END-IF
                 END-READ
             END-IF.

      *** APAGA O REGISTRO LIDO E INFORMA A OPERACAO
           2100-APAGAR-REGISTRO.
             DELETE CADDISP RECORD
                 INVALID KEY
                     DISPLAY "CADSESS: REGISTRO " WRK-ID-REMOVER
                         " NAO REMOVIDO, STATUS " WRK-DSP-STATUS
                     MOVE 4 TO RETURN-CODE
                 NOT INVALID KEY
                     ADD 1 TO WRK-QTD-REMOVIDOS
                     DISPLAY "CADSESS: REGISTRO " WRK-ID-REMOVER
                         " REMOVIDO"
             END-DELETE.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
      *** ARQUIVO COMPARTILHADO DA ESTEIRA, DEIXANDO RASTRO DE QUANDO
      *** A OPERACAO MEXEU NO CONTROLE DE DISPONIBILIDADE
           9800-GRAVAR-CONTROLE.
             OPEN EXTEND CTLPROC
             IF CTL-STATUS-NAO-EXISTE
                 OPEN OUTPUT CTLPROC
                 CLOSE CTLPROC
                 OPEN EXTEND CTLPROC
             END-IF
             MOVE 'CADSESS'       TO CTL-PROGRAMA
             MOVE WRK-DATA-ATUAL  TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-REMOVIDOS TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE     TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
