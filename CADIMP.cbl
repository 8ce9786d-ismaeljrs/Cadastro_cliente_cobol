      *                RECUSADOS SAEM NO ARQUIVO DE REJEITADOS COM     *
      *                CODIGO DE MOTIVO. A CARGA GRAVA CHECKPOINT      *
      *                PERIODICO PARA PERMITIR REINICIO APOS ABEND     *
      *                SEM REINCLUIR O QUE JA FOI GRAVADO.             *
      *                ANTES DE ATUALIZAR, RESERVA A JANELA EXCLUSIVA  *
      *                DO CADASTRO NO CONTROLE DE DISPONIBILIDADE      *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  003 |  ISMAEL J. BRANDAO  |  22/08/2026  |   PARAMETROS       *
      *  004 |  ISMAEL J. BRANDAO  |  01/09/2026  |   SEGURANCA LOGIN  *
      *  005 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  007 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADIMP.
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
       FD  ENTRADA.
       01  REL-LINHA               PIC X(80).
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
       77 WRK-ENT-STATUS        PIC X(02) VALUE SPACES.
           88 ENT-STATUS-OK       VALUE "00".
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               PERFORM 1100-LER-CHECKPOINT
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 1050-CARREGAR-PARAMETROS
               PERFORM 2000-PROCESSAR-ENTRADA
               PERFORM 3000-GRAVAR-CHECKPOINT-FINAL
               PERFORM 3100-IMPRIMIR-TOTAIS
               PERFORM 9900-FECHAR-ARQUIVOS
               PERFORM 9850-LIBERAR-JANELA
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** RESERVA A JANELA EXCLUSIVA DE ATUALIZACAO DO CADASTRO NO
      *** CONTROLE DE DISPONIBILIDADE. A JANELA E GRAVADA ANTES DE
      *** CONTAR AS SESSOES ONLINE: SESSAO QUE ABRIR DEPOIS JA A
      *** ENCONTRA E FICA SO COM AS CONSULTAS. JANELA DE OUTRO BATCH
      *** OU SESSAO ABERTA RECUSA A EXECUCAO COM CODIGO 12, ANTES DE
      *** QUALQUER ARQUIVO DO CADASTRO SER ABERTO
           0500-RESERVAR-JANELA.
             OPEN I-O CADDISP
             IF DSP-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADDISP
                 CLOSE CADDISP
                 OPEN I-O CADDISP
             END-IF
             IF NOT DSP-STATUS-OK
                 DISPLAY "CADIMP: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADIMP'        TO DSP-PROGRAMA
             MOVE SPACES          TO DSP-OPERADOR
             MOVE WRK-DATA-ATUAL  TO DSP-DATA-INICIO
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
                 DISPLAY "CADIMP: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADIMP: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CADIMP: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADIMP: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CADIMP: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE OS ARQUIVOS DA CARGA, CRIANDO MESTRE E JORNAL NA
      *** PRIMEIRA EXECUCAO CASO AINDA NAO EXISTAM (STATUS 35)
           1000-ABRIR-ARQUIVOS.
             IF NOT ENT-STATUS-OK
                 DISPLAY "CADIMP: CADIMP.ENT NAO ENCONTRADO, STATUS "
                     WRK-ENT-STATUS
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN I-O CADMAST
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
                     WRK-CPF-SOMA + (WRK-CPF-DV1 * WRK-CPF-PESO)
             ELSE
                 COMPUTE WRK-CPF-SOMA =
                     WRK-CPF-SOMA +
                     (ENT-CPF-D(WRK-CPF-POS) * WRK-CPF-PESO)
             END-IF
             SUBTRACT 1 FROM WRK-CPF-PESO.

             ACCEPT LOG-HORA FROM TIME
             MOVE 'CADIMP'        TO LOG-PROGRAMA
             MOVE SPACES          TO LOG-OPERADOR
             MOVE SPACES          TO LOG-APROVADOR
             MOVE MST-CPF         TO LOG-CPF
             MOVE SPACES          TO LOG-IMAGEM-ANTES
             MOVE CAD-MASTER-REC  TO LOG-IMAGEM-DEPOIS
             CLOSE REJEITADOS
             CLOSE RELATORIO.

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
                         IF DSP-PROGRAMA = 'CADIMP'
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
