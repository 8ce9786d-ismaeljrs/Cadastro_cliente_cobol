      *                IMAGENS ANTERIOR E POSTERIOR DE CADA MOVIMENTO. *
      *                EMITE RELATORIO COM OS TOTAIS POR OPERACAO E AS *
      *                IMAGENS QUE NAO PUDERAM SER APLICADAS, E        *
      *                RETORNA CODIGO 8 QUANDO HOUVE IMAGEM RECUSADA.  *
      *                AS GERACOES ARQUIVADAS DO JORNAL (CATALOGO      *
      *                CADLOG.CAT, GRAVADO PELO CADLOGA) SAO LIDAS     *
      *                ANTES DO CADLOG.DAT CORRENTE. OS MOVIMENTOS DE  *
      *                ENDERECO ADICIONAL (CADEND.DAT) NAO FAZEM PARTE *
      *                DO MESTRE E SAO SO CONTADOS.                    *
      *                ANTES DE ATUALIZAR, RESERVA A JANELA EXCLUSIVA  *
      *                DO CADASTRO NO CONTROLE DE DISPONIBILIDADE      *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  003 |  ISMAEL J. BRANDAO  |  01/09/2026  |   INICIO DA COPIA  *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   GERACOES JORNAL  *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  007 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECOV.
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
           SELECT RELATORIO ASSIGN TO "CADRECOV.LST"
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
       FD  BACKUP.
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
       77 WRK-BKP-STATUS        PIC X(02) VALUE SPACES.
           88 BKP-STATUS-OK       VALUE "00".
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
           88 FIM-BACKUP           VALUE 'S'.
       77 WRK-FIM-CADLOG        PIC X(01) VALUE 'N'.
           88 FIM-CADLOG           VALUE 'S'.
       77 WRK-CAT-STATUS        PIC X(02) VALUE SPACES.
           88 CAT-STATUS-OK       VALUE "00".
       77 WRK-GJR-STATUS        PIC X(02) VALUE SPACES.
           88 GJR-STATUS-OK       VALUE "00".
       77 WRK-FIM-CAT-JRL       PIC X(01) VALUE 'N'.
           88 FIM-CAT-JRL          VALUE 'S'.
       77 WRK-FIM-GER-JRL       PIC X(01) VALUE 'N'.
           88 FIM-GER-JRL          VALUE 'S'.
       01 WRK-NOME-GERACAO-JRL  PIC X(20) VALUE SPACES.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
       77 WRK-QTD-EXCLUSOES     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXPURGOS      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ENDERECOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-JA-NA-COPIA   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ALEM-LIMITE   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-GER-LIDAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-GER-PULADAS   PIC 9(04) VALUE ZEROS.

      ** LINHA DE IMAGEM RECUSADA DO RELATORIO
       01  REL-LINHA-RECUSA.
                       MOVE 99999999 TO WRK-HORA-LIMITE
                   END-IF
               END-IF
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-CARREGAR-BACKUP
               PERFORM 3000-REAPLICAR-JORNAL
               IF WRK-QTD-RECUSADAS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 9850-LIBERAR-JANELA
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** RESERVA A JANELA EXCLUSIVA DE ATUALIZACAO DO CADASTRO NO
      *** CONTROLE DE DISPONIBILIDADE. A JANELA E GRAVADA ANTES DE
      *** CONTAR AS SESSOES ONLINE: SESSAO QUE ABRIR DEPOIS JA A
      *** ENCONTRA E TEM A ENTRADA RECUSADA, POIS O MESTRE ESTA EM
      *** RECONSTRUCAO. JANELA DE OUTRO BATCH OU SESSAO ABERTA
      *** RECUSA A EXECUCAO COM CODIGO 12, ANTES DE QUALQUER
      *** ARQUIVO DO CADASTRO SER ABERTO
           0500-RESERVAR-JANELA.
             OPEN I-O CADDISP
             IF DSP-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADDISP
                 CLOSE CADDISP
                 OPEN I-O CADDISP
             END-IF
             IF NOT DSP-STATUS-OK
                 DISPLAY "CADRECOV: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADRECOV'      TO DSP-PROGRAMA
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
                 DISPLAY "CADRECOV: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADRECOV: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CADRECOV: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADRECOV: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CADRECOV: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE A COPIA DE SEGURANCA, O MESTRE EM OUTPUT (O ARQUIVO E
      *** RECONSTRUIDO DO ZERO), O JORNAL E O RELATORIO. SEM A COPIA
      *** NAO HA PONTO DE PARTIDA PARA A RECUPERACAO; SEM O JORNAL O
             IF NOT BKP-STATUS-OK
                 DISPLAY "CADRECOV: CADMAST.BKP NAO ENCONTRADO, STATUS "
                     WRK-BKP-STATUS
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN OUTPUT CADMAST
             IF NOT CAD-STATUS-OK
                 DISPLAY "CADRECOV: ERRO AO CRIAR CADMAST.DAT, STATUS "
                     WRK-CAD-STATUS
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN INPUT CADLOG
             ELSE
                 DISPLAY "CADRECOV: CADLOG.DAT NAO ENCONTRADO, STATUS "
                     WRK-LOG-STATUS
                     ", SO AS GERACOES ARQUIVADAS SERAO REAPLICADAS"
                 SET FIM-CADLOG TO TRUE
             END-IF
             OPEN OUTPUT RELATORIO

      *** LE O JORNAL DO INICIO AO FIM, PULA OS MOVIMENTOS QUE JA
      *** ESTAO DENTRO DA COPIA DE SEGURANCA E REAPLICA OS DEMAIS
      *** ATE A DATA/HORA LIMITE. AS GERACOES ARQUIVADAS VEM ANTES
      *** DO JORNAL CORRENTE. O MESTRE E REABERTO EM I-O PARA
      *** ACEITAR REGRAVACAO E REMOCAO
           3000-REAPLICAR-JORNAL.
             CLOSE CADMAST
             OPEN I-O CADMAST
             PERFORM 3010-REAPLICAR-GERACOES
             PERFORM UNTIL FIM-CADLOG
                 READ CADLOG
                     AT END
                         SET FIM-CADLOG TO TRUE
                     NOT AT END
                         PERFORM 3050-AVALIAR-MOVIMENTO
                 END-READ
             END-PERFORM.

      *** PERCORRE O CATALOGO DE GERACOES DO JORNAL NA ORDEM DE
      *** GRAVACAO. GERACAO INTEIRA ANTERIOR A COPIA OU POSTERIOR AO
      *** LIMITE NEM E LIDA: OS MOVIMENTOS SAO CONTADOS PELO TOTAL
      *** DO CATALOGO. SEM CATALOGO O JORNAL NUNCA FOI ROTACIONADO
           3010-REAPLICAR-GERACOES.
             OPEN INPUT CATJORN
             IF CAT-STATUS-OK
                 PERFORM UNTIL FIM-CAT-JRL
                     READ CATJORN
                         AT END
                             SET FIM-CAT-JRL TO TRUE
                         NOT AT END
                             EVALUATE TRUE
                                 WHEN WRK-DATA-INICIO-JRL > 0 AND
                                   JCA-DATA-ULTIMO < WRK-DATA-INICIO-JRL
                                     ADD 1 TO WRK-QTD-GER-PULADAS
                                     ADD JCA-QTD-MOVIMENTOS
                                         TO WRK-QTD-JA-NA-COPIA
                                 WHEN WRK-DATA-LIMITE > 0 AND
                                   JCA-DATA-PRIMEIRO > WRK-DATA-LIMITE
                                     ADD 1 TO WRK-QTD-GER-PULADAS
                                     ADD JCA-QTD-MOVIMENTOS
                                         TO WRK-QTD-ALEM-LIMITE
                                 WHEN OTHER
                                     PERFORM 3020-REAPLICAR-GERACAO
                             END-EVALUATE
                     END-READ
                 END-PERFORM
                 CLOSE CATJORN
             END-IF.

      *** LE UMA GERACAO ARQUIVADA E AVALIA CADA MOVIMENTO COMO SE
      *** VIESSE DO JORNAL CORRENTE. GERACAO DO CATALOGO AUSENTE DO
      *** DISCO E APONTADA NO RELATORIO COMO RECUSA
           3020-REAPLICAR-GERACAO.
             MOVE JCA-NOME-GERACAO TO WRK-NOME-GERACAO-JRL
             MOVE 'N' TO WRK-FIM-GER-JRL
             OPEN INPUT GERJORN
             IF GJR-STATUS-OK
                 ADD 1 TO WRK-QTD-GER-LIDAS
                 PERFORM UNTIL FIM-GER-JRL
                     READ GERJORN INTO LOG-REGISTRO
                         AT END
                             SET FIM-GER-JRL TO TRUE
                         NOT AT END
                             PERFORM 3050-AVALIAR-MOVIMENTO
                     END-READ
                 END-PERFORM
                 CLOSE GERJORN
             ELSE
                 MOVE 'GERACAO  '          TO REL-REC-OPERACAO
                 MOVE ZEROS                TO REL-REC-CPF
                 MOVE JCA-DATA-PRIMEIRO    TO REL-REC-DATA
                 MOVE ZEROS                TO REL-REC-HORA
                 MOVE SPACES               TO REL-REC-MOTIVO
                 STRING JCA-NOME-GERACAO DELIMITED BY SPACE
                     ' NAO ENCONTRADA' DELIMITED BY SIZE
                     INTO REL-REC-MOTIVO
                 PERFORM 3800-GRAVAR-RECUSA
             END-IF.

      *** DECIDE O DESTINO DE UM MOVIMENTO DO JORNAL OU DE UMA
      *** GERACAO: JA NA COPIA, ALEM DO LIMITE OU A REAPLICAR
           3050-AVALIAR-MOVIMENTO.
             EVALUATE TRUE
      *** MOVIMENTO ATE A DATA/HORA DA COPIA JA ESTA DENTRO DELA
                 WHEN WRK-DATA-INICIO-JRL > 0 AND
                      (LOG-DATA < WRK-DATA-INICIO-JRL OR
                       (LOG-DATA = WRK-DATA-INICIO-JRL AND
                        LOG-HORA <= WRK-HORA-INICIO-JRL))
                     ADD 1 TO WRK-QTD-JA-NA-COPIA
      *** MOVIMENTO ALEM DO LIMITE E CONTADO SEM APLICAR
                 WHEN WRK-DATA-LIMITE > 0 AND
                      (LOG-DATA > WRK-DATA-LIMITE OR
                       (LOG-DATA = WRK-DATA-LIMITE AND
                        LOG-HORA > WRK-HORA-LIMITE))
                     ADD 1 TO WRK-QTD-ALEM-LIMITE
                 WHEN OTHER
                     PERFORM 3100-REAPLICAR-MOVIMENTO
             END-EVALUATE.

      *** REAPLICA UM MOVIMENTO DO JORNAL NO MESTRE CONFORME A
      *** OPERACAO: INCLUSAO GRAVA A IMAGEM POSTERIOR, ALTERACAO E
      *** EXCLUSAO LOGICA REGRAVAM A IMAGEM POSTERIOR, EXPURGO REMOVE
      *** O REGISTRO. MOVIMENTO DE ENDERECO ADICIONAL NAO ALTERA O
      *** MESTRE E SO E CONTADO. OPERACAO DESCONHECIDA E APONTADA NO
      *** RELATORIO
           3100-REAPLICAR-MOVIMENTO.
             EVALUATE TRUE
                 WHEN LOG-OP-INCLUSAO
                     PERFORM 3300-REAPLICAR-REGRAVACAO
                 WHEN LOG-OP-EXPURGO
                     PERFORM 3400-REAPLICAR-EXPURGO
                 WHEN LOG-OP-ENDERECO
                     ADD 1 TO WRK-QTD-ENDERECOS
                 WHEN OTHER
                     PERFORM 3700-MONTAR-RECUSA
                     MOVE 'OPERACAO DESCONHECIDA NO JORNAL'
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ENDERECOS ADICIONAIS .: " WRK-QTD-ENDERECOS
                 "  (NAO REAPLICADOS NO MESTRE)"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS JA NA COPIA: " WRK-QTD-JA-NA-COPIA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             STRING "MOVIMENTOS ALEM LIMITE: " WRK-QTD-ALEM-LIMITE
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "GERACOES LIDAS .......: " WRK-QTD-GER-LIDAS
                 "  PULADAS " WRK-QTD-GER-PULADAS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             DISPLAY "CADRECOV: IMAGENS DA COPIA " WRK-QTD-BACKUP
             DISPLAY "CADRECOV: REAPLICADAS      " WRK-QTD-INCLUSOES
                 " I " WRK-QTD-ALTERACOES " A " WRK-QTD-EXCLUSOES
             END-IF
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
                         IF DSP-PROGRAMA = 'CADRECOV'
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
