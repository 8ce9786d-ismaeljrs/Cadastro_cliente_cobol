      *                IMAGENS ANTERIOR E POSTERIOR (PARA O CADLOGD E  *
      *                O DELTA DO CRM ENXERGAREM A MUDANCA) E APONTA   *
      *                NO RELATORIO OS CLIENTES CUJO CEP SUMIU DA      *
      *                TABELA, PARA TRATAMENTO MANUAL. OS ENDERECOS    *
      *                ADICIONAIS (COBRANCA E ENTREGA, CADEND.DAT) SAO *
      *                CONFERIDOS DA MESMA FORMA, COM MOVIMENTO DE     *
      *                ENDERECO (OPERACAO 'N') NO JORNAL.              *
      *                ANTES DE ATUALIZAR, RESERVA A JANELA EXCLUSIVA  *
      *                DO CADASTRO NO CONTROLE DE DISPONIBILIDADE      *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPSYNC.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT RELATORIO ASSIGN TO "CEPSYNC.LST"
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
       FD  CADMAST.
           COPY "CEPTAB.CPY".
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
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
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
           88 CAD-STATUS-OK       VALUE "00".
       77 WRK-CEP-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-FIM-CADEND        PIC X(01) VALUE 'N'.
           88 FIM-CADEND           VALUE 'S'.

      ** IMAGEM ANTERIOR DO REGISTRO PARA O JORNAL DE MOVIMENTOS
       01 WRK-LOG-IMAGEM-ANTES  PIC X(193) VALUE SPACES.
       77 WRK-QTD-LIDOS         PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ATUALIZADOS   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SEM-CEP       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-END-LIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-END-ATUALIZ   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-END-SEM-CEP   PIC 9(09) VALUE ZEROS.

      ** LINHA DE DETALHE DO RELATORIO
       01  REL-LINHA-DETALHE.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-PROCESSAR-CADMAST
               PERFORM 2500-PROCESSAR-CADEND
               PERFORM 3000-IMPRIMIR-TOTAIS
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
                 DISPLAY "CEPSYNC: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CEPSYNC'       TO DSP-PROGRAMA
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
                 DISPLAY "CEPSYNC: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CEPSYNC: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CEPSYNC: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CEPSYNC: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CEPSYNC: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE O MESTRE EM I-O, A TABELA DE CEP, O JORNAL EM EXTEND
      *** E O RELATORIO. SEM MESTRE OU SEM TABELA NAO HA O QUE
      *** SINCRONIZAR
             IF NOT CAD-STATUS-OK
                 DISPLAY "CEPSYNC: CADMAST.DAT NAO ENCONTRADO, STATUS "
                     WRK-CAD-STATUS
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN INPUT CEPTAB
                 DISPLAY "CEPSYNC: CEPTAB.DAT NAO ENCONTRADO, STATUS "
                     WRK-CEP-STATUS
                 CLOSE CADMAST
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN EXTEND CADLOG
             ACCEPT LOG-HORA FROM TIME
             MOVE 'CEPSYNC'       TO LOG-PROGRAMA
             MOVE SPACES          TO LOG-OPERADOR
             MOVE SPACES          TO LOG-APROVADOR
             MOVE MST-CPF         TO LOG-CPF
             MOVE WRK-LOG-IMAGEM-ANTES TO LOG-IMAGEM-ANTES
             MOVE CAD-MASTER-REC  TO LOG-IMAGEM-DEPOIS
             WRITE LOG-REGISTRO.

      *** LE O CADASTRO DE ENDERECOS ADICIONAIS DO INICIO AO FIM E
      *** CONFERE CADA ENDERECO CONTRA A TABELA DE CEP. SEM O ARQUIVO
      *** NENHUM CLIENTE TEM ENDERECO ADICIONAL E NAO HA O QUE FAZER
           2500-PROCESSAR-CADEND.
             OPEN I-O CADEND
             IF NOT EDC-STATUS-OK
                 DISPLAY "CEPSYNC: CADEND.DAT NAO ENCONTRADO, STATUS "
                     WRK-EDC-STATUS ", SEM ENDERECOS ADICIONAIS"
             ELSE
                 PERFORM UNTIL FIM-CADEND
                     READ CADEND NEXT RECORD
                         AT END
                             SET FIM-CADEND TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-END-LIDOS
                             PERFORM 2600-CONFERIR-ENDERECO
                     END-READ
                 END-PERFORM
                 CLOSE CADEND
             END-IF.

      *** CONSULTA O CEP DO ENDERECO ADICIONAL NA TABELA, COM O MESMO
      *** TRATAMENTO DO ENDERECO RESIDENCIAL: CEP SUMIDO E APONTADO,
      *** ENDERECO OU UF DEFASADOS SAO CORRIGIDOS
           2600-CONFERIR-ENDERECO.
             MOVE 'N' TO WRK-CEP-ACHADO
             MOVE EDC-CEP TO CEP-CODIGO
             READ CEPTAB KEY IS CEP-CODIGO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET CEP-ACHADO TO TRUE
             END-READ
             IF NOT CEP-ACHADO
                 ADD 1 TO WRK-QTD-END-SEM-CEP
                 PERFORM 2620-MONTAR-LINHA-ENDERECO
                 IF EDC-TIPO-COBRANCA
                     MOVE 'CEP COBRANCA NAO EXISTE MAIS NA TABELA'
                         TO REL-DESCRICAO
                 ELSE
                     MOVE 'CEP ENTREGA NAO EXISTE MAIS NA TABELA'
                         TO REL-DESCRICAO
                 END-IF
                 MOVE REL-LINHA-DETALHE TO REL-LINHA
                 WRITE REL-LINHA
             ELSE
                 IF EDC-ENDERECO NOT = CEP-ENDERECO OR
                    EDC-UF NOT = CEP-UF
                     PERFORM 2610-ATUALIZAR-ENDERECO-ADIC
                 END-IF
             END-IF.

      *** REGRAVA O ENDERECO ADICIONAL COM O ENDERECO E A UF ATUAIS
      *** DA TABELA E CORTA O MOVIMENTO DE ENDERECO NO JORNAL, COM O
      *** REGISTRO DO CADEND NAS IMAGENS (O TIPO DIZ QUAL ENDERECO)
           2610-ATUALIZAR-ENDERECO-ADIC.
             MOVE EDC-REGISTRO   TO WRK-LOG-IMAGEM-ANTES
             MOVE CEP-ENDERECO   TO EDC-ENDERECO
             MOVE CEP-UF         TO EDC-UF
             MOVE WRK-DATA-PROCESSO TO EDC-DT-ATUALIZACAO
             MOVE SPACES         TO EDC-OPERADOR
             REWRITE EDC-REGISTRO
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-QTD-END-ATUALIZ
                     MOVE 'N'             TO LOG-OPERACAO
                     ACCEPT LOG-DATA FROM DATE YYYYMMDD
                     ACCEPT LOG-HORA FROM TIME
                     MOVE 'CEPSYNC'       TO LOG-PROGRAMA
                     MOVE SPACES          TO LOG-OPERADOR
                     MOVE SPACES          TO LOG-APROVADOR
                     MOVE EDC-CPF         TO LOG-CPF
                     MOVE WRK-LOG-IMAGEM-ANTES TO LOG-IMAGEM-ANTES
                     MOVE EDC-REGISTRO    TO LOG-IMAGEM-DEPOIS
                     WRITE LOG-REGISTRO
                     PERFORM 2620-MONTAR-LINHA-ENDERECO
                     IF EDC-TIPO-COBRANCA
                         MOVE 'END. COBRANCA/UF ATUALIZADOS PELA TABELA'
                             TO REL-DESCRICAO
                     ELSE
                         MOVE 'END. ENTREGA/UF ATUALIZADOS PELA TABELA'
                             TO REL-DESCRICAO
                     END-IF
                     MOVE REL-LINHA-DETALHE TO REL-LINHA
                     WRITE REL-LINHA
             END-REWRITE.

      *** PREPARA CPF, NOME (LIDO NO MESTRE) E CEP DA LINHA DE
      *** DETALHE DE UM ENDERECO ADICIONAL
           2620-MONTAR-LINHA-ENDERECO.
             MOVE EDC-CPF TO REL-CPF
             MOVE EDC-CEP TO REL-CEP
             MOVE EDC-CPF TO MST-CPF
             READ CADMAST KEY IS MST-CPF
                 INVALID KEY
                     MOVE SPACES TO REL-NOME
                 NOT INVALID KEY
                     MOVE MST-NOME(1:25) TO REL-NOME
             END-READ.

      *** IMPRIME E EXIBE OS TOTAIS DA SINCRONIZACAO
           3000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             STRING "CEPS SEM TABELA .....: " WRK-QTD-SEM-CEP
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ENDERECOS ADIC. LIDOS: " WRK-QTD-END-LIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ENDERECOS ADIC. ATUAL: " WRK-QTD-END-ATUALIZ
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "END. ADIC. SEM TABELA: " WRK-QTD-END-SEM-CEP
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             DISPLAY "CEPSYNC: LIDOS       " WRK-QTD-LIDOS
             DISPLAY "CEPSYNC: ATUALIZADOS " WRK-QTD-ATUALIZADOS
             DISPLAY "CEPSYNC: SEM CEP     " WRK-QTD-SEM-CEP
             DISPLAY "CEPSYNC: END. ADIC.  " WRK-QTD-END-LIDOS
             DISPLAY "CEPSYNC: END. ATUAL. " WRK-QTD-END-ATUALIZ
             DISPLAY "CEPSYNC: END. S/ CEP " WRK-QTD-END-SEM-CEP.

      *** FECHA OS ARQUIVOS DA SINCRONIZACAO
           9900-FECHAR-ARQUIVOS.
             CLOSE CADLOG
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
                         IF DSP-PROGRAMA = 'CEPSYNC'
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
