      *                PELO PROGVAR2; ESTE PROGRAMA REMOVE O REGISTRO  *
      *                SOMENTE APOS O PRAZO, CORTA O MOVIMENTO DE      *
      *                EXPURGO NO JORNAL CADLOG E IMPRIME O RELATORIO  *
      *                DO QUE FOI REMOVIDO E POR QUE. OS PEDIDOS DE    *
      *                APROVACAO (CADPEND) DOS CPFS EXPURGADOS PERDEM  *
      *                AS IMAGENS DO MESTRE E OS AINDA PENDENTES SAO   *
      *                REJEITADOS PELO PROPRIO EXPURGO.                *
      *                ANTES DE ATUALIZAR, RESERVA A JANELA EXCLUSIVA  *
      *                DO CADASTRO NO CONTROLE DE DISPONIBILIDADE      *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  22/08/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  003 |  ISMAEL J. BRANDAO  |  01/09/2026  |   EXPURGO CADSEC   *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   EXPURGO CADEND   *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *  007 |  ISMAEL J. BRANDAO  |  15/10/2026  |   DEVOLUCOES       *
      *  008 |  ISMAEL J. BRANDAO  |  15/10/2026  |   EXPURGO CADCONS  *
      *  009 |  ISMAEL J. BRANDAO  |  15/10/2026  |   EXPURGO CADPEND  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPURGE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CPF
               FILE STATUS IS WRK-SEC-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT CADDEV ASSIGN TO "CADDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WRK-DEV-STATUS.
           SELECT CADCONS ASSIGN TO "CADCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CON-STATUS.
           SELECT CADPEND ASSIGN TO "CADPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-PND-STATUS.
           SELECT RELATORIO ASSIGN TO "CADPURGE.LST"
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
           COPY "CADLOG.CPY".
       FD  CADSEC.
           COPY "CADSEC.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  CADDEV.
           COPY "CADDEV.CPY".
       FD  CADCONS.
           COPY "CADCONS.CPY".
       FD  CADPEND.
           COPY "CADPEND.CPY".
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
       77 WRK-LOG-STATUS        PIC X(02) VALUE SPACES.
           88 SEC-STATUS-OK       VALUE "00".
       77 WRK-CADSEC-ABERTO     PIC X(01) VALUE 'N'.
           88 CADSEC-ABERTO        VALUE 'S'.
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-CADEND-ABERTO     PIC X(01) VALUE 'N'.
           88 CADEND-ABERTO        VALUE 'S'.
       77 WRK-DEV-STATUS        PIC X(02) VALUE SPACES.
           88 DEV-STATUS-OK       VALUE "00".
       77 WRK-CADDEV-ABERTO     PIC X(01) VALUE 'N'.
           88 CADDEV-ABERTO        VALUE 'S'.
       77 WRK-CON-STATUS        PIC X(02) VALUE SPACES.
           88 CON-STATUS-OK       VALUE "00".
           88 CON-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CADCONS-ABERTO    PIC X(01) VALUE 'N'.
           88 CADCONS-ABERTO       VALUE 'S'.
       77 WRK-PND-STATUS        PIC X(02) VALUE SPACES.
           88 PND-STATUS-OK       VALUE "00".
           88 PND-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CADPEND-ABERTO    PIC X(01) VALUE 'N'.
           88 CADPEND-ABERTO       VALUE 'S'.
       77 WRK-FIM-CADPEND       PIC X(01) VALUE 'N'.
           88 FIM-CADPEND          VALUE 'S'.
      ** PEDIDO DE APROVACAO DE CLIENTE QUE JA NAO ESTA NO MESTRE, OU
      ** QUE ESTA MAS FOI CADASTRADO DEPOIS DO PEDIDO (CPF
      ** REAPROVEITADO)
       77 WRK-PEDIDO-EXPURGADO  PIC X(01) VALUE 'N'.
           88 PEDIDO-EXPURGADO     VALUE 'S'.
       77 WRK-FIM-CADMAST       PIC X(01) VALUE 'N'.
           88 FIM-CADMAST          VALUE 'S'.
       77 WRK-QTD-LIDOS         PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-INATIVOS      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXPURGADOS    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS-LIMPOS PIC 9(09) VALUE ZEROS.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
               ACCEPT WRK-HORA-INICIO FROM TIME
               MOVE WRK-DATA-ATUAL TO WRK-DATA-CORTE
               SUBTRACT WRK-PRAZO-RETENCAO FROM WRK-ANO-CORTE
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-PROCESSAR-CADMAST
               PERFORM 2500-PROCESSAR-CADPEND
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
                 DISPLAY "CADPURGE: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADPURGE'      TO DSP-PROGRAMA
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
                 DISPLAY "CADPURGE: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADPURGE: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CADPURGE: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADPURGE: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CADPURGE: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE O MESTRE EM I-O, O JORNAL EM EXTEND E O RELATORIO.
      *** SEM MESTRE NAO HA O QUE EXPURGAR
           1000-ABRIR-ARQUIVOS.
             IF NOT CAD-STATUS-OK
                 DISPLAY "CADPURGE: CADMAST.DAT NAO ENCONTRADO, STATUS "
                     WRK-CAD-STATUS
                 PERFORM 9850-LIBERAR-JANELA
                 STOP RUN
             END-IF
             OPEN EXTEND CADLOG
                 DISPLAY "CADPURGE: CADSEC.DAT NAO ABERTO, STATUS "
                     WRK-SEC-STATUS ", SEGURANCA NAO SERA LIMPA"
             END-IF
      *** OS ENDERECOS DE COBRANCA E ENTREGA SAEM JUNTO COM O MESTRE.
      *** SEM O ARQUIVO NENHUM CLIENTE TEM ENDERECO ADICIONAL
             OPEN I-O CADEND
             IF EDC-STATUS-OK
                 SET CADEND-ABERTO TO TRUE
             END-IF
      *** AS MARCAS DE CONTATO DEVOLVIDO TAMBEM SAEM JUNTO COM O
      *** MESTRE. SEM O ARQUIVO NENHUM CONTATO FOI DEVOLVIDO
             OPEN I-O CADDEV
             IF DEV-STATUS-OK
                 SET CADDEV-ABERTO TO TRUE
             END-IF
      *** OS CONSENTIMENTOS DE COMUNICACAO SAEM JUNTO COM O MESTRE.
      *** SEM O ARQUIVO NENHUM CLIENTE REGISTROU CONSENTIMENTO
             OPEN I-O CADCONS
             IF CON-STATUS-OK
                 SET CADCONS-ABERTO TO TRUE
             ELSE
                 IF NOT CON-STATUS-NAO-EXISTE
                     DISPLAY "CADPURGE: CADCONS.DAT NAO ABERTO, STATUS "
                         WRK-CON-STATUS ", CONSENTIMENTOS NAO SERAO "
                         "LIMPOS"
                 END-IF
             END-IF
      *** OS PEDIDOS DE APROVACAO GUARDAM AS IMAGENS DO MESTRE E
      *** TAMBEM SAO LIMPOS. SEM O ARQUIVO NENHUM PEDIDO FOI FEITO
             OPEN I-O CADPEND
             IF PND-STATUS-OK
                 SET CADPEND-ABERTO TO TRUE
             ELSE
                 IF NOT PND-STATUS-NAO-EXISTE
                     DISPLAY "CADPURGE: CADPEND.DAT NAO ABERTO, STATUS "
                         WRK-PND-STATUS ", PEDIDOS NAO SERAO LIMPOS"
                 END-IF
             END-IF
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "EXPURGO DE CLIENTES INATIVADOS - DATA "
                     ADD 1 TO WRK-QTD-EXPURGADOS
                     PERFORM 2110-GRAVAR-JORNAL
                     PERFORM 2120-EXPURGAR-SEGURANCA
                     PERFORM 2130-EXPURGAR-ENDERECOS
                     PERFORM 2140-EXPURGAR-DEVOLUCOES
                     PERFORM 2150-EXPURGAR-CONSENTIMENTOS
                     MOVE REL-LINHA-DETALHE TO REL-LINHA
                     WRITE REL-LINHA
             END-DELETE.
             ACCEPT LOG-HORA FROM TIME
             MOVE 'CADPURGE'      TO LOG-PROGRAMA
             MOVE SPACES          TO LOG-OPERADOR
             MOVE SPACES          TO LOG-APROVADOR
             MOVE REL-CPF         TO LOG-CPF
             MOVE SPACES          TO LOG-IMAGEM-DEPOIS
             WRITE LOG-REGISTRO.
                 END-DELETE
             END-IF.

      *** REMOVE OS ENDERECOS DE COBRANCA E ENTREGA DO CPF
      *** EXPURGADO. TIPO QUE O CLIENTE NAO CADASTROU E IGNORADO
           2130-EXPURGAR-ENDERECOS.
             IF CADEND-ABERTO
                 MOVE REL-CPF TO EDC-CPF
                 SET EDC-TIPO-COBRANCA TO TRUE
                 DELETE CADEND RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET EDC-TIPO-ENTREGA TO TRUE
                 DELETE CADEND RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
             END-IF.

      *** REMOVE AS MARCAS DE CONTATO DEVOLVIDO DO CPF EXPURGADO:
      *** O E-MAIL E OS TRES ENDERECOS DE CORRESPONDENCIA. MARCA
      *** INEXISTENTE E SIMPLESMENTE IGNORADA
           2140-EXPURGAR-DEVOLUCOES.
             IF CADDEV-ABERTO
                 MOVE REL-CPF TO DEV-CPF
                 SET DEV-CANAL-EMAIL TO TRUE
                 MOVE SPACES TO DEV-TIPO-ENDERECO
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET DEV-CANAL-CORREIO TO TRUE
                 SET DEV-TIPO-RESIDENCIAL TO TRUE
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET DEV-TIPO-COBRANCA TO TRUE
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET DEV-TIPO-ENTREGA TO TRUE
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
             END-IF.

      *** REMOVE OS CONSENTIMENTOS DO CPF EXPURGADO NOS QUATRO
      *** CANAIS: E-MAIL, SMS, TELEFONE E CORREIO. CANAL SEM
      *** REGISTRO E SIMPLESMENTE IGNORADO
           2150-EXPURGAR-CONSENTIMENTOS.
             IF CADCONS-ABERTO
                 MOVE REL-CPF TO CON-CPF
                 SET CON-CANAL-EMAIL TO TRUE
                 DELETE CADCONS RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET CON-CANAL-SMS TO TRUE
                 DELETE CADCONS RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET CON-CANAL-TELEFONE TO TRUE
                 DELETE CADCONS RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET CON-CANAL-CORREIO TO TRUE
                 DELETE CADCONS RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
             END-IF.

      *** PERCORRE OS PEDIDOS DE APROVACAO E LIMPA OS DOS CLIENTES
      *** EXPURGADOS, NESTA EXECUCAO OU EM ANTERIORES. PEDIDO JA
      *** LIMPO NAO E RELIDO NO MESTRE
           2500-PROCESSAR-CADPEND.
             IF CADPEND-ABERTO
                 MOVE LOW-VALUES TO PND-CHAVE
                 START CADPEND KEY IS >= PND-CHAVE
                     INVALID KEY
                         SET FIM-CADPEND TO TRUE
                 END-START
                 PERFORM UNTIL FIM-CADPEND
                     READ CADPEND NEXT RECORD
                         AT END
                             SET FIM-CADPEND TO TRUE
                         NOT AT END
                             IF PND-IMAGEM-ANTES NOT = SPACES OR
                                PND-IMAGEM-DEPOIS NOT = SPACES
                                 PERFORM 2510-VERIFICAR-PEDIDO
                             END-IF
                     END-READ
                 END-PERFORM
             END-IF.

      *** PROCURA NO MESTRE O CLIENTE DO PEDIDO. CPF AUSENTE, OU
      *** CADASTRADO DE NOVO DEPOIS DA DATA DO PEDIDO, INDICA CLIENTE
      *** EXPURGADO: O PEDIDO PERDE AS IMAGENS E, SE AINDA ESTAVA
      *** PENDENTE, E REJEITADO PELO EXPURGO. FICAM O CPF, O TIPO, A
      *** SITUACAO, OS OPERADORES E AS DATAS, COMO TRILHA
           2510-VERIFICAR-PEDIDO.
             MOVE 'N' TO WRK-PEDIDO-EXPURGADO
             MOVE PND-CPF TO MST-CPF
             READ CADMAST KEY IS MST-CPF
                 INVALID KEY
                     SET PEDIDO-EXPURGADO TO TRUE
                 NOT INVALID KEY
                     IF MST-DT-CADASTRO > PND-DATA-PEDIDO
                         SET PEDIDO-EXPURGADO TO TRUE
                     END-IF
             END-READ
             IF PEDIDO-EXPURGADO
                 MOVE SPACES TO PND-IMAGEM-ANTES
                 MOVE SPACES TO PND-IMAGEM-DEPOIS
                 IF PND-PENDENTE
                     SET PND-REJEITADO TO TRUE
                     MOVE 'CADPURGE' TO PND-OPER-DECISAO
                     MOVE WRK-DATA-ATUAL TO PND-DATA-DECISAO
                     ACCEPT PND-HORA-DECISAO FROM TIME
                     MOVE 'CLIENTE EXPURGADO, RETENCAO VENCIDA'
                         TO PND-MOTIVO
                 END-IF
                 REWRITE PND-REGISTRO
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         ADD 1 TO WRK-QTD-PEDIDOS-LIMPOS
                 END-REWRITE
             END-IF.

      *** IMPRIME E EXIBE OS TOTAIS DO EXPURGO
           3000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             STRING "CLIENTES EXPURGADOS : " WRK-QTD-EXPURGADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS LIMPOS .....: " WRK-QTD-PEDIDOS-LIMPOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             DISPLAY "CADPURGE: LIDOS      " WRK-QTD-LIDOS
             DISPLAY "CADPURGE: INATIVOS   " WRK-QTD-INATIVOS
             DISPLAY "CADPURGE: EXPURGADOS " WRK-QTD-EXPURGADOS
             DISPLAY "CADPURGE: PEDIDOS    " WRK-QTD-PEDIDOS-LIMPOS.

      *** FECHA OS ARQUIVOS DO EXPURGO
           9900-FECHAR-ARQUIVOS.
             IF CADSEC-ABERTO
                 CLOSE CADSEC
             END-IF
             IF CADEND-ABERTO
                 CLOSE CADEND
             END-IF
             IF CADDEV-ABERTO
                 CLOSE CADDEV
             END-IF
             IF CADCONS-ABERTO
                 CLOSE CADCONS
             END-IF
             IF CADPEND-ABERTO
                 CLOSE CADPEND
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
                         IF DSP-PROGRAMA = 'CADPURGE'
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
