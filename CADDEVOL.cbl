      *================================================================*
      *   PROGRAMA   : CADDEVOL                                        *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : PROCESSAR O RETORNO DAS DEVOLUCOES DA CASA DE   *
      *                MALA DIRETA (CADDEVOL.RET): AS CARTAS E OS      *
      *                E-MAILS DA CAMPANHA QUE NAO FORAM ENTREGUES,    *
      *                COM O CPF, O CANAL E O TIPO DE ENDERECO QUE     *
      *                SAIRAM NO EXTRATO, A DATA E O MOTIVO DA         *
      *                DEVOLUCAO. O RETORNO E ORDENADO POR CPF E       *
      *                CASADO COM O EXTRATO ENVIADO (CADEXTR.EXP, QUE  *
      *                O CADEXTR GRAVA EM ORDEM DE CPF). DEVOLUCAO QUE *
      *                CASA E CUJO CONTATO AINDA E O MESMO DO MESTRE   *
      *                (OU DO CADEND) MARCA O CONTATO COMO NAO         *
      *                ENTREGAVEL NO CADDEV.DAT; CONTATO QUE O CLIENTE *
      *                JA ATUALIZOU NAO E MARCADO. IMPRIME CADA        *
      *                DEVOLUCAO NO RELATORIO COM O QUE FOI FEITO,     *
      *                INCLUSIVE AS QUE NAO CASARAM COM NINGUEM DO     *
      *                EXTRATO, E RETORNA CODIGO 8 QUANDO HA DEVOLUCAO *
      *                SEM CORRESPONDENCIA OU INVALIDA. ANTES DE       *
      *                ATUALIZAR, RESERVA A JANELA EXCLUSIVA DO        *
      *                CADASTRO NO CONTROLE DE DISPONIBILIDADE         *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA.  *
      *                RODA SOB DEMANDA, QUANDO CHEGA O RETORNO, E     *
      *                ANTES DE UMA NOVA EXTRACAO REGRAVAR O EXTRATO   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CODIGO 12        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDEVOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "CADDEVOL.RET"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT EXTRATO ASSIGN TO "CADEXTR.EXP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.
           SELECT CADMAST ASSIGN TO "CADMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CPF
               FILE STATUS IS WRK-CAD-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT CADDEV ASSIGN TO "CADDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WRK-DEV-STATUS.
           SELECT WRK-ARQ-ORDENACAO ASSIGN TO "CADDEVOL.SRT".
           SELECT RELATORIO ASSIGN TO "CADDEVOL.LST"
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
      ** RETORNO DA CASA DE MALA DIRETA: UMA LINHA POR CARTA OU
      ** E-MAIL NAO ENTREGUE, COM A IDENTIFICACAO QUE SAIU NO FIM DO
      ** REGISTRO DO EXTRATO (CPF, CANAL E TIPO DE ENDERECO)
       FD  RETORNO.
       01  RET-REGISTRO.
           05  RET-CPF             PIC X(11).
           05  RET-CPF-N REDEFINES RET-CPF PIC 9(11).
           05  RET-CANAL           PIC X(01).
               88  RET-CANAL-VALIDO   VALUE 'E' 'C'.
           05  RET-TIPO-ENDERECO   PIC X(01).
               88  RET-TIPO-END-VALIDO VALUE 'R' 'C' 'E'.
           05  RET-DATA-DEVOLUCAO  PIC X(08).
           05  RET-DATA-DEVOLUCAO-N REDEFINES RET-DATA-DEVOLUCAO
                                   PIC 9(08).
           05  RET-MOTIVO-COD      PIC X(02).
           05  RET-MOTIVO          PIC X(30).
      ** MESMO LAYOUT DO EXTRATO GRAVADO PELO CADEXTR
       FD  EXTRATO.
       01  EXT-REGISTRO.
           05  EXT-NOME            PIC X(30).
           05  EXT-EMAIL           PIC X(30).
           05  EXT-DDD             PIC 9(02).
           05  EXT-NUMTEL          PIC 9(09).
           05  EXT-CEP             PIC 9(08).
           05  EXT-NUMERO          PIC X(05).
           05  EXT-UF              PIC X(02).
           05  EXT-ENDERECO        PIC X(30).
           05  EXT-COMPLEMENTO     PIC X(30).
           05  EXT-CPF             PIC 9(11).
           05  EXT-CANAL           PIC X(01).
           05  EXT-TIPO-ENDERECO   PIC X(01).
       FD  CADMAST.
           COPY "CADMAST.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  CADDEV.
           COPY "CADDEV.CPY".
       SD  WRK-ARQ-ORDENACAO.
       01  WRK-REG-ORDENACAO.
           05 SRT-CPF              PIC 9(11).
           05 SRT-CANAL            PIC X(01).
           05 SRT-TIPO-ENDERECO    PIC X(01).
           05 SRT-DATA-DEVOLUCAO   PIC 9(08).
           05 SRT-MOTIVO-COD       PIC X(02).
           05 SRT-MOTIVO           PIC X(30).
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
       77 WRK-RET-STATUS        PIC X(02) VALUE SPACES.
           88 RET-STATUS-OK       VALUE "00".
       77 WRK-EXT-STATUS        PIC X(02) VALUE SPACES.
           88 EXT-STATUS-OK       VALUE "00".
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
           88 CAD-STATUS-OK       VALUE "00".
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-CADEND-ABERTO     PIC X(01) VALUE 'N'.
           88 CADEND-ABERTO        VALUE 'S'.
       77 WRK-DEV-STATUS        PIC X(02) VALUE SPACES.
           88 DEV-STATUS-OK       VALUE "00".
           88 DEV-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-RETORNO       PIC X(01) VALUE 'N'.
           88 FIM-RETORNO          VALUE 'S'.
       77 WRK-FIM-EXTRATO       PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO          VALUE 'S'.
       77 WRK-FIM-ORDENACAO     PIC X(01) VALUE 'N'.
           88 FIM-ORDENACAO        VALUE 'S'.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.

      ** SITUACAO DA DEVOLUCAO CORRENTE
       77 WRK-RETORNO-VALIDO    PIC X(01) VALUE 'N'.
           88 RETORNO-VALIDO       VALUE 'S'.
       77 WRK-CONTATO-ALTERADO  PIC X(01) VALUE 'N'.
           88 CONTATO-ALTERADO     VALUE 'S'.
       77 WRK-MARCA-EXISTE      PIC X(01) VALUE 'N'.
           88 MARCA-EXISTE         VALUE 'S'.

      ** CONTADORES DO PROCESSAMENTO
       77 WRK-QTD-LIDOS         PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXTRATO       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-CASADOS       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SEM-EXTRATO   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MARCADOS      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-REMARCADOS    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-JA-ATUALIZ    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-NAO-CADASTR   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ERRO-GRAVACAO PIC 9(09) VALUE ZEROS.

      ** LINHA DE DETALHE DO RELATORIO: UMA POR DEVOLUCAO
       01  REL-LINHA-DEVOLUCAO.
           05 REL-DEV-CPF           PIC X(11).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-DEV-CANAL         PIC X(01).
           05 FILLER                PIC X(01) VALUE '/'.
           05 REL-DEV-TIPO          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-DEV-DATA          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-DEV-MOTIVO-COD    PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-DEV-MOTIVO        PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-DEV-SITUACAO      PIC X(37).

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1000-ABRIR-ARQUIVOS
               SORT WRK-ARQ-ORDENACAO
                   ON ASCENDING KEY SRT-CPF SRT-CANAL
                                    SRT-TIPO-ENDERECO
                   INPUT PROCEDURE IS 2000-LER-RETORNO
                   OUTPUT PROCEDURE IS 3000-CONFRONTAR-EXTRATO
               PERFORM 4000-IMPRIMIR-TOTAIS
               PERFORM 9900-FECHAR-ARQUIVOS
               PERFORM 9850-LIBERAR-JANELA
               IF WRK-QTD-SEM-EXTRATO > 0 OR WRK-QTD-INVALIDOS > 0
                  OR WRK-QTD-ERRO-GRAVACAO > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
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
                 DISPLAY "CADDEVOL: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADDEVOL'      TO DSP-PROGRAMA
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
                 DISPLAY "CADDEVOL: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADDEVOL: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CADDEVOL: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADDEVOL: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CADDEVOL: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE O RETORNO, O EXTRATO ENVIADO, O MESTRE, OS ENDERECOS
      *** ADICIONAIS, O CADASTRO DE DEVOLUCOES E O RELATORIO. SEM O
      *** RETORNO, O EXTRATO OU O MESTRE NAO HA O QUE CASAR E A
      *** EXECUCAO TERMINA COM CODIGO 12
           1000-ABRIR-ARQUIVOS.
             OPEN INPUT RETORNO
             IF NOT RET-STATUS-OK
                 DISPLAY "CADDEVOL: CADDEVOL.RET NAO ENCONTRADO, "
                     "STATUS " WRK-RET-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF
             OPEN INPUT EXTRATO
             IF NOT EXT-STATUS-OK
                 DISPLAY "CADDEVOL: CADEXTR.EXP NAO ENCONTRADO, STATUS "
                     WRK-EXT-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF
             OPEN INPUT CADMAST
             IF NOT CAD-STATUS-OK
                 DISPLAY "CADDEVOL: CADMAST.DAT NAO ENCONTRADO, STATUS "
                     WRK-CAD-STATUS
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF
      *** SEM O CADASTRO DE ENDERECOS NENHUM CLIENTE TEM ENDERECO DE
      *** COBRANCA OU ENTREGA, E A CARTA DEVOLVIDA PARA UM DELES NAO
      *** TEM MAIS O QUE MARCAR
             OPEN INPUT CADEND
             IF EDC-STATUS-OK
                 SET CADEND-ABERTO TO TRUE
             END-IF
             OPEN I-O CADDEV
             IF DEV-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADDEV
                 CLOSE CADDEV
                 OPEN I-O CADDEV
             END-IF
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "DEVOLUCOES DA MALA DIRETA - DATA "
                 WRK-DATA-PROCESSO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CPF          C/T  DATA      MOTIVO"
                 "                             SITUACAO"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE ALL '-' TO REL-LINHA
             WRITE REL-LINHA.

      *** LE O RETORNO DO INICIO AO FIM, CRITICA CADA DEVOLUCAO E
      *** LIBERA AS VALIDAS PARA A ORDENACAO POR CPF
           2000-LER-RETORNO.
             PERFORM UNTIL FIM-RETORNO
                 READ RETORNO
                     AT END
                         SET FIM-RETORNO TO TRUE
                     NOT AT END
                         ADD 1 TO WRK-QTD-LIDOS
                         PERFORM 2100-CRITICAR-RETORNO
                 END-READ
             END-PERFORM.

      *** CRITICA A DEVOLUCAO: CPF NUMERICO, CANAL E-MAIL OU CORREIO
      *** E, NO CORREIO, O TIPO DO ENDERECO DA CARTA. DEVOLUCAO
      *** INVALIDA SAI NO RELATORIO E NAO ENTRA NA ORDENACAO. DATA
      *** DE DEVOLUCAO AUSENTE VALE A DATA DO PROCESSAMENTO
           2100-CRITICAR-RETORNO.
             MOVE 'S' TO WRK-RETORNO-VALIDO
             IF RET-CPF NOT NUMERIC OR NOT RET-CANAL-VALIDO
                 MOVE 'N' TO WRK-RETORNO-VALIDO
             ELSE
                 IF RET-CANAL = 'C' AND NOT RET-TIPO-END-VALIDO
                     MOVE 'N' TO WRK-RETORNO-VALIDO
                 END-IF
             END-IF
             IF RETORNO-VALIDO
                 MOVE RET-CPF-N         TO SRT-CPF
                 MOVE RET-CANAL         TO SRT-CANAL
                 IF RET-CANAL = 'E'
                     MOVE SPACES            TO SRT-TIPO-ENDERECO
                 ELSE
                     MOVE RET-TIPO-ENDERECO TO SRT-TIPO-ENDERECO
                 END-IF
                 IF RET-DATA-DEVOLUCAO NUMERIC AND
                    RET-DATA-DEVOLUCAO-N > 0
                     MOVE RET-DATA-DEVOLUCAO-N TO SRT-DATA-DEVOLUCAO
                 ELSE
                     MOVE WRK-DATA-PROCESSO    TO SRT-DATA-DEVOLUCAO
                 END-IF
                 MOVE RET-MOTIVO-COD    TO SRT-MOTIVO-COD
                 MOVE RET-MOTIVO        TO SRT-MOTIVO
                 RELEASE WRK-REG-ORDENACAO
             ELSE
                 ADD 1 TO WRK-QTD-INVALIDOS
                 MOVE RET-CPF            TO REL-DEV-CPF
                 MOVE RET-CANAL          TO REL-DEV-CANAL
                 MOVE RET-TIPO-ENDERECO  TO REL-DEV-TIPO
                 MOVE RET-DATA-DEVOLUCAO TO REL-DEV-DATA
                 MOVE RET-MOTIVO-COD     TO REL-DEV-MOTIVO-COD
                 MOVE RET-MOTIVO         TO REL-DEV-MOTIVO
                 MOVE 'DEVOLUCAO INVALIDA, CPF OU CANAL'
                     TO REL-DEV-SITUACAO
                 PERFORM 3900-GRAVAR-DETALHE
             END-IF.

      *** PERCORRE AS DEVOLUCOES ORDENADAS POR CPF CASANDO COM O
      *** EXTRATO ENVIADO, QUE ESTA NA MESMA ORDEM
           3000-CONFRONTAR-EXTRATO.
             PERFORM 3050-LER-EXTRATO
             PERFORM UNTIL FIM-ORDENACAO
                 RETURN WRK-ARQ-ORDENACAO
                     AT END
                         SET FIM-ORDENACAO TO TRUE
                     NOT AT END
                         PERFORM 3100-CASAR-DEVOLUCAO
                 END-RETURN
             END-PERFORM.

      *** LE O PROXIMO CLIENTE DO EXTRATO ENVIADO
           3050-LER-EXTRATO.
             READ EXTRATO
                 AT END
                     SET FIM-EXTRATO TO TRUE
                 NOT AT END
                     ADD 1 TO WRK-QTD-EXTRATO
             END-READ.

      *** AVANCA O EXTRATO ATE O CPF DA DEVOLUCAO. CPF QUE NAO SAIU
      *** NO EXTRATO, OU QUE SAIU POR OUTRO CANAL OU COM OUTRO
      *** ENDERECO, E DEVOLUCAO SEM CORRESPONDENCIA E NAO MARCA
      *** NINGUEM. A QUE CASA SEGUE PARA A MARCACAO
           3100-CASAR-DEVOLUCAO.
             IF NOT FIM-EXTRATO
                 PERFORM 3050-LER-EXTRATO
                     UNTIL FIM-EXTRATO OR EXT-CPF >= SRT-CPF
             END-IF
             MOVE SRT-CPF            TO REL-DEV-CPF
             MOVE SRT-CANAL          TO REL-DEV-CANAL
             MOVE SRT-TIPO-ENDERECO  TO REL-DEV-TIPO
             MOVE SRT-DATA-DEVOLUCAO TO REL-DEV-DATA
             MOVE SRT-MOTIVO-COD     TO REL-DEV-MOTIVO-COD
             MOVE SRT-MOTIVO         TO REL-DEV-MOTIVO
             IF FIM-EXTRATO
                 ADD 1 TO WRK-QTD-SEM-EXTRATO
                 MOVE 'CPF NAO CONSTA NO EXTRATO ENVIADO'
                     TO REL-DEV-SITUACAO
             ELSE
                 IF EXT-CPF NOT = SRT-CPF
                     ADD 1 TO WRK-QTD-SEM-EXTRATO
                     MOVE 'CPF NAO CONSTA NO EXTRATO ENVIADO'
                         TO REL-DEV-SITUACAO
                 ELSE
                     IF SRT-CANAL NOT = EXT-CANAL OR
                        (SRT-CANAL = 'C' AND
                         SRT-TIPO-ENDERECO NOT = EXT-TIPO-ENDERECO)
                         ADD 1 TO WRK-QTD-SEM-EXTRATO
                         MOVE 'CANAL/ENDERECO DIFERE DO EXTRATO'
                             TO REL-DEV-SITUACAO
                     ELSE
                         ADD 1 TO WRK-QTD-CASADOS
                         PERFORM 3200-MARCAR-DEVOLUCAO
                     END-IF
                 END-IF
             END-IF
             PERFORM 3900-GRAVAR-DETALHE.

      *** MARCA O CONTATO DEVOLVIDO. CLIENTE QUE JA SAIU DO CADASTRO
      *** OU QUE JA TROCOU O CONTATO DEPOIS DA EXTRACAO NAO E MARCADO
           3200-MARCAR-DEVOLUCAO.
             MOVE SRT-CPF TO MST-CPF
             READ CADMAST
                 INVALID KEY
                     ADD 1 TO WRK-QTD-NAO-CADASTR
                     MOVE 'CLIENTE NAO ESTA MAIS NO CADASTRO'
                         TO REL-DEV-SITUACAO
                 NOT INVALID KEY
                     PERFORM 3210-CONFERIR-CONTATO
                     IF CONTATO-ALTERADO
                         ADD 1 TO WRK-QTD-JA-ATUALIZ
                         MOVE 'CONTATO JA ATUALIZADO, NAO MARCADO'
                             TO REL-DEV-SITUACAO
                     ELSE
                         PERFORM 3220-GRAVAR-MARCA
                     END-IF
             END-READ.

      *** CONFERE SE O CONTATO QUE SAIU NO EXTRATO AINDA E O ATUAL:
      *** O E-MAIL DO MESTRE, O CEP E O NUMERO DO RESIDENCIAL NO
      *** MESTRE OU DO ENDERECO DE COBRANCA/ENTREGA NO CADEND.
      *** ENDERECO ADICIONAL QUE NAO EXISTE MAIS CONTA COMO ALTERADO
           3210-CONFERIR-CONTATO.
             MOVE 'N' TO WRK-CONTATO-ALTERADO
             IF SRT-CANAL = 'E'
                 IF MST-EMAIL NOT = EXT-EMAIL
                     SET CONTATO-ALTERADO TO TRUE
                 END-IF
             ELSE
                 IF SRT-TIPO-ENDERECO = 'R'
                     IF MST-CEP NOT = EXT-CEP OR
                        MST-NUMERO NOT = EXT-NUMERO
                         SET CONTATO-ALTERADO TO TRUE
                     END-IF
                 ELSE
                     IF NOT CADEND-ABERTO
                         SET CONTATO-ALTERADO TO TRUE
                     ELSE
                         MOVE SRT-CPF           TO EDC-CPF
                         MOVE SRT-TIPO-ENDERECO TO EDC-TIPO
                         READ CADEND KEY IS EDC-CHAVE
                             INVALID KEY
                                 SET CONTATO-ALTERADO TO TRUE
                             NOT INVALID KEY
                                 IF EDC-CEP NOT = EXT-CEP OR
                                    EDC-NUMERO NOT = EXT-NUMERO
                                     SET CONTATO-ALTERADO TO TRUE
                                 END-IF
                         END-READ
                     END-IF
                 END-IF
             END-IF.

      *** GRAVA A MARCA DE CONTATO NAO ENTREGAVEL COM A DATA E O
      *** MOTIVO DA DEVOLUCAO. CONTATO QUE JA ESTAVA MARCADO (NOVA
      *** DEVOLUCAO ANTES DE O CLIENTE ATUALIZAR) TEM A MARCA
      *** REGRAVADA COM A DEVOLUCAO MAIS RECENTE
           3220-GRAVAR-MARCA.
             MOVE SRT-CPF           TO DEV-CPF
             MOVE SRT-CANAL         TO DEV-CANAL
             MOVE SRT-TIPO-ENDERECO TO DEV-TIPO-ENDERECO
             MOVE 'N' TO WRK-MARCA-EXISTE
             READ CADDEV
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     SET MARCA-EXISTE TO TRUE
             END-READ
             MOVE SRT-DATA-DEVOLUCAO TO DEV-DATA-DEVOLUCAO
             MOVE SRT-MOTIVO-COD     TO DEV-MOTIVO-COD
             MOVE SRT-MOTIVO         TO DEV-MOTIVO
             MOVE WRK-DATA-PROCESSO  TO DEV-DATA-MARCACAO
             IF DEV-CANAL-EMAIL
                 MOVE EXT-EMAIL      TO DEV-EMAIL
                 MOVE ZEROS          TO DEV-CEP
                 MOVE SPACES         TO DEV-NUMERO
             ELSE
                 MOVE SPACES         TO DEV-EMAIL
                 MOVE EXT-CEP        TO DEV-CEP
                 MOVE EXT-NUMERO     TO DEV-NUMERO
             END-IF
             IF MARCA-EXISTE
                 REWRITE DEV-REGISTRO
                     INVALID KEY
                         ADD 1 TO WRK-QTD-ERRO-GRAVACAO
                         MOVE 'ERRO NA GRAVACAO DA MARCA'
                             TO REL-DEV-SITUACAO
                     NOT INVALID KEY
                         ADD 1 TO WRK-QTD-REMARCADOS
                         MOVE 'JA MARCADO, DEVOLUCAO ATUALIZADA'
                             TO REL-DEV-SITUACAO
                 END-REWRITE
             ELSE
                 WRITE DEV-REGISTRO
                     INVALID KEY
                         ADD 1 TO WRK-QTD-ERRO-GRAVACAO
                         MOVE 'ERRO NA GRAVACAO DA MARCA'
                             TO REL-DEV-SITUACAO
                     NOT INVALID KEY
                         ADD 1 TO WRK-QTD-MARCADOS
                         MOVE 'MARCADO COMO NAO ENTREGAVEL'
                             TO REL-DEV-SITUACAO
                 END-WRITE
             END-IF.

      *** GRAVA A LINHA DA DEVOLUCAO NO RELATORIO
           3900-GRAVAR-DETALHE.
             MOVE REL-LINHA-DEVOLUCAO TO REL-LINHA
             WRITE REL-LINHA.

      *** IMPRIME E EXIBE OS TOTAIS DAS DEVOLUCOES
           4000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "DEVOLUCOES LIDAS ......: " WRK-QTD-LIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "DEVOLUCOES INVALIDAS ..: " WRK-QTD-INVALIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CLIENTES NO EXTRATO ...: " WRK-QTD-EXTRATO
                 " (LIDOS ATE O ULTIMO CPF DEVOLVIDO)"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CASADAS COM O EXTRATO .: " WRK-QTD-CASADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "SEM CORRESPONDENCIA ...: " WRK-QTD-SEM-EXTRATO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CONTATOS MARCADOS .....: " WRK-QTD-MARCADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MARCAS ATUALIZADAS ....: " WRK-QTD-REMARCADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CONTATOS JA ATUALIZADOS: " WRK-QTD-JA-ATUALIZ
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CLIENTES FORA DO CADAST: " WRK-QTD-NAO-CADASTR
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             IF WRK-QTD-ERRO-GRAVACAO > 0
                 MOVE SPACES TO REL-LINHA
                 STRING "ERROS DE GRAVACAO .....: "
                     WRK-QTD-ERRO-GRAVACAO
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             DISPLAY "CADDEVOL: LIDAS        " WRK-QTD-LIDOS
             DISPLAY "CADDEVOL: INVALIDAS    " WRK-QTD-INVALIDOS
             DISPLAY "CADDEVOL: CASADAS      " WRK-QTD-CASADOS
             DISPLAY "CADDEVOL: SEM CORRESP. " WRK-QTD-SEM-EXTRATO
             DISPLAY "CADDEVOL: MARCADOS     " WRK-QTD-MARCADOS.

      *** FECHA OS ARQUIVOS DO PROCESSAMENTO
           9900-FECHAR-ARQUIVOS.
             CLOSE RETORNO
             CLOSE EXTRATO
             CLOSE CADMAST
             IF CADEND-ABERTO
                 CLOSE CADEND
             END-IF
             CLOSE CADDEV
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
                         IF DSP-PROGRAMA = 'CADDEVOL'
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
             MOVE 'CADDEVOL'         TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO  TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO    TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-LIDOS      TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE        TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
