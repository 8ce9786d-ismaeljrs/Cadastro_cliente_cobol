      *                CARGA INICIAL DO CRM. O ARQUIVO LEVA HEADER     *
      *                COM A DATA, DETALHES EM LAYOUT FIXO E TRAILER   *
      *                COM QUANTIDADE E HASH-TOTAL DE CPF PARA O       *
      *                DESTINO VALIDAR A TRANSMISSAO. O DETALHE LEVA O *
      *                CONSENTIMENTO DE CADA CANAL (CADCONS.DAT), E O  *
      *                DELTA INCLUI OS CLIENTES QUE MUDARAM O          *
      *                CONSENTIMENTO NA DATA. A OPERACAO ESCOLHE QUAL  *
      *                ENDERECO VAI NO DETALHE (RESIDENCIAL, COBRANCA  *
      *                OU ENTREGA, DO CADEND.DAT)                      *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  22/08/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   FILA DE REENVIO  *
      *  003 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONSENTIMENTO    *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   TIPO ENDERECO    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCRM.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT CADCONS ASSIGN TO "CADCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CON-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT EXPORTACAO ASSIGN TO "CADCRM.EXP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           COPY "CADMAST.CPY".
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  CADCONS.
           COPY "CADCONS.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  EXPORTACAO.
       01  EXP-REGISTRO             PIC X(200).
       FD  FILA.
           88 FILA-CARREGADA       VALUE 'S'.
       77 WRK-QTD-REENVIO       PIC 9(04) VALUE ZEROS.

      ** CADASTRO DE CONSENTIMENTO: SITUACAO DE CADA CANAL NO
      ** DETALHE E SELECAO DOS CLIENTES QUE MUDARAM O CONSENTIMENTO
      ** NO DIA. SEM O ARQUIVO TODOS OS CANAIS SAEM SEM CONSENTIMENTO
       77 WRK-CON-STATUS        PIC X(02) VALUE SPACES.
           88 CON-STATUS-OK       VALUE "00".
       77 WRK-CADCONS-ABERTO    PIC X(01) VALUE 'N'.
           88 CADCONS-ABERTO       VALUE 'S'.
       77 WRK-FIM-CADCONS       PIC X(01) VALUE 'N'.
           88 FIM-CADCONS          VALUE 'S'.
       77 WRK-QTD-CONSENT-DIA   PIC 9(04) VALUE ZEROS.
       77 WRK-CONS-IDX          PIC 9(01) VALUE 1.
       01 WRK-CONS-CANAIS-VALORES PIC X(04) VALUE 'ESTC'.
       01 WRK-CONS-CANAIS REDEFINES WRK-CONS-CANAIS-VALORES.
           05 WRK-CONS-CANAL       PIC X(01) OCCURS 4 TIMES.

      ** ENDERECO QUE VAI NO DETALHE: RESIDENCIAL (R, O DO MESTRE),
      ** COBRANCA (C) OU ENTREGA (E) DO CADEND. CLIENTE SEM O ENDERECO
      ** PEDIDO SAI COM O RESIDENCIAL, E O TIPO NO DETALHE DIZ QUAL
      ** ENDERECO FOI DE FATO
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-CADEND-ABERTO     PIC X(01) VALUE 'N'.
           88 CADEND-ABERTO        VALUE 'S'.
       77 WRK-TIPO-ENDERECO     PIC X(01) VALUE SPACES.
           88 TIPO-END-VALIDO      VALUE 'R' 'C' 'E'.
           88 TIPO-END-RESID       VALUE 'R'.
       77 WRK-END-ACHADO        PIC X(01) VALUE 'N'.
           88 END-ACHADO           VALUE 'S'.
       77 WRK-QTD-END-RESID     PIC 9(09) VALUE ZEROS.

      ** CPF DO MOVIMENTO EM TRATAMENTO NA MONTAGEM DA TABELA DO
      ** DIA, VINDO DO JORNAL OU DA FILA DE REENVIO (A AREA DE
      ** REGISTRO DO JORNAL NAO PODE SER USADA APOS O CLOSE)
           05  EXD-DT-CADASTRO     PIC 9(08).
           05  EXD-STATUS          PIC X(01).
           05  EXD-DT-INATIVACAO   PIC 9(08).
      ** CONSENTIMENTO POR CANAL (S = ACEITA, N = RECUSA OU SEM
      ** REGISTRO), NA ORDEM E-MAIL, SMS, TELEFONE E CORREIO
           05  EXD-CONSENTIMENTOS.
               10  EXD-CONS-EMAIL    PIC X(01).
               10  EXD-CONS-SMS      PIC X(01).
               10  EXD-CONS-TELEFONE PIC X(01).
               10  EXD-CONS-CORREIO  PIC X(01).
           05  EXD-CONSENTIMENTOS-R REDEFINES EXD-CONSENTIMENTOS.
               10  EXD-CONS          PIC X(01) OCCURS 4 TIMES.
      ** TIPO DO ENDERECO QUE SAIU NO DETALHE (R, C OU E)
           05  EXD-TIPO-ENDERECO   PIC X(01).
           05  FILLER              PIC X(11) VALUE SPACES.
       01  EXP-TRAILER.
           05  EXT-TIPO            PIC X(01) VALUE 'T'.
           05  EXT-QTD-REGISTROS   PIC 9(09).
                       "', INFORME D OU T"
                   STOP RUN
               END-IF
               DISPLAY "CADCRM: INFORME O ENDERECO A EXPORTAR"
               DISPLAY "CADCRM: R = RESIDENCIAL (PADRAO)"
               DISPLAY "CADCRM: C = COBRANCA   E = ENTREGA"
               ACCEPT WRK-TIPO-ENDERECO
               IF WRK-TIPO-ENDERECO = SPACES
                   MOVE 'R' TO WRK-TIPO-ENDERECO
               END-IF
               IF NOT TIPO-END-VALIDO
                   DISPLAY "CADCRM: TIPO DE ENDERECO INVALIDO '"
                       WRK-TIPO-ENDERECO "', INFORME R, C OU E"
                   STOP RUN
               END-IF
               IF MODO-EXP-DELTA
                   PERFORM 1200-VERIFICAR-DUPLO-DELTA
               END-IF
               PERFORM 1100-GRAVAR-HEADER
               IF MODO-EXP-DELTA
                   PERFORM 2000-SELECIONAR-CPFS-DO-DIA
                   PERFORM 2030-SELECIONAR-CONSENT-DO-DIA
                   PERFORM 2050-CARREGAR-FILA-REENVIO
                   PERFORM 2100-EXPORTAR-CPFS-DO-DIA
               ELSE
               PERFORM 9900-FECHAR-ARQUIVOS
               DISPLAY "CADCRM: CLIENTES EXPORTADOS " WRK-QTD-EXPORTADOS
               DISPLAY "CADCRM: HASH-TOTAL DE CPF   " WRK-HASH-TOTAL-CPF
               IF NOT TIPO-END-RESID
                   DISPLAY "CADCRM: SEM O ENDERECO " WRK-TIPO-ENDERECO
                       "       " WRK-QTD-END-RESID
                       " (SAIRAM COM O RESIDENCIAL)"
               END-IF
               DISPLAY "CADCRM: INTERFACE GRAVADA EM CADCRM.EXP"
      *** DELTA INCOMPLETO (TABELA DO DIA CHEIA) SOBE COM CODIGO DE
      *** RETORNO 8 PARA A OPERACAO ALARMAR E REPROCESSAR
                     WRK-CAD-STATUS
                 STOP RUN
             END-IF
             OPEN INPUT CADCONS
             IF CON-STATUS-OK
                 SET CADCONS-ABERTO TO TRUE
             ELSE
                 DISPLAY "CADCRM: CADCONS.DAT NAO ENCONTRADO, STATUS "
                     WRK-CON-STATUS ", CONSENTIMENTOS SAIRAO COMO N"
             END-IF
             OPEN INPUT CADEND
             IF EDC-STATUS-OK
                 SET CADEND-ABERTO TO TRUE
             END-IF
             OPEN OUTPUT EXPORTACAO.

      *** GRAVA O HEADER DA INTERFACE COM A DATA E O MODO
             WRITE EXP-REGISTRO.

      *** LE O JORNAL CADLOG E MONTA A TABELA DOS CPFS MOVIMENTADOS
      *** NA DATA DE PROCESSAMENTO (INCLUSAO, ALTERACAO, EXCLUSAO
      *** LOGICA E MUDANCA DE ENDERECO ADICIONAL). O EXPURGO FISICO
      *** NAO ENTRA: O REGISTRO NAO EXISTE
      *** MAIS NO MESTRE PARA SER EXPORTADO
           2000-SELECIONAR-CPFS-DO-DIA.
             OPEN INPUT CADLOG
                     WRK-QTD-CPF-EXCEDIDOS " MOVIMENTOS NAO EXPORTADOS"
             END-IF.

      *** LE O CADASTRO DE CONSENTIMENTO E ACRESCENTA NA TABELA DO
      *** DIA OS CLIENTES QUE DECIDIRAM SOBRE ALGUM CANAL NA DATA DE
      *** PROCESSAMENTO, PARA O CRM RECEBER A RECUSA NO MESMO DIA.
      *** A DECISAO NAO MEXE NO MESTRE E POR ISSO NAO PASSA PELO
      *** JORNAL
           2030-SELECIONAR-CONSENT-DO-DIA.
             IF CADCONS-ABERTO
                 MOVE LOW-VALUES TO CON-CHAVE
                 START CADCONS KEY IS >= CON-CHAVE
                     INVALID KEY
                         SET FIM-CADCONS TO TRUE
                 END-START
                 PERFORM UNTIL FIM-CADCONS
                     READ CADCONS NEXT RECORD
                         AT END
                             SET FIM-CADCONS TO TRUE
                         NOT AT END
                             IF CON-DATA = WRK-DATA-PROCESSO
                                 ADD 1 TO WRK-QTD-CONSENT-DIA
                                 MOVE CON-CPF TO WRK-CPF-MOVIMENTO
                                 PERFORM 2010-GUARDAR-CPF-DO-DIA
                             END-IF
                     END-READ
                 END-PERFORM
             END-IF
             IF WRK-QTD-CONSENT-DIA > 0
                 DISPLAY "CADCRM: " WRK-QTD-CONSENT-DIA
                     " DECISOES DE CONSENTIMENTO INCLUIDAS NO DELTA"
             END-IF.

      *** LE A FILA DE REENVIO GRAVADA PELO CADCRMR (CPFS QUE O CRM
      *** REJEITOU OU NAO ACUSOU) E OS ACRESCENTA NA TABELA DO DIA,
      *** SEM REPETICAO. A FILA E LIMPA NO FIM NORMAL DO DELTA
             MOVE MST-GENE          TO EXD-GENE
             MOVE MST-DDD           TO EXD-DDD
             MOVE MST-NUMTEL        TO EXD-NUMTEL
             PERFORM 5020-MOVER-ENDERECO
             MOVE MST-EMAIL         TO EXD-EMAIL
             MOVE MST-DT-CADASTRO   TO EXD-DT-CADASTRO
             MOVE MST-STATUS        TO EXD-STATUS
             MOVE MST-DT-INATIVACAO TO EXD-DT-INATIVACAO
             PERFORM 5010-MOVER-CONSENTIMENTO
                 VARYING WRK-CONS-IDX FROM 1 BY 1
                 UNTIL WRK-CONS-IDX > 4
             MOVE EXP-DETALHE       TO EXP-REGISTRO
             WRITE EXP-REGISTRO
             ADD 1 TO WRK-QTD-EXPORTADOS
             ADD MST-CPF TO WRK-HASH-TOTAL-CPF.

      *** BUSCA A SITUACAO DE UM CANAL DO CLIENTE CORRENTE NO
      *** CADASTRO DE CONSENTIMENTO. SO O ACEITE REGISTRADO SAI S
           5010-MOVER-CONSENTIMENTO.
             MOVE 'N' TO EXD-CONS(WRK-CONS-IDX)
             IF CADCONS-ABERTO
                 MOVE MST-CPF                      TO CON-CPF
                 MOVE WRK-CONS-CANAL(WRK-CONS-IDX) TO CON-CANAL
                 READ CADCONS KEY IS CON-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF CON-ACEITE
                             MOVE 'S' TO EXD-CONS(WRK-CONS-IDX)
                         END-IF
                 END-READ
             END-IF.

      *** MOVE PARA O DETALHE O ENDERECO DO TIPO ESCOLHIDO. CLIENTE
      *** SEM O ENDERECO DE COBRANCA OU ENTREGA NO CADEND SAI COM O
      *** RESIDENCIAL DO MESTRE
           5020-MOVER-ENDERECO.
             MOVE 'N' TO WRK-END-ACHADO
             IF NOT TIPO-END-RESID AND CADEND-ABERTO
                 MOVE MST-CPF           TO EDC-CPF
                 MOVE WRK-TIPO-ENDERECO TO EDC-TIPO
                 READ CADEND KEY IS EDC-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET END-ACHADO TO TRUE
                 END-READ
             END-IF
             IF END-ACHADO
                 MOVE EDC-CEP           TO EXD-CEP
                 MOVE EDC-NUMERO        TO EXD-NUMERO
                 MOVE EDC-UF            TO EXD-UF
                 MOVE EDC-ENDERECO      TO EXD-ENDERECO
                 MOVE EDC-COMPLEMENTO   TO EXD-COMPLEMENTO
                 MOVE EDC-TIPO          TO EXD-TIPO-ENDERECO
             ELSE
                 IF NOT TIPO-END-RESID
                     ADD 1 TO WRK-QTD-END-RESID
                 END-IF
                 MOVE MST-CEP           TO EXD-CEP
                 MOVE MST-NUMERO        TO EXD-NUMERO
                 MOVE MST-UF            TO EXD-UF
                 MOVE MST-ENDERECO      TO EXD-ENDERECO
                 MOVE MST-COMPLEMENTO   TO EXD-COMPLEMENTO
                 MOVE 'R'               TO EXD-TIPO-ENDERECO
             END-IF.

      *** GRAVA O TRAILER COM A QUANTIDADE DE DETALHES, O HASH-TOTAL
      *** DE CPF PARA VALIDACAO NO DESTINO E A QUANTIDADE DE
      *** MOVIMENTOS OMITIDOS POR ESTOURO DA TABELA DO DIA, PARA A
      *** FECHA OS ARQUIVOS DA EXPORTACAO
           9900-FECHAR-ARQUIVOS.
             CLOSE CADMAST
             IF CADCONS-ABERTO
                 CLOSE CADCONS
             END-IF
             IF CADEND-ABERTO
                 CLOSE CADEND
             END-IF
             CLOSE EXPORTACAO.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
