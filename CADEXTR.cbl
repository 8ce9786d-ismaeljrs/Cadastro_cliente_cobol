      *                OU ZERADO NAO FILTRA). GERA O EXTRATO DE        *
      *                LAYOUT FIXO PARA A CASA DE MALA DIRETA          *
      *                (CADEXTR.EXP) E O RELATORIO DE TOTAIS COM A     *
      *                QUANTIDADE QUE PASSOU EM CADA CRITERIO. SO SAEM *
      *                OS CLIENTES QUE ACEITARAM O CANAL DA CAMPANHA   *
      *                NO CADASTRO DE CONSENTIMENTO (CADCONS.DAT). O   *
      *                CRITERIO DE TIPO DE ENDERECO ESCOLHE QUAL       *
      *                ENDERECO VAI NO EXTRATO (RESIDENCIAL, COBRANCA  *
      *                OU ENTREGA, DO CADEND.DAT). CONTATO MARCADO     *
      *                COMO DEVOLVIDO NO CADDEV.DAT PARA O CANAL DA    *
      *                CAMPANHA (E-MAIL, OU O ENDERECO DA CARTA) NAO   *
      *                SAI. O EXTRATO SAI EM ORDEM DE CPF E LEVA NO    *
      *                FIM O CPF, O CANAL E O TIPO DE ENDERECO USADO,  *
      *                QUE A CASA DE MALA DIRETA DEVOLVE NO RETORNO    *
      *                DAS DEVOLUCOES (CADDEVOL)                       *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CONTROLE DIARIO  *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONSENTIMENTO    *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   TIPO ENDERECO    *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   DEVOLUCOES       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXTR.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CPF
               FILE STATUS IS WRK-CAD-STATUS.
           SELECT CADCONS ASSIGN TO "CADCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CON-STATUS.
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
           SELECT EXTRATO ASSIGN TO "CADEXTR.EXP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           05  CRT-MES-ANIVER      PIC 9(02).
           05  CRT-DT-CAD-DE       PIC 9(08).
           05  CRT-DT-CAD-ATE      PIC 9(08).
      ** CANAL DA CAMPANHA: E-MAIL (E), SMS (S), TELEFONE (T) OU
      ** CORREIO (C). EM BRANCO VALE CORREIO, A MALA DIRETA POSTAL
           05  CRT-CANAL           PIC X(01).
               88  CRT-CANAL-VALIDO   VALUE 'E' 'S' 'T' 'C'.
      ** ENDERECO QUE VAI NO EXTRATO: RESIDENCIAL (R), COBRANCA (C) OU
      ** ENTREGA (E). EM BRANCO VALE RESIDENCIAL. CLIENTE SEM O
      ** ENDERECO PEDIDO SAI COM O RESIDENCIAL DO MESTRE
           05  CRT-TIPO-ENDERECO   PIC X(01).
               88  CRT-TIPO-END-VALIDO VALUE 'R' 'C' 'E'.
               88  CRT-TIPO-END-RESID  VALUE 'R'.
       FD  CADMAST.
           COPY "CADMAST.CPY".
       FD  CADCONS.
           COPY "CADCONS.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  CADDEV.
           COPY "CADDEV.CPY".
       FD  EXTRATO.
       01  EXT-REGISTRO.
           05  EXT-NOME            PIC X(30).
           05  EXT-UF              PIC X(02).
           05  EXT-ENDERECO        PIC X(30).
           05  EXT-COMPLEMENTO     PIC X(30).
      ** IDENTIFICACAO DO CONTATO ENVIADO, DEVOLVIDA PELA CASA DE MALA
      ** DIRETA NO RETORNO DAS CARTAS E E-MAILS NAO ENTREGUES. O TIPO
      ** E O DO ENDERECO QUE SAIU (R QUANDO CAIU NO RESIDENCIAL)
           05  EXT-CPF             PIC 9(11).
           05  EXT-CANAL           PIC X(01).
           05  EXT-TIPO-ENDERECO   PIC X(01).
       FD  RELATORIO.
       01  REL-LINHA                PIC X(80).
       FD  CTLPROC.
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.

      ** CADASTRO DE CONSENTIMENTO. SEM O ARQUIVO NINGUEM TEM
      ** CONSENTIMENTO REGISTRADO E TODOS OS SELECIONADOS SAO
      ** EXCLUIDOS DO EXTRATO
       77 WRK-CON-STATUS        PIC X(02) VALUE SPACES.
           88 CON-STATUS-OK       VALUE "00".
       77 WRK-CADCONS-ABERTO    PIC X(01) VALUE 'N'.
           88 CADCONS-ABERTO       VALUE 'S'.
       77 WRK-TEM-CONSENTIMENTO PIC X(01) VALUE 'N'.
           88 TEM-CONSENTIMENTO    VALUE 'S'.

      ** CADASTRO DE ENDERECOS ADICIONAIS. SEM O ARQUIVO TODOS OS
      ** CLIENTES SAEM COM O ENDERECO RESIDENCIAL
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-CADEND-ABERTO     PIC X(01) VALUE 'N'.
           88 CADEND-ABERTO        VALUE 'S'.
       77 WRK-END-ACHADO        PIC X(01) VALUE 'N'.
           88 END-ACHADO           VALUE 'S'.

      ** CADASTRO DE CONTATOS DEVOLVIDOS. SEM O ARQUIVO NENHUM
      ** CONTATO ESTA MARCADO. SO E-MAIL E CORREIO TEM DEVOLUCAO
       77 WRK-DEV-STATUS        PIC X(02) VALUE SPACES.
           88 DEV-STATUS-OK       VALUE "00".
       77 WRK-CADDEV-ABERTO     PIC X(01) VALUE 'N'.
           88 CADDEV-ABERTO        VALUE 'S'.
       77 WRK-CONTATO-DEVOLVIDO PIC X(01) VALUE 'N'.
           88 CONTATO-DEVOLVIDO    VALUE 'S'.

      ** RESULTADO DA CRITICA DE CADA FILTRO PARA O CLIENTE CORRENTE
       77 WRK-PASSA-UF          PIC X(01) VALUE 'N'.
           88 PASSA-UF             VALUE 'S'.
       77 WRK-QTD-ANIVER        PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-PERIODO       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SELECIONADOS  PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SEM-CONSENT   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXTRAIDOS     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-END-RESID     PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS    PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
                     WRK-CAD-STATUS
                 STOP RUN
             END-IF
             OPEN INPUT CADCONS
             IF CON-STATUS-OK
                 SET CADCONS-ABERTO TO TRUE
             ELSE
                 DISPLAY "CADEXTR: CADCONS.DAT NAO ENCONTRADO, STATUS "
                     WRK-CON-STATUS ", NENHUM CLIENTE COM CONSENTIMENTO"
             END-IF
             OPEN INPUT CADEND
             IF EDC-STATUS-OK
                 SET CADEND-ABERTO TO TRUE
             END-IF
             OPEN INPUT CADDEV
             IF DEV-STATUS-OK
                 SET CADDEV-ABERTO TO TRUE
             END-IF
             OPEN OUTPUT EXTRATO
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
                 STOP RUN
             END-IF
             PERFORM 1150-NORMALIZAR-CRITERIOS
             IF NOT CRT-CANAL-VALIDO
                 DISPLAY "CADEXTR: CANAL INVALIDO '" CRT-CANAL
                     "' NO CADEXTR.CRT, INFORME E, S, T OU C"
                 PERFORM 9900-FECHAR-ARQUIVOS
                 STOP RUN
             END-IF
             IF NOT CRT-TIPO-END-VALIDO
                 DISPLAY "CADEXTR: TIPO DE ENDERECO INVALIDO '"
                     CRT-TIPO-ENDERECO
                     "' NO CADEXTR.CRT, INFORME R, C OU E"
                 PERFORM 9900-FECHAR-ARQUIVOS
                 STOP RUN
             END-IF
             MOVE SPACES TO REL-LINHA
             STRING "CRITERIOS: UF=" CRT-UF " GENERO=" CRT-GENE
                 " STATUS=" CRT-STATUS " IDADE=" CRT-IDADE-MIN
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "           CADASTRO DE " CRT-DT-CAD-DE
                 " ATE " CRT-DT-CAD-ATE " CANAL=" CRT-CANAL
                 " ENDERECO=" CRT-TIPO-ENDERECO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             END-IF
             IF CRT-DT-CAD-ATE NOT NUMERIC
                 MOVE ZEROS TO CRT-DT-CAD-ATE
             END-IF
             IF CRT-CANAL = SPACES
                 MOVE 'C' TO CRT-CANAL
             END-IF
             IF CRT-TIPO-ENDERECO = SPACES
                 MOVE 'R' TO CRT-TIPO-ENDERECO
             END-IF.

      *** LE O MESTRE DO INICIO AO FIM, APLICA OS CRITERIOS EM CADA
      *** CLIENTE E GRAVA NO EXTRATO OS QUE PASSAM EM TODOS, TEM
      *** CONSENTIMENTO PARA O CANAL DA CAMPANHA E NAO TEM O CONTATO
      *** DO CANAL DEVOLVIDO
           2000-PROCESSAR-CADMAST.
             PERFORM UNTIL FIM-CADMAST
                 READ CADMAST NEXT RECORD
                         IF PASSA-UF AND PASSA-GENE AND PASSA-STATUS
                            AND PASSA-IDADE AND PASSA-ANIVER
                            AND PASSA-PERIODO
                             ADD 1 TO WRK-QTD-SELECIONADOS
                             PERFORM 2150-VERIFICAR-CONSENTIMENTO
                             IF TEM-CONSENTIMENTO
                                 PERFORM 2210-BUSCAR-ENDERECO-TIPO
                                 PERFORM 2160-VERIFICAR-DEVOLUCAO
                                 IF CONTATO-DEVOLVIDO
                                     ADD 1 TO WRK-QTD-DEVOLVIDOS
                                 ELSE
                                     PERFORM 2200-GRAVAR-EXTRATO
                                 END-IF
                             ELSE
                                 ADD 1 TO WRK-QTD-SEM-CONSENT
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM.
                 END-IF
             END-IF.

      *** VERIFICA NO CADASTRO DE CONSENTIMENTO SE O CLIENTE ACEITOU
      *** O CANAL DA CAMPANHA. CANAL SEM REGISTRO OU RECUSADO NAO
      *** PODE SER CONTATADO
           2150-VERIFICAR-CONSENTIMENTO.
             MOVE 'N' TO WRK-TEM-CONSENTIMENTO
             IF CADCONS-ABERTO
                 MOVE MST-CPF   TO CON-CPF
                 MOVE CRT-CANAL TO CON-CANAL
                 READ CADCONS KEY IS CON-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF CON-ACEITE
                             SET TEM-CONSENTIMENTO TO TRUE
                         END-IF
                 END-READ
             END-IF.

      *** VERIFICA NO CADASTRO DE DEVOLUCOES SE O CONTATO DO CANAL DA
      *** CAMPANHA VOLTOU NAO ENTREGUE: NO E-MAIL A MARCA DO E-MAIL,
      *** NO CORREIO A MARCA DO ENDERECO QUE IRIA NO EXTRATO. SMS E
      *** TELEFONE NAO TEM DEVOLUCAO
           2160-VERIFICAR-DEVOLUCAO.
             MOVE 'N' TO WRK-CONTATO-DEVOLVIDO
             IF CADDEV-ABERTO AND
                (CRT-CANAL = 'E' OR CRT-CANAL = 'C')
                 MOVE MST-CPF   TO DEV-CPF
                 MOVE CRT-CANAL TO DEV-CANAL
                 IF CRT-CANAL = 'E'
                     MOVE SPACES TO DEV-TIPO-ENDERECO
                 ELSE
                     IF END-ACHADO
                         MOVE CRT-TIPO-ENDERECO TO DEV-TIPO-ENDERECO
                     ELSE
                         SET DEV-TIPO-RESIDENCIAL TO TRUE
                     END-IF
                 END-IF
                 READ CADDEV KEY IS DEV-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET CONTATO-DEVOLVIDO TO TRUE
                 END-READ
             END-IF.

      *** GRAVA O CLIENTE SELECIONADO NO EXTRATO DA MALA DIRETA,
      *** COM O ENDERECO DO TIPO PEDIDO NOS CRITERIOS, JA LOCALIZADO
      *** NO 2210. CLIENTE SEM ESSE ENDERECO SAI COM O RESIDENCIAL E
      *** E CONTADO A PARTE NOS TOTAIS
           2200-GRAVAR-EXTRATO.
             ADD 1 TO WRK-QTD-EXTRAIDOS
             MOVE MST-NOME        TO EXT-NOME
             MOVE MST-EMAIL       TO EXT-EMAIL
             MOVE MST-DDD         TO EXT-DDD
             MOVE MST-NUMTEL      TO EXT-NUMTEL
             MOVE MST-CPF         TO EXT-CPF
             MOVE CRT-CANAL       TO EXT-CANAL
             IF END-ACHADO
                 MOVE EDC-CEP         TO EXT-CEP
                 MOVE EDC-NUMERO      TO EXT-NUMERO
                 MOVE EDC-UF          TO EXT-UF
                 MOVE EDC-ENDERECO    TO EXT-ENDERECO
                 MOVE EDC-COMPLEMENTO TO EXT-COMPLEMENTO
                 MOVE CRT-TIPO-ENDERECO TO EXT-TIPO-ENDERECO
             ELSE
                 MOVE MST-CEP         TO EXT-CEP
                 MOVE MST-NUMERO      TO EXT-NUMERO
                 MOVE MST-UF          TO EXT-UF
                 MOVE MST-ENDERECO    TO EXT-ENDERECO
                 MOVE MST-COMPLEMENTO TO EXT-COMPLEMENTO
                 MOVE 'R'             TO EXT-TIPO-ENDERECO
                 IF NOT CRT-TIPO-END-RESID
                     ADD 1 TO WRK-QTD-END-RESID
                 END-IF
             END-IF
             WRITE EXT-REGISTRO.

      *** LOCALIZA NO CADEND O ENDERECO DE COBRANCA OU DE ENTREGA
      *** PEDIDO NOS CRITERIOS
           2210-BUSCAR-ENDERECO-TIPO.
             MOVE 'N' TO WRK-END-ACHADO
             IF NOT CRT-TIPO-END-RESID
                 IF CADEND-ABERTO
                     MOVE MST-CPF           TO EDC-CPF
                     MOVE CRT-TIPO-ENDERECO TO EDC-TIPO
                     READ CADEND KEY IS EDC-CHAVE
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             SET END-ACHADO TO TRUE
                     END-READ
                 END-IF
             END-IF.

      *** IMPRIME E EXIBE OS TOTAIS DA EXTRACAO, COM A QUANTIDADE
      *** QUE PASSOU EM CADA CRITERIO ATIVO
           3000-IMPRIMIR-TOTAIS.
             STRING "CLIENTES SELECIONADOS .: " WRK-QTD-SELECIONADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "EXCLUIDOS SEM CONSENT .: " WRK-QTD-SEM-CONSENT
                 " (CANAL " CRT-CANAL ")"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             IF CRT-CANAL = 'E' OR CRT-CANAL = 'C'
                 MOVE SPACES TO REL-LINHA
                 STRING "EXCLUIDOS DEVOLVIDOS ..: " WRK-QTD-DEVOLVIDOS
                     " (CONTATO NAO ENTREGAVEL)"
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             MOVE SPACES TO REL-LINHA
             STRING "CLIENTES EXTRAIDOS ....: " WRK-QTD-EXTRAIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             IF NOT CRT-TIPO-END-RESID
                 MOVE SPACES TO REL-LINHA
                 STRING "SEM O ENDERECO PEDIDO .: " WRK-QTD-END-RESID
                     " (SAIRAM COM O RESIDENCIAL)"
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             DISPLAY "CADEXTR: LIDOS        " WRK-QTD-LIDOS
             DISPLAY "CADEXTR: SELECIONADOS " WRK-QTD-SELECIONADOS
             DISPLAY "CADEXTR: SEM CONSENT  " WRK-QTD-SEM-CONSENT
             DISPLAY "CADEXTR: DEVOLVIDOS   " WRK-QTD-DEVOLVIDOS
             DISPLAY "CADEXTR: EXTRAIDOS    " WRK-QTD-EXTRAIDOS
             DISPLAY "CADEXTR: EXTRATO GRAVADO EM CADEXTR.EXP".

      *** FECHA OS ARQUIVOS DA EXTRACAO
           9900-FECHAR-ARQUIVOS.
             CLOSE CRITERIOS
             CLOSE CADMAST
             IF CADCONS-ABERTO
                 CLOSE CADCONS
             END-IF
             IF CADEND-ABERTO
                 CLOSE CADEND
             END-IF
             IF CADDEV-ABERTO
                 CLOSE CADDEV
             END-IF
             CLOSE EXTRATO
             CLOSE RELATORIO.

