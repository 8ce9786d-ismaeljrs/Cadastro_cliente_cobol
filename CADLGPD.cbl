      *================================================================*
      *   PROGRAMA   : CADLGPD                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : EMITIR O DOSSIE DO TITULAR PARA AS SOLICITACOES *
      *                DE ACESSO DA LGPD. LE O ARQUIVO DE SOLICITACOES *
      *                (CADLGPD.REQ, UM CPF POR LINHA) E IMPRIME UM    *
      *                DOSSIE POR CPF COM TUDO O QUE O CADASTRO GUARDA *
      *                SOBRE ELE: O REGISTRO MESTRE (SEM O HASH DA     *
      *                SENHA) COM OS ENDERECOS DE COBRANCA E ENTREGA   *
      *                (CADEND), A SEGURANCA DO LOGIN (CADSEC), O      *
      *                CONSENTIMENTO DE COMUNICACAO (CADCONS) COM OS   *
      *                CONTATOS DEVOLVIDOS PELA MALA DIRETA (CADDEV),  *
      *                OS MOVIMENTOS DO JORNAL CADLOG COM OS CAMPOS    *
      *                QUE MUDARAM, O ENVIO AO CRM (CADCRM.EXP E FILA  *
      *                DE REENVIO CADCRM.FIL) E OS PEDIDOS DE          *
      *                APROVACAO DO SUPERVISOR (CADPEND) FEITOS PARA O *
      *                CPF. CPF NAO ENCONTRADO OU JA EXPURGADO TAMBEM  *
      *                RECEBE DOSSIE DIZENDO ISSO. O JORNAL E LIDO COM *
      *                AS GERACOES ARQUIVADAS DO CATALOGO CADLOG.CAT   *
      *                ANTES DO CADLOG.DAT                             *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   GERACOES JORNAL  *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   DEVOLUCOES       *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   PEDIDOS CADPEND  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITACAO ASSIGN TO "CADLGPD.REQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REQ-STATUS.
           SELECT CADMAST ASSIGN TO "CADMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CPF
               FILE STATUS IS WRK-CAD-STATUS.
           SELECT CADSEC ASSIGN TO "CADSEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CPF
               FILE STATUS IS WRK-SEC-STATUS.
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
           SELECT EXPORTACAO ASSIGN TO "CADCRM.EXP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.
           SELECT FILA ASSIGN TO "CADCRM.FIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-FIL-STATUS.
           SELECT CADPEND ASSIGN TO "CADPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-PND-STATUS.
           SELECT RELATORIO ASSIGN TO "CADLGPD.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITACAO.
       01  REQ-REGISTRO.
           05  REQ-CPF             PIC 9(11).
           05  FILLER              PIC X(01).
      ** NUMERO DO PROTOCOLO DA SOLICITACAO DO TITULAR, REPETIDO NO
      ** DOSSIE PARA A RESPOSTA (OPCIONAL)
           05  REQ-PROTOCOLO       PIC X(15).
       FD  CADMAST.
           COPY "CADMAST.CPY".
       FD  CADSEC.
           COPY "CADSEC.CPY".
       FD  CADCONS.
           COPY "CADCONS.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  CADDEV.
           COPY "CADDEV.CPY".
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  CATJORN.
           COPY "CADCATJ.CPY".
       FD  GERJORN.
       01  GJR-REGISTRO             PIC X(438).
       FD  EXPORTACAO.
       01  EXP-REGISTRO             PIC X(200).
       FD  FILA.
       01  FIL-REGISTRO.
           05  FIL-CPF             PIC 9(11).
           05  FIL-MOTIVO          PIC X(03).
       FD  CADPEND.
           COPY "CADPEND.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-REQ-STATUS        PIC X(02) VALUE SPACES.
           88 REQ-STATUS-OK       VALUE "00".
       77 WRK-CAD-STATUS        PIC X(02) VALUE SPACES.
           88 CAD-STATUS-OK       VALUE "00".
       77 WRK-SEC-STATUS        PIC X(02) VALUE SPACES.
           88 SEC-STATUS-OK       VALUE "00".
       77 WRK-CON-STATUS        PIC X(02) VALUE SPACES.
           88 CON-STATUS-OK       VALUE "00".
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
       77 WRK-DEV-STATUS        PIC X(02) VALUE SPACES.
           88 DEV-STATUS-OK       VALUE "00".
       77 WRK-LOG-STATUS        PIC X(02) VALUE SPACES.
           88 LOG-STATUS-OK       VALUE "00".
       77 WRK-EXP-STATUS        PIC X(02) VALUE SPACES.
           88 EXP-STATUS-OK       VALUE "00".
       77 WRK-FIL-STATUS        PIC X(02) VALUE SPACES.
           88 FIL-STATUS-OK       VALUE "00".
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CADMAST-ABERTO    PIC X(01) VALUE 'N'.
           88 CADMAST-ABERTO       VALUE 'S'.
       77 WRK-CADSEC-ABERTO     PIC X(01) VALUE 'N'.
           88 CADSEC-ABERTO        VALUE 'S'.
       77 WRK-CADCONS-ABERTO    PIC X(01) VALUE 'N'.
           88 CADCONS-ABERTO       VALUE 'S'.
       77 WRK-CADEND-ABERTO     PIC X(01) VALUE 'N'.
           88 CADEND-ABERTO        VALUE 'S'.
       77 WRK-CADDEV-ABERTO     PIC X(01) VALUE 'N'.
           88 CADDEV-ABERTO        VALUE 'S'.
       77 WRK-FIM-SOLICITACAO   PIC X(01) VALUE 'N'.
           88 FIM-SOLICITACAO      VALUE 'S'.
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
      ** FINALIDADE DA LEITURA DO JORNAL: PROCURAR O EXPURGO DO CPF
      ** (SECAO 1) OU IMPRIMIR OS MOVIMENTOS DELE (SECAO 4)
       77 WRK-MODO-JORNAL       PIC X(01) VALUE SPACES.
           88 JORNAL-PROCURA-EXPURGO VALUE 'E'.
           88 JORNAL-IMPRIME-MOVTOS  VALUE 'M'.
       77 WRK-FIM-EXPORTACAO    PIC X(01) VALUE 'N'.
           88 FIM-EXPORTACAO       VALUE 'S'.
       77 WRK-FIM-FILA          PIC X(01) VALUE 'N'.
           88 FIM-FILA             VALUE 'S'.
       77 WRK-PND-STATUS        PIC X(02) VALUE SPACES.
           88 PND-STATUS-OK       VALUE "00".
       77 WRK-FIM-CADPEND       PIC X(01) VALUE 'N'.
           88 FIM-CADPEND          VALUE 'S'.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.

      ** SITUACAO DO CPF DO DOSSIE CORRENTE
       77 WRK-CPF-DOSSIE        PIC 9(11) VALUE ZEROS.
       77 WRK-MESTRE-ACHADO     PIC X(01) VALUE 'N'.
           88 MESTRE-ACHADO        VALUE 'S'.
       77 WRK-CPF-EXPURGADO     PIC X(01) VALUE 'N'.
           88 CPF-EXPURGADO        VALUE 'S'.
       77 WRK-DATA-EXPURGO      PIC 9(08) VALUE ZEROS.
       77 WRK-CPF-ENVIADO       PIC X(01) VALUE 'N'.
           88 CPF-ENVIADO          VALUE 'S'.
       77 WRK-CPF-NA-FILA       PIC X(01) VALUE 'N'.
           88 CPF-NA-FILA          VALUE 'S'.
       77 WRK-MOTIVO-FILA       PIC X(03) VALUE SPACES.
       77 WRK-QTD-MOV-DOSSIE    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PND-DOSSIE    PIC 9(05) VALUE ZEROS.

      ** TOTAIS DA EXECUCAO
       77 WRK-QTD-SOLICITACOES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENCONTRADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPURGADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-CONSTA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS     PIC 9(05) VALUE ZEROS.

      ** CANAIS DO CONSENTIMENTO, NA ORDEM DO CADASTRO
       77 WRK-CONS-IDX          PIC 9(01) VALUE 1.
       01 WRK-CONS-CANAIS-VALORES PIC X(04) VALUE 'ESTC'.
       01 WRK-CONS-CANAIS REDEFINES WRK-CONS-CANAIS-VALORES.
           05 WRK-CONS-CANAL       PIC X(01) OCCURS 4 TIMES.
       01 WRK-CONS-TITULOS-VALORES.
           05 FILLER PIC X(14) VALUE 'E-MAIL .......'.
           05 FILLER PIC X(14) VALUE 'SMS ..........'.
           05 FILLER PIC X(14) VALUE 'TELEFONE .....'.
           05 FILLER PIC X(14) VALUE 'CORREIO ......'.
       01 WRK-CONS-TITULOS REDEFINES WRK-CONS-TITULOS-VALORES.
           05 WRK-CONS-TITULO      PIC X(14) OCCURS 4 TIMES.

      ** TIPOS DE ENDERECO ADICIONAL, NA ORDEM DO CADASTRO
       77 WRK-END-IDX           PIC 9(01) VALUE 1.
       01 WRK-END-TIPOS-VALORES PIC X(02) VALUE 'CE'.
       01 WRK-END-TIPOS REDEFINES WRK-END-TIPOS-VALORES.
           05 WRK-END-TIPO         PIC X(01) OCCURS 2 TIMES.
       01 WRK-END-TITULOS-VALORES.
           05 FILLER PIC X(15) VALUE 'END. COBRANCA .'.
           05 FILLER PIC X(15) VALUE 'END. ENTREGA ..'.
       01 WRK-END-TITULOS REDEFINES WRK-END-TITULOS-VALORES.
           05 WRK-END-TITULO       PIC X(15) OCCURS 2 TIMES.

      ** CONTATOS QUE A MALA DIRETA PODE DEVOLVER: CANAL E TIPO DE
      ** ENDERECO DA CHAVE DO CADDEV, NA ORDEM DO CADASTRO
       77 WRK-DEV-IDX           PIC 9(01) VALUE 1.
       77 WRK-QTD-DEV-DOSSIE    PIC 9(01) VALUE ZEROS.
       01 WRK-DEV-CHAVES-VALORES PIC X(08) VALUE 'E CRCCCE'.
       01 WRK-DEV-CHAVES REDEFINES WRK-DEV-CHAVES-VALORES.
           05 WRK-DEV-CHAVE        OCCURS 4 TIMES.
               10 WRK-DEV-CANAL     PIC X(01).
               10 WRK-DEV-TIPO      PIC X(01).
       01 WRK-DEV-TITULOS-VALORES.
           05 FILLER PIC X(15) VALUE 'DEVOL. E-MAIL .'.
           05 FILLER PIC X(15) VALUE 'DEVOL. RESID. .'.
           05 FILLER PIC X(15) VALUE 'DEVOL. COBRANCA'.
           05 FILLER PIC X(15) VALUE 'DEVOL. ENTREGA '.
       01 WRK-DEV-TITULOS REDEFINES WRK-DEV-TITULOS-VALORES.
           05 WRK-DEV-TITULO       PIC X(15) OCCURS 4 TIMES.

      ** DATA E HORA FORMATADAS PARA O DOSSIE
       77 WRK-DATA-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EDITADA      PIC X(10) VALUE SPACES.
       77 WRK-HORA-HHMMSS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EDITADA      PIC X(08) VALUE SPACES.

      ** DATA DE NASCIMENTO NO LAYOUT DO MESTRE (DDMMAAAA)
       01 WRK-NASC-DDMMAAAA     PIC 9(08) VALUE ZEROS.
       01 WRK-NASC-R REDEFINES WRK-NASC-DDMMAAAA.
           05 WRK-NASC-DIA        PIC 9(02).
           05 WRK-NASC-MES        PIC 9(02).
           05 WRK-NASC-ANO        PIC 9(04).

      ** REGISTRO LIDO DO ARQUIVO DE INTERFACE DO CRM: O HEADER DA
      ** A DATA DE GERACAO E O DETALHE O CPF ENVIADO
       77 WRK-EXP-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-EXP-MODO          PIC X(01) VALUE SPACES.
       01 WRK-EXP-LIDO.
           05 WRK-EXP-TIPO         PIC X(01).
           05 WRK-EXP-RESTO        PIC X(199).
       01 WRK-EXP-HEADER REDEFINES WRK-EXP-LIDO.
           05 FILLER               PIC X(01).
           05 WRK-EXH-DATA         PIC 9(08).
           05 WRK-EXH-MODO         PIC X(01).
           05 FILLER               PIC X(190).
       01 WRK-EXP-DETALHE REDEFINES WRK-EXP-LIDO.
           05 FILLER               PIC X(01).
           05 WRK-EXD-CPF          PIC 9(11).
           05 FILLER               PIC X(188).

      ** IMAGENS DO JORNAL DECODIFICADAS NO LAYOUT DO REGISTRO
      ** MESTRE, PARA A COMPARACAO CAMPO A CAMPO
       01 WRK-HIST-IMAGEM-ANTES.
           05 HSA-CPF              PIC 9(11).
           05 HSA-NOME             PIC X(30).
           05 HSA-DATA-NASC        PIC 9(08).
           05 HSA-GENE             PIC X(01).
           05 HSA-TELEFONE         PIC X(11).
           05 HSA-CEP              PIC 9(08).
           05 HSA-NUMERO           PIC X(05).
           05 HSA-UF               PIC X(02).
           05 HSA-ENDERECO         PIC X(30).
           05 HSA-COMPLEMENTO      PIC X(30).
           05 HSA-EMAIL            PIC X(30).
           05 HSA-SENHA-HASH       PIC 9(10).
           05 HSA-DT-CADASTRO      PIC 9(08).
           05 HSA-STATUS           PIC X(01).
           05 HSA-DT-INATIVACAO    PIC 9(08).
       01 WRK-HIST-IMAGEM-DEPOIS.
           05 HSD-CPF              PIC 9(11).
           05 HSD-NOME             PIC X(30).
           05 HSD-DATA-NASC        PIC 9(08).
           05 HSD-GENE             PIC X(01).
           05 HSD-TELEFONE         PIC X(11).
           05 HSD-CEP              PIC 9(08).
           05 HSD-NUMERO           PIC X(05).
           05 HSD-UF               PIC X(02).
           05 HSD-ENDERECO         PIC X(30).
           05 HSD-COMPLEMENTO      PIC X(30).
           05 HSD-EMAIL            PIC X(30).
           05 HSD-SENHA-HASH       PIC 9(10).
           05 HSD-DT-CADASTRO      PIC 9(08).
           05 HSD-STATUS           PIC X(01).
           05 HSD-DT-INATIVACAO    PIC 9(08).

      ** IMAGENS DO MOVIMENTO DE ENDERECO ADICIONAL DECODIFICADAS NO
      ** LAYOUT DO CADASTRO DE ENDERECOS. IMAGEM EM BRANCO INDICA
      ** ENDERECO INCLUIDO (ANTES) OU REMOVIDO (DEPOIS)
       01 WRK-END-IMAGEM-ANTES.
           05 EDA-CPF              PIC 9(11).
           05 EDA-TIPO             PIC X(01).
           05 EDA-CEP              PIC X(08).
           05 EDA-NUMERO           PIC X(05).
           05 EDA-UF               PIC X(02).
           05 EDA-ENDERECO         PIC X(30).
           05 EDA-COMPLEMENTO      PIC X(30).
           05 FILLER               PIC X(106).
       01 WRK-END-IMAGEM-DEPOIS.
           05 EDD-CPF              PIC 9(11).
           05 EDD-TIPO             PIC X(01).
           05 EDD-CEP              PIC X(08).
           05 EDD-NUMERO           PIC X(05).
           05 EDD-UF               PIC X(02).
           05 EDD-ENDERECO         PIC X(30).
           05 EDD-COMPLEMENTO      PIC X(30).
           05 FILLER               PIC X(106).
       77 WRK-END-DESCR         PIC X(20) VALUE SPACES.
       77 WRK-QTD-CAMPOS        PIC 9(02) VALUE ZEROS.

      ** LINHAS DO DOSSIE
       01  REL-LINHA-CAMPO.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 REL-CPO-TITULO        PIC X(16).
           05 REL-CPO-VALOR         PIC X(80).

       01  REL-LINHA-MOVIMENTO.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 REL-MOV-DATA          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-MOV-HORA          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-MOV-OPERACAO      PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PROG '.
           05 REL-MOV-PROGRAMA      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'OPER '.
           05 REL-MOV-OPERADOR      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-MOV-APROV-TITULO  PIC X(06).
           05 REL-MOV-APROVADOR     PIC X(08).

       01  REL-LINHA-ALTERACAO.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 REL-ALT-CAMPO         PIC X(12).
           05 REL-ALT-ANTES         PIC X(30).
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 REL-ALT-DEPOIS        PIC X(30).

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM UNTIL FIM-SOLICITACAO
                   READ SOLICITACAO
                       AT END
                           SET FIM-SOLICITACAO TO TRUE
                       NOT AT END
                           PERFORM 2000-EMITIR-DOSSIE
                   END-READ
               END-PERFORM
               PERFORM 8000-IMPRIMIR-TOTAIS
               PERFORM 9900-FECHAR-ARQUIVOS
               DISPLAY "CADLGPD: SOLICITACOES       "
                   WRK-QTD-SOLICITACOES
               DISPLAY "CADLGPD: DOSSIES GRAVADOS EM CADLGPD.LST"
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** ABRE OS ARQUIVOS DO DOSSIE. SEM O ARQUIVO DE SOLICITACOES
      *** NAO HA O QUE EMITIR. ARQUIVO DE CONSULTA AUSENTE NAO PARA
      *** O PROCESSAMENTO: A SECAO CORRESPONDENTE DO DOSSIE SAI COM
      *** O AVISO DE ARQUIVO INDISPONIVEL
           1000-ABRIR-ARQUIVOS.
             OPEN INPUT SOLICITACAO
             IF NOT REQ-STATUS-OK
                 DISPLAY "CADLGPD: CADLGPD.REQ NAO ENCONTRADO, STATUS "
                     WRK-REQ-STATUS
                 STOP RUN
             END-IF
             OPEN INPUT CADMAST
             IF CAD-STATUS-OK
                 SET CADMAST-ABERTO TO TRUE
             ELSE
                 DISPLAY "CADLGPD: CADMAST.DAT NAO ENCONTRADO, STATUS "
                     WRK-CAD-STATUS
             END-IF
             OPEN INPUT CADSEC
             IF SEC-STATUS-OK
                 SET CADSEC-ABERTO TO TRUE
             END-IF
             OPEN INPUT CADCONS
             IF CON-STATUS-OK
                 SET CADCONS-ABERTO TO TRUE
             END-IF
             OPEN INPUT CADEND
             IF EDC-STATUS-OK
                 SET CADEND-ABERTO TO TRUE
             END-IF
             OPEN INPUT CADDEV
             IF DEV-STATUS-OK
                 SET CADDEV-ABERTO TO TRUE
             END-IF
             OPEN OUTPUT RELATORIO
             MOVE WRK-DATA-PROCESSO TO WRK-DATA-AAAAMMDD
             PERFORM 7000-EDITAR-DATA
             MOVE SPACES TO REL-LINHA
             STRING "DOSSIES DO TITULAR (LGPD) - EMITIDOS EM "
                 WRK-DATA-EDITADA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** EMITE O DOSSIE DE UM CPF SOLICITADO, SECAO POR SECAO
           2000-EMITIR-DOSSIE.
             ADD 1 TO WRK-QTD-SOLICITACOES
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE ALL '=' TO REL-LINHA
             WRITE REL-LINHA
             IF REQ-CPF NOT NUMERIC
                 ADD 1 TO WRK-QTD-INVALIDOS
                 MOVE SPACES TO REL-LINHA
                 STRING "SOLICITACAO COM CPF INVALIDO: " REQ-CPF
                     "  PROTOCOLO " REQ-PROTOCOLO
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             ELSE
                 MOVE REQ-CPF TO WRK-CPF-DOSSIE
                 MOVE SPACES TO REL-LINHA
                 STRING "DOSSIE DO TITULAR - CPF " WRK-CPF-DOSSIE
                     "  PROTOCOLO " REQ-PROTOCOLO
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
                 MOVE ALL '=' TO REL-LINHA
                 WRITE REL-LINHA
                 PERFORM 2100-SECAO-CADASTRO
                 PERFORM 2200-SECAO-SEGURANCA
                 PERFORM 2300-SECAO-CONSENTIMENTO
                 PERFORM 2400-SECAO-JORNAL
                 PERFORM 2500-SECAO-CRM
                 PERFORM 2600-SECAO-PEDIDOS
             END-IF.

      *** SECAO 1: REGISTRO MESTRE ATUAL. O HASH DA SENHA NUNCA SAI
      *** NO DOSSIE. CPF SEM REGISTRO E PROCURADO NO JORNAL PARA
      *** DIZER SE FOI EXPURGADO APOS O PRAZO DE RETENCAO
           2100-SECAO-CADASTRO.
             MOVE 'N' TO WRK-MESTRE-ACHADO
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "1. DADOS CADASTRAIS (CADMAST)" TO REL-LINHA
             WRITE REL-LINHA
             IF CADMAST-ABERTO
                 MOVE WRK-CPF-DOSSIE TO MST-CPF
                 READ CADMAST
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET MESTRE-ACHADO TO TRUE
                 END-READ
             END-IF
             IF MESTRE-ACHADO
                 ADD 1 TO WRK-QTD-ENCONTRADOS
                 PERFORM 2110-IMPRIMIR-MESTRE
                 PERFORM 2130-IMPRIMIR-ENDERECO
                     VARYING WRK-END-IDX FROM 1 BY 1
                     UNTIL WRK-END-IDX > 2
             ELSE
                 PERFORM 2120-PROCURAR-EXPURGO
                 MOVE SPACES TO REL-LINHA
                 IF CPF-EXPURGADO
                     ADD 1 TO WRK-QTD-EXPURGADOS
                     MOVE WRK-DATA-EXPURGO TO WRK-DATA-AAAAMMDD
                     PERFORM 7000-EDITAR-DATA
                     STRING "    CPF EXPURGADO DO CADASTRO EM "
                         WRK-DATA-EDITADA
                         " APOS O PRAZO DE RETENCAO"
                         DELIMITED BY SIZE INTO REL-LINHA
                 ELSE
                     ADD 1 TO WRK-QTD-NAO-CONSTA
                     MOVE "    CPF NAO CONSTA NO CADASTRO DE CLIENTES"
                         TO REL-LINHA
                 END-IF
                 WRITE REL-LINHA
             END-IF.

      *** IMPRIME OS CAMPOS DO REGISTRO MESTRE DO TITULAR
           2110-IMPRIMIR-MESTRE.
             MOVE 'NOME ..........' TO REL-CPO-TITULO
             MOVE MST-NOME          TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE MST-DATA-NASC     TO WRK-NASC-DDMMAAAA
             MOVE 'NASCIMENTO ....' TO REL-CPO-TITULO
             MOVE SPACES            TO REL-CPO-VALOR
             STRING WRK-NASC-DIA '/' WRK-NASC-MES '/' WRK-NASC-ANO
                 DELIMITED BY SIZE INTO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'GENERO ........' TO REL-CPO-TITULO
             MOVE MST-GENE          TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'TELEFONE ......' TO REL-CPO-TITULO
             MOVE SPACES            TO REL-CPO-VALOR
             STRING '(' MST-DDD ') ' MST-NUMTEL
                 DELIMITED BY SIZE INTO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'ENDERECO ......' TO REL-CPO-TITULO
             MOVE SPACES            TO REL-CPO-VALOR
             STRING MST-ENDERECO ' ' MST-NUMERO
                 DELIMITED BY SIZE INTO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'COMPLEMENTO ...' TO REL-CPO-TITULO
             MOVE MST-COMPLEMENTO   TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'CEP / UF ......' TO REL-CPO-TITULO
             MOVE SPACES            TO REL-CPO-VALOR
             STRING MST-CEP ' / ' MST-UF
                 DELIMITED BY SIZE INTO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'E-MAIL ........' TO REL-CPO-TITULO
             MOVE MST-EMAIL         TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'SENHA .........' TO REL-CPO-TITULO
             MOVE 'NAO EXIBIDA (GUARDADA SOMENTE COMO HASH)'
                 TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE MST-DT-CADASTRO   TO WRK-DATA-AAAAMMDD
             PERFORM 7000-EDITAR-DATA
             MOVE 'CADASTRADO EM .' TO REL-CPO-TITULO
             MOVE WRK-DATA-EDITADA  TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'SITUACAO ......' TO REL-CPO-TITULO
             IF MST-INATIVO
                 MOVE MST-DT-INATIVACAO TO WRK-DATA-AAAAMMDD
                 PERFORM 7000-EDITAR-DATA
                 MOVE SPACES TO REL-CPO-VALOR
                 STRING 'INATIVO DESDE ' WRK-DATA-EDITADA
                     DELIMITED BY SIZE INTO REL-CPO-VALOR
             ELSE
                 MOVE 'ATIVO' TO REL-CPO-VALOR
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** IMPRIME O ENDERECO DE COBRANCA OU DE ENTREGA DO TITULAR.
      *** SEM O CADASTRO DE ENDERECOS OU SEM O REGISTRO, O TITULAR
      *** USA O ENDERECO RESIDENCIAL
           2130-IMPRIMIR-ENDERECO.
             MOVE WRK-END-TITULO(WRK-END-IDX) TO REL-CPO-TITULO
             MOVE 'O MESMO DO RESIDENCIAL'    TO REL-CPO-VALOR
             IF CADEND-ABERTO
                 MOVE WRK-CPF-DOSSIE            TO EDC-CPF
                 MOVE WRK-END-TIPO(WRK-END-IDX) TO EDC-TIPO
                 READ CADEND
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE SPACES TO REL-CPO-VALOR
                         STRING EDC-ENDERECO ' ' EDC-NUMERO ' '
                             EDC-COMPLEMENTO(1:15) ' CEP ' EDC-CEP
                             ' / ' EDC-UF
                             DELIMITED BY SIZE INTO REL-CPO-VALOR
                 END-READ
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** PROCURA NO JORNAL O MOVIMENTO DE EXPURGO DO CPF
           2120-PROCURAR-EXPURGO.
             MOVE 'N' TO WRK-CPF-EXPURGADO
             SET JORNAL-PROCURA-EXPURGO TO TRUE
             PERFORM 2900-LER-JORNAL.

      *** SECAO 2: SEGURANCA DO LOGIN DO CLIENTE
           2200-SECAO-SEGURANCA.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "2. SEGURANCA DO ACESSO (CADSEC)" TO REL-LINHA
             WRITE REL-LINHA
             IF NOT CADSEC-ABERTO
                 MOVE "    ARQUIVO DE SEGURANCA INDISPONIVEL"
                     TO REL-LINHA
                 WRITE REL-LINHA
             ELSE
                 MOVE WRK-CPF-DOSSIE TO SEC-CPF
                 READ CADSEC
                     INVALID KEY
                         MOVE "    NENHUM REGISTRO DE SEGURANCA"
                             TO REL-LINHA
                         WRITE REL-LINHA
                         END-WRITE
                     NOT INVALID KEY
                         PERFORM 2210-IMPRIMIR-SEGURANCA
                 END-READ
             END-IF.

      *** IMPRIME AS TENTATIVAS, O BLOQUEIO E A ULTIMA TROCA DE SENHA
           2210-IMPRIMIR-SEGURANCA.
             MOVE 'SENHAS ERRADAS ' TO REL-CPO-TITULO
             MOVE SEC-QTD-FALHAS    TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE 'BLOQUEIO ......' TO REL-CPO-TITULO
             IF SEC-CONTA-BLOQUEADA
                 MOVE SEC-DATA-BLOQUEIO TO WRK-DATA-AAAAMMDD
                 PERFORM 7000-EDITAR-DATA
                 MOVE SEC-HORA-BLOQUEIO TO WRK-HORA-HHMMSS
                 PERFORM 7010-EDITAR-HORA
                 MOVE SPACES TO REL-CPO-VALOR
                 STRING 'BLOQUEADA EM ' WRK-DATA-EDITADA ' '
                     WRK-HORA-EDITADA
                     DELIMITED BY SIZE INTO REL-CPO-VALOR
             ELSE
                 MOVE 'NAO BLOQUEADA' TO REL-CPO-VALOR
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE SEC-DT-SENHA      TO WRK-DATA-AAAAMMDD
             PERFORM 7000-EDITAR-DATA
             MOVE 'TROCA DE SENHA ' TO REL-CPO-TITULO
             MOVE WRK-DATA-EDITADA  TO REL-CPO-VALOR
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** SECAO 3: CONSENTIMENTO DE COMUNICACAO POR CANAL
           2300-SECAO-CONSENTIMENTO.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "3. CONSENTIMENTO DE COMUNICACAO (CADCONS)"
                 TO REL-LINHA
             WRITE REL-LINHA
             IF NOT CADCONS-ABERTO
                 MOVE "    NENHUM CONSENTIMENTO REGISTRADO" TO REL-LINHA
                 WRITE REL-LINHA
             ELSE
                 PERFORM 2310-IMPRIMIR-CANAL
                     VARYING WRK-CONS-IDX FROM 1 BY 1
                     UNTIL WRK-CONS-IDX > 4
             END-IF
             MOVE ZEROS TO WRK-QTD-DEV-DOSSIE
             IF CADDEV-ABERTO
                 PERFORM 2320-IMPRIMIR-DEVOLUCAO
                     VARYING WRK-DEV-IDX FROM 1 BY 1
                     UNTIL WRK-DEV-IDX > 4
             END-IF
             IF WRK-QTD-DEV-DOSSIE = ZEROS
                 MOVE "    NENHUM CONTATO DEVOLVIDO PELA MALA DIRETA"
                     TO REL-LINHA
                 WRITE REL-LINHA
             END-IF.

      *** IMPRIME A MARCA DE CONTATO DEVOLVIDO PELA MALA DIRETA, COM
      *** A DATA, O MOTIVO E O CONTATO QUE VOLTOU. CONTATO SEM MARCA
      *** NAO E IMPRESSO
           2320-IMPRIMIR-DEVOLUCAO.
             MOVE WRK-CPF-DOSSIE              TO DEV-CPF
             MOVE WRK-DEV-CANAL(WRK-DEV-IDX)  TO DEV-CANAL
             MOVE WRK-DEV-TIPO(WRK-DEV-IDX)   TO DEV-TIPO-ENDERECO
             READ CADDEV
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO WRK-QTD-DEV-DOSSIE
                     MOVE DEV-DATA-DEVOLUCAO TO WRK-DATA-AAAAMMDD
                     PERFORM 7000-EDITAR-DATA
                     MOVE WRK-DEV-TITULO(WRK-DEV-IDX) TO REL-CPO-TITULO
                     MOVE SPACES TO REL-CPO-VALOR
                     STRING 'EM ' WRK-DATA-EDITADA ' MOTIVO '
                         DEV-MOTIVO-COD ' ' DEV-MOTIVO
                         DELIMITED BY SIZE INTO REL-CPO-VALOR
                     PERFORM 7100-IMPRIMIR-CAMPO
                     MOVE '  CONTATO .....' TO REL-CPO-TITULO
                     MOVE SPACES TO REL-CPO-VALOR
                     IF DEV-CANAL-EMAIL
                         MOVE DEV-EMAIL TO REL-CPO-VALOR
                     ELSE
                         STRING 'CEP ' DEV-CEP ' NUMERO ' DEV-NUMERO
                             DELIMITED BY SIZE INTO REL-CPO-VALOR
                     END-IF
                     PERFORM 7100-IMPRIMIR-CAMPO
             END-READ.

      *** IMPRIME A DECISAO DO TITULAR SOBRE UM CANAL
           2310-IMPRIMIR-CANAL.
             MOVE WRK-CONS-TITULO(WRK-CONS-IDX) TO REL-CPO-TITULO
             MOVE WRK-CPF-DOSSIE                TO CON-CPF
             MOVE WRK-CONS-CANAL(WRK-CONS-IDX)  TO CON-CANAL
             READ CADCONS
                 INVALID KEY
                     MOVE 'SEM REGISTRO (NAO CONTATAR)'
                         TO REL-CPO-VALOR
                 NOT INVALID KEY
                     MOVE CON-DATA TO WRK-DATA-AAAAMMDD
                     PERFORM 7000-EDITAR-DATA
                     MOVE SPACES TO REL-CPO-VALOR
                     IF CON-ACEITE
                         STRING 'ACEITE EM ' WRK-DATA-EDITADA
                             DELIMITED BY SIZE INTO REL-CPO-VALOR
                     ELSE
                         STRING 'RECUSA EM ' WRK-DATA-EDITADA
                             DELIMITED BY SIZE INTO REL-CPO-VALOR
                     END-IF
                     IF CON-ORIGEM-OPERADOR
                         MOVE ' PELO OPERADOR'  TO REL-CPO-VALOR(21:14)
                         MOVE CON-OPERADOR      TO REL-CPO-VALOR(36:8)
                     ELSE
                         MOVE ' PELO TITULAR'   TO REL-CPO-VALOR(21:13)
                     END-IF
             END-READ
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** SECAO 4: MOVIMENTOS DO JORNAL COM OS CAMPOS ALTERADOS
           2400-SECAO-JORNAL.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "4. MOVIMENTOS DO CADASTRO (CADLOG)" TO REL-LINHA
             WRITE REL-LINHA
             MOVE ZEROS TO WRK-QTD-MOV-DOSSIE
             SET JORNAL-IMPRIME-MOVTOS TO TRUE
             PERFORM 2900-LER-JORNAL
             MOVE SPACES TO REL-LINHA
             STRING "    TOTAL DE MOVIMENTOS: " WRK-QTD-MOV-DOSSIE
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** IMPRIME UM MOVIMENTO DO TITULAR E OS CAMPOS QUE MUDARAM
           2410-IMPRIMIR-MOVIMENTO.
             ADD 1 TO WRK-QTD-MOV-DOSSIE
             MOVE LOG-DATA TO WRK-DATA-AAAAMMDD
             PERFORM 7000-EDITAR-DATA
             MOVE WRK-DATA-EDITADA TO REL-MOV-DATA
             MOVE LOG-HORA TO WRK-HORA-HHMMSS
             PERFORM 7010-EDITAR-HORA
             MOVE WRK-HORA-EDITADA TO REL-MOV-HORA
             EVALUATE TRUE
                 WHEN LOG-OP-INCLUSAO
                     MOVE 'INCLUSAO ' TO REL-MOV-OPERACAO
                 WHEN LOG-OP-ALTERACAO
                     MOVE 'ALTERACAO' TO REL-MOV-OPERACAO
                 WHEN LOG-OP-EXCLUSAO
                     MOVE 'EXCLUSAO ' TO REL-MOV-OPERACAO
                 WHEN LOG-OP-EXPURGO
                     MOVE 'EXPURGO  ' TO REL-MOV-OPERACAO
                 WHEN LOG-OP-ENDERECO
                     MOVE 'ENDERECO ' TO REL-MOV-OPERACAO
                 WHEN OTHER
                     MOVE LOG-OPERACAO TO REL-MOV-OPERACAO
             END-EVALUATE
             MOVE LOG-PROGRAMA TO REL-MOV-PROGRAMA
             MOVE LOG-OPERADOR TO REL-MOV-OPERADOR
             IF LOG-APROVADOR = SPACES
                 MOVE SPACES   TO REL-MOV-APROV-TITULO
             ELSE
                 MOVE 'APROV ' TO REL-MOV-APROV-TITULO
             END-IF
             MOVE LOG-APROVADOR TO REL-MOV-APROVADOR
             MOVE REL-LINHA-MOVIMENTO TO REL-LINHA
             WRITE REL-LINHA
             EVALUATE TRUE
                 WHEN LOG-OP-INCLUSAO
                     MOVE SPACES TO REL-LINHA
                     MOVE "CADASTRO INCLUIDO" TO REL-LINHA(9:17)
                     WRITE REL-LINHA
                 WHEN LOG-OP-EXPURGO
                     MOVE SPACES TO REL-LINHA
                     MOVE "REGISTRO EXPURGADO" TO REL-LINHA(9:18)
                     WRITE REL-LINHA
                 WHEN LOG-OP-ENDERECO
                     PERFORM 2430-IMPRIMIR-ALT-ENDERECO
                 WHEN OTHER
                     PERFORM 2420-IMPRIMIR-ALTERACOES
             END-EVALUATE.

      *** COMPARA AS IMAGENS ANTERIOR E POSTERIOR DO MOVIMENTO E
      *** IMPRIME CADA CAMPO QUE MUDOU COM O VALOR ANTES E DEPOIS.
      *** A TROCA DE SENHA E INFORMADA SEM OS VALORES DO HASH
           2420-IMPRIMIR-ALTERACOES.
             MOVE LOG-IMAGEM-ANTES  TO WRK-HIST-IMAGEM-ANTES
             MOVE LOG-IMAGEM-DEPOIS TO WRK-HIST-IMAGEM-DEPOIS
             MOVE ZEROS TO WRK-QTD-CAMPOS
             IF HSA-NOME NOT = HSD-NOME
                 MOVE 'NOME'          TO REL-ALT-CAMPO
                 MOVE HSA-NOME        TO REL-ALT-ANTES
                 MOVE HSD-NOME        TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-DATA-NASC NOT = HSD-DATA-NASC
                 MOVE 'NASCIMENTO'    TO REL-ALT-CAMPO
                 MOVE HSA-DATA-NASC   TO REL-ALT-ANTES
                 MOVE HSD-DATA-NASC   TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-GENE NOT = HSD-GENE
                 MOVE 'GENERO'        TO REL-ALT-CAMPO
                 MOVE HSA-GENE        TO REL-ALT-ANTES
                 MOVE HSD-GENE        TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-TELEFONE NOT = HSD-TELEFONE
                 MOVE 'TELEFONE'      TO REL-ALT-CAMPO
                 MOVE HSA-TELEFONE    TO REL-ALT-ANTES
                 MOVE HSD-TELEFONE    TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-CEP NOT = HSD-CEP
                 MOVE 'CEP'           TO REL-ALT-CAMPO
                 MOVE HSA-CEP         TO REL-ALT-ANTES
                 MOVE HSD-CEP         TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-NUMERO NOT = HSD-NUMERO
                 MOVE 'NUMERO'        TO REL-ALT-CAMPO
                 MOVE HSA-NUMERO      TO REL-ALT-ANTES
                 MOVE HSD-NUMERO      TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-UF NOT = HSD-UF
                 MOVE 'UF'            TO REL-ALT-CAMPO
                 MOVE HSA-UF          TO REL-ALT-ANTES
                 MOVE HSD-UF          TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-ENDERECO NOT = HSD-ENDERECO
                 MOVE 'ENDERECO'      TO REL-ALT-CAMPO
                 MOVE HSA-ENDERECO    TO REL-ALT-ANTES
                 MOVE HSD-ENDERECO    TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-COMPLEMENTO NOT = HSD-COMPLEMENTO
                 MOVE 'COMPLEMENTO'   TO REL-ALT-CAMPO
                 MOVE HSA-COMPLEMENTO TO REL-ALT-ANTES
                 MOVE HSD-COMPLEMENTO TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-EMAIL NOT = HSD-EMAIL
                 MOVE 'E-MAIL'        TO REL-ALT-CAMPO
                 MOVE HSA-EMAIL       TO REL-ALT-ANTES
                 MOVE HSD-EMAIL       TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-SENHA-HASH NOT = HSD-SENHA-HASH
                 MOVE 'SENHA'         TO REL-ALT-CAMPO
                 MOVE '(NAO EXIBIDA)' TO REL-ALT-ANTES
                 MOVE 'ALTERADA'      TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF HSA-STATUS NOT = HSD-STATUS
                 MOVE 'STATUS'        TO REL-ALT-CAMPO
                 MOVE HSA-STATUS      TO REL-ALT-ANTES
                 MOVE HSD-STATUS      TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF WRK-QTD-CAMPOS = 0
                 MOVE SPACES TO REL-LINHA
                 MOVE "SEM DIFERENCA NOS CAMPOS" TO REL-LINHA(9:24)
                 WRITE REL-LINHA
             END-IF.

      *** IMPRIME O MOVIMENTO DE ENDERECO ADICIONAL: QUAL ENDERECO
      *** FOI INCLUIDO, ALTERADO OU REMOVIDO E OS CAMPOS QUE MUDARAM
           2430-IMPRIMIR-ALT-ENDERECO.
             MOVE LOG-IMAGEM-ANTES  TO WRK-END-IMAGEM-ANTES
             MOVE LOG-IMAGEM-DEPOIS TO WRK-END-IMAGEM-DEPOIS
             MOVE ZEROS TO WRK-QTD-CAMPOS
             IF EDD-TIPO = 'C' OR EDA-TIPO = 'C'
                 MOVE 'END. DE COBRANCA' TO WRK-END-DESCR
             ELSE
                 MOVE 'END. DE ENTREGA'  TO WRK-END-DESCR
             END-IF
             MOVE SPACES TO REL-LINHA
             EVALUATE TRUE
                 WHEN WRK-END-IMAGEM-ANTES = SPACES
                     STRING WRK-END-DESCR DELIMITED BY '  '
                         ' INCLUIDO' DELIMITED BY SIZE
                         INTO REL-LINHA(9:40)
                 WHEN WRK-END-IMAGEM-DEPOIS = SPACES
                     STRING WRK-END-DESCR DELIMITED BY '  '
                         ' REMOVIDO' DELIMITED BY SIZE
                         INTO REL-LINHA(9:40)
                 WHEN OTHER
                     STRING WRK-END-DESCR DELIMITED BY '  '
                         ' ALTERADO' DELIMITED BY SIZE
                         INTO REL-LINHA(9:40)
             END-EVALUATE
             WRITE REL-LINHA
             IF EDA-CEP NOT = EDD-CEP
                 MOVE 'CEP'           TO REL-ALT-CAMPO
                 MOVE EDA-CEP         TO REL-ALT-ANTES
                 MOVE EDD-CEP         TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF EDA-NUMERO NOT = EDD-NUMERO
                 MOVE 'NUMERO'        TO REL-ALT-CAMPO
                 MOVE EDA-NUMERO      TO REL-ALT-ANTES
                 MOVE EDD-NUMERO      TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF EDA-UF NOT = EDD-UF
                 MOVE 'UF'            TO REL-ALT-CAMPO
                 MOVE EDA-UF          TO REL-ALT-ANTES
                 MOVE EDD-UF          TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF EDA-ENDERECO NOT = EDD-ENDERECO
                 MOVE 'ENDERECO'      TO REL-ALT-CAMPO
                 MOVE EDA-ENDERECO    TO REL-ALT-ANTES
                 MOVE EDD-ENDERECO    TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF
             IF EDA-COMPLEMENTO NOT = EDD-COMPLEMENTO
                 MOVE 'COMPLEMENTO'   TO REL-ALT-CAMPO
                 MOVE EDA-COMPLEMENTO TO REL-ALT-ANTES
                 MOVE EDD-COMPLEMENTO TO REL-ALT-DEPOIS
                 PERFORM 2425-IMPRIMIR-ALTERACAO
             END-IF.

      *** IMPRIME UMA LINHA DE CAMPO ALTERADO
           2425-IMPRIMIR-ALTERACAO.
             ADD 1 TO WRK-QTD-CAMPOS
             MOVE REL-LINHA-ALTERACAO TO REL-LINHA
             WRITE REL-LINHA.

      *** SECAO 5: ENVIO AO CRM. O CADCRM.EXP GUARDA SOMENTE O ULTIMO
      *** ARQUIVO GERADO; A FILA CADCRM.FIL GUARDA OS CPFS QUE O CRM
      *** REJEITOU OU NAO ACUSOU E AINDA VAO SER REENVIADOS
           2500-SECAO-CRM.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "5. COMPARTILHAMENTO COM O CRM (CADCRM)" TO REL-LINHA
             WRITE REL-LINHA
             PERFORM 2510-PROCURAR-NO-ENVIO
             PERFORM 2520-PROCURAR-NA-FILA.

      *** PROCURA O CPF NO ULTIMO ARQUIVO ENVIADO AO CRM
           2510-PROCURAR-NO-ENVIO.
             MOVE 'N' TO WRK-CPF-ENVIADO
             MOVE 'N' TO WRK-FIM-EXPORTACAO
             MOVE ZEROS  TO WRK-EXP-DATA
             MOVE SPACES TO WRK-EXP-MODO
             MOVE 'ULTIMO ENVIO ..' TO REL-CPO-TITULO
             OPEN INPUT EXPORTACAO
             IF NOT EXP-STATUS-OK
                 MOVE 'NENHUM ARQUIVO ENVIADO AO CRM' TO REL-CPO-VALOR
             ELSE
                 PERFORM UNTIL FIM-EXPORTACAO
                     READ EXPORTACAO INTO WRK-EXP-LIDO
                         AT END
                             SET FIM-EXPORTACAO TO TRUE
                         NOT AT END
                             EVALUATE WRK-EXP-TIPO
                                 WHEN 'H'
                                     MOVE WRK-EXH-DATA TO WRK-EXP-DATA
                                     MOVE WRK-EXH-MODO TO WRK-EXP-MODO
                                 WHEN 'D'
                                     IF WRK-EXD-CPF = WRK-CPF-DOSSIE
                                         SET CPF-ENVIADO TO TRUE
                                     END-IF
                             END-EVALUATE
                     END-READ
                 END-PERFORM
                 CLOSE EXPORTACAO
                 MOVE WRK-EXP-DATA TO WRK-DATA-AAAAMMDD
                 PERFORM 7000-EDITAR-DATA
                 MOVE SPACES TO REL-CPO-VALOR
                 IF CPF-ENVIADO
                     STRING 'CPF ENVIADO NO ARQUIVO DE '
                         WRK-DATA-EDITADA ' (MODO ' WRK-EXP-MODO ')'
                         DELIMITED BY SIZE INTO REL-CPO-VALOR
                 ELSE
                     STRING 'CPF NAO CONSTA NO ARQUIVO DE '
                         WRK-DATA-EDITADA ' (MODO ' WRK-EXP-MODO ')'
                         DELIMITED BY SIZE INTO REL-CPO-VALOR
                 END-IF
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** PROCURA O CPF NA FILA DE REENVIO AO CRM
           2520-PROCURAR-NA-FILA.
             MOVE 'N' TO WRK-CPF-NA-FILA
             MOVE 'N' TO WRK-FIM-FILA
             MOVE 'FILA REENVIO ..' TO REL-CPO-TITULO
             OPEN INPUT FILA
             IF FIL-STATUS-OK
                 PERFORM UNTIL FIM-FILA
                     READ FILA
                         AT END
                             SET FIM-FILA TO TRUE
                         NOT AT END
                             IF FIL-CPF = WRK-CPF-DOSSIE
                                 SET CPF-NA-FILA TO TRUE
                                 MOVE FIL-MOTIVO TO WRK-MOTIVO-FILA
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE FILA
             END-IF
             MOVE SPACES TO REL-CPO-VALOR
             IF CPF-NA-FILA
                 STRING 'AGUARDANDO REENVIO, MOTIVO ' WRK-MOTIVO-FILA
                     DELIMITED BY SIZE INTO REL-CPO-VALOR
             ELSE
                 MOVE 'NAO CONSTA NA FILA' TO REL-CPO-VALOR
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO.

      *** SECAO 6: PEDIDOS DE APROVACAO DO SUPERVISOR FEITOS PARA O
      *** CPF (INATIVACAO E ALTERACAO DE NOME OU NASCIMENTO), NA
      *** ORDEM DO PEDIDO. AS IMAGENS DO MESTRE NO PEDIDO JA SAEM NA
      *** SECAO 4, PELO MOVIMENTO DA APROVACAO
           2600-SECAO-PEDIDOS.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE "6. PEDIDOS DE APROVACAO DO SUPERVISOR (CADPEND)"
                 TO REL-LINHA
             WRITE REL-LINHA
             MOVE ZEROS TO WRK-QTD-PND-DOSSIE
             MOVE 'N' TO WRK-FIM-CADPEND
             OPEN INPUT CADPEND
             IF PND-STATUS-OK
                 PERFORM UNTIL FIM-CADPEND
                     READ CADPEND
                         AT END
                             SET FIM-CADPEND TO TRUE
                         NOT AT END
                             IF PND-CPF = WRK-CPF-DOSSIE
                                 PERFORM 2610-IMPRIMIR-PEDIDO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CADPEND
             END-IF
             IF WRK-QTD-PND-DOSSIE = ZEROS
                 MOVE "    NENHUM PEDIDO DE APROVACAO" TO REL-LINHA
                 WRITE REL-LINHA
             END-IF.

      *** IMPRIME UM PEDIDO: QUANDO, O TIPO E QUEM PEDIU; A SITUACAO,
      *** O SUPERVISOR E A DATA/HORA DA DECISAO; E O MOTIVO
           2610-IMPRIMIR-PEDIDO.
             ADD 1 TO WRK-QTD-PND-DOSSIE
             MOVE PND-DATA-PEDIDO TO WRK-DATA-AAAAMMDD
             PERFORM 7000-EDITAR-DATA
             MOVE PND-HORA-PEDIDO TO WRK-HORA-HHMMSS
             PERFORM 7010-EDITAR-HORA
             MOVE 'PEDIDO ........' TO REL-CPO-TITULO
             MOVE SPACES TO REL-CPO-VALOR
             IF PND-TIPO-EXCLUSAO
                 STRING WRK-DATA-EDITADA ' ' WRK-HORA-EDITADA
                     '  INATIVACAO  SOLICITANTE ' PND-OPER-PEDIDO
                     DELIMITED BY SIZE INTO REL-CPO-VALOR
             ELSE
                 STRING WRK-DATA-EDITADA ' ' WRK-HORA-EDITADA
                     '  ALTERACAO   SOLICITANTE ' PND-OPER-PEDIDO
                     DELIMITED BY SIZE INTO REL-CPO-VALOR
             END-IF
             PERFORM 7100-IMPRIMIR-CAMPO
             MOVE '  DECISAO .....' TO REL-CPO-TITULO
             MOVE SPACES TO REL-CPO-VALOR
             IF PND-PENDENTE
                 MOVE 'PENDENTE, AGUARDANDO O SUPERVISOR'
                     TO REL-CPO-VALOR
                 PERFORM 7100-IMPRIMIR-CAMPO
             ELSE
                 MOVE PND-DATA-DECISAO TO WRK-DATA-AAAAMMDD
                 PERFORM 7000-EDITAR-DATA
                 MOVE PND-HORA-DECISAO TO WRK-HORA-HHMMSS
                 PERFORM 7010-EDITAR-HORA
                 IF PND-APROVADO
                     STRING 'APROVADO EM ' WRK-DATA-EDITADA ' '
                         WRK-HORA-EDITADA ' POR ' PND-OPER-DECISAO
                         DELIMITED BY SIZE INTO REL-CPO-VALOR
                 ELSE
                     STRING 'REJEITADO EM ' WRK-DATA-EDITADA ' '
                         WRK-HORA-EDITADA ' POR ' PND-OPER-DECISAO
                         DELIMITED BY SIZE INTO REL-CPO-VALOR
                 END-IF
                 PERFORM 7100-IMPRIMIR-CAMPO
                 MOVE '  MOTIVO ......' TO REL-CPO-TITULO
                 MOVE PND-MOTIVO TO REL-CPO-VALOR
                 PERFORM 7100-IMPRIMIR-CAMPO
             END-IF.

      *** LE O JORNAL INTEIRO NA ORDEM CRONOLOGICA: AS GERACOES
      *** ARQUIVADAS DO CATALOGO E DEPOIS O CADLOG.DAT CORRENTE.
      *** CADA MOVIMENTO DO CPF DO DOSSIE E TRATADO CONFORME O MODO
           2900-LER-JORNAL.
             MOVE 'N' TO WRK-FIM-CADLOG
             MOVE 'N' TO WRK-FIM-CAT-JRL
             OPEN INPUT CADLOG
             OPEN INPUT CATJORN
             IF CAT-STATUS-OK
                 PERFORM UNTIL FIM-CAT-JRL
                     READ CATJORN
                         AT END
                             SET FIM-CAT-JRL TO TRUE
                         NOT AT END
                             PERFORM 2910-LER-GERACAO
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
                             PERFORM 2920-TRATAR-MOVIMENTO
                     END-READ
                 END-PERFORM
                 CLOSE CADLOG
             END-IF.

      *** LE UMA GERACAO ARQUIVADA DO JORNAL
           2910-LER-GERACAO.
             MOVE JCA-NOME-GERACAO TO WRK-NOME-GERACAO-JRL
             MOVE 'N' TO WRK-FIM-GER-JRL
             OPEN INPUT GERJORN
             IF GJR-STATUS-OK
                 PERFORM UNTIL FIM-GER-JRL
                     READ GERJORN INTO LOG-REGISTRO
                         AT END
                             SET FIM-GER-JRL TO TRUE
                         NOT AT END
                             PERFORM 2920-TRATAR-MOVIMENTO
                     END-READ
                 END-PERFORM
                 CLOSE GERJORN
             END-IF.

      *** TRATA UM MOVIMENTO DO JORNAL CONFORME O MODO DA LEITURA
           2920-TRATAR-MOVIMENTO.
             IF LOG-CPF = WRK-CPF-DOSSIE
                 IF JORNAL-PROCURA-EXPURGO
                     IF LOG-OP-EXPURGO
                         SET CPF-EXPURGADO TO TRUE
                         MOVE LOG-DATA TO WRK-DATA-EXPURGO
                     END-IF
                 ELSE
                     PERFORM 2410-IMPRIMIR-MOVIMENTO
                 END-IF
             END-IF.

      *** EDITA WRK-DATA-AAAAMMDD COMO DD/MM/AAAA. DATA ZERADA SAI
      *** COMO NAO INFORMADA
           7000-EDITAR-DATA.
             MOVE SPACES TO WRK-DATA-EDITADA
             IF WRK-DATA-AAAAMMDD = ZEROS
                 MOVE 'NAO CONSTA' TO WRK-DATA-EDITADA
             ELSE
                 STRING WRK-DATA-AAAAMMDD(7:2) '/'
                     WRK-DATA-AAAAMMDD(5:2) '/'
                     WRK-DATA-AAAAMMDD(1:4)
                     DELIMITED BY SIZE INTO WRK-DATA-EDITADA
             END-IF.

      *** EDITA WRK-HORA-HHMMSS COMO HH:MM:SS
           7010-EDITAR-HORA.
             MOVE SPACES TO WRK-HORA-EDITADA
             STRING WRK-HORA-HHMMSS(1:2) ':' WRK-HORA-HHMMSS(3:2) ':'
                 WRK-HORA-HHMMSS(5:2)
                 DELIMITED BY SIZE INTO WRK-HORA-EDITADA.

      *** IMPRIME UMA LINHA TITULO/VALOR DO DOSSIE
           7100-IMPRIMIR-CAMPO.
             MOVE REL-LINHA-CAMPO TO REL-LINHA
             WRITE REL-LINHA.

      *** ESCREVE OS TOTAIS DA EXECUCAO NO FINAL DO RELATORIO
           8000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE ALL '=' TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE SOLICITACOES .: " WRK-QTD-SOLICITACOES
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CPFS NO CADASTRO ......: " WRK-QTD-ENCONTRADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CPFS JA EXPURGADOS ....: " WRK-QTD-EXPURGADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "CPFS NAO CADASTRADOS ..: " WRK-QTD-NAO-CONSTA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "SOLICITACOES INVALIDAS : " WRK-QTD-INVALIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** FECHA OS ARQUIVOS DO DOSSIE
           9900-FECHAR-ARQUIVOS.
             CLOSE SOLICITACAO
             IF CADMAST-ABERTO
                 CLOSE CADMAST
             END-IF
             IF CADSEC-ABERTO
                 CLOSE CADSEC
             END-IF
             IF CADCONS-ABERTO
                 CLOSE CADCONS
             END-IF
             IF CADEND-ABERTO
                 CLOSE CADEND
             END-IF
             IF CADDEV-ABERTO
                 CLOSE CADDEV
             END-IF
             CLOSE RELATORIO.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
      *** ARQUIVO COMPARTILHADO DA ESTEIRA, PARA O QUADRO DO CADCTRL
           9800-GRAVAR-CONTROLE.
             OPEN EXTEND CTLPROC
             IF CTL-STATUS-NAO-EXISTE
                 OPEN OUTPUT CTLPROC
                 CLOSE CTLPROC
                 OPEN EXTEND CTLPROC
             END-IF
             MOVE 'CADLGPD'            TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO    TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO      TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-SOLICITACOES TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE          TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
